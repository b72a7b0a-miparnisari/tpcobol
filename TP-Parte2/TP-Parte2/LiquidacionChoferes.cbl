       *> vuelve a pagar nunca, aunque dos corridas pidan rangos
       *> solapados. El cierre de mes dejaba dos dias de trabajo
       *> manual con planillas; esto lo reemplaza.
       *> Ademas de la comision se pagan las horas extra fichadas
       *> (ImportarFichadas) del rango, a PAGO-HORA-EXTRA la hora:
       *> cada asiento de horas-extra.dat queda marcado liquidado y
       *> no vuelve a entrar en otra corrida. Tambien se le
       *> reintegran los gastos rendidos y aprobados hasta el fin del
       *> periodo (GastosChoferes), que quedan marcados liquidados.
       *> Sobre el bruto del periodo se aplican los descuentos
       *> pendientes del legajo (multas y franquicias de siniestros
       *> a cargo del chofer, ver Multas y RegistroSiniestros), cuota
       *> por cuota y con un tope por periodo de TOPE-DESCUENTO-PCT
       *> del bruto; lo que no entra queda para el periodo
       *> siguiente. Cada descuento guarda hasta que fecha se aplico,
       *> asi repetir la corrida del mismo periodo no lo descuenta
       *> dos veces.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is liq-clave
           file status is fs-liquidaciones.

       select horas-extra
           assign to disk "..\..\..\Entrada\horas-extra.dat"
           organization is indexed
           access mode is dynamic
           record key is hex-clave
           file status is fs-horas-extra.

       select gastos
           assign to disk "..\..\..\Entrada\gastos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is gas-clave
           alternate record key is gas-legajo with duplicates
           file status is fs-gastos.

       select descuentos
           assign to disk "..\..\..\Entrada\descuentos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is dsc-clave
           file status is fs-descuentos.

      *> Posiciones del ultimo ranking (RankingChoferes): los
      *> primeros TOP-COMISION legajos cobran el tramo alto.
       select ranking-periodo

      *> Interface para el estudio de sueldos: header con el
      *> periodo, un registro por legajo con su comision bruta y
      *> sus horas extra, descuentos y reintegros de gastos, y
      *> trailer con conteo y hash total.
      *> Reemplaza la planilla retipeada que era la fuente de los
      *> errores de pago;
      *> RetornoSueldos procesa el archivo de vuelta del estudio.
       select interfaz
           assign to disk "..\..\..\Salida\interfaz-sueldos.dat"
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  liq-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  liq-comision        pic 9(5)v99.

       fd horas-extra
           label record is standard.
       01  rec-horas-extra.
           03  hex-clave.
               05  hex-legajo      pic x(7).
               05  hex-fecha       pic 9(8).  *> AAAAMMDD
           03  hex-hora-entrada    pic 9(4).
           03  hex-hora-salida     pic 9(4).
           03  hex-turno           pic x.
           03  hex-horas           pic 9(2)v99.
           03  hex-patente         pic x(6).
           03  hex-fecha-alq       pic 9(8).  *> DDMMAAAA
           03  hex-tipo-doc        pic x.
           03  hex-nro-doc         pic x(20).
           03  hex-tarifa          pic 9(4)v99.
           03  hex-importe         pic 9(7)v99.
           03  hex-estado-fact     pic x.
           03  hex-estado-liq      pic x.
               88  hex-a-liquidar      value "P".
           03  hex-fecha-liq       pic 9(8).  *> AAAAMMDD

       fd gastos
           label record is standard.
       01  rec-gastos.
           03  gas-clave.
               05  gas-patente     pic x(6).
               05  gas-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  gas-nro         pic 99.
           03  gas-legajo          pic x(7).
           03  gas-tipo            pic x.
           03  gas-fecha-gasto     pic 9(8).  *> DDMMAAAA
           03  gas-importe         pic 9(5)v99.
           03  gas-facturable      pic x.
           03  gas-estado          pic x.
               88  gas-aprobado        value "A".
           03  gas-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  gas-estado-fact     pic x.
           03  gas-estado-liq      pic x.
               88  gas-a-liquidar      value "P".
           03  gas-fecha-liq       pic 9(8).  *> AAAAMMDD
           03  gas-tipo-doc        pic x.
           03  gas-nro-doc         pic x(20).
           03  gas-fecha-carga     pic 9(8).  *> AAAAMMDD
           03  gas-descripcion     pic x(30).

       fd descuentos
           label record is standard.
       01  rec-descuentos.
           03  dsc-clave.
               05  dsc-legajo      pic x(7).
               05  dsc-origen      pic x.
               05  dsc-patente     pic x(6).
               05  dsc-fecha       pic 9(8).  *> DDMMAAAA
               05  dsc-nro         pic 99.
           03  dsc-descripcion     pic x(30).
           03  dsc-importe         pic 9(7)v99.
           03  dsc-cuotas          pic 99.
           03  dsc-descontado      pic 9(7)v99.
           03  dsc-estado          pic x.
               88  dsc-pendiente       value "P".
               88  dsc-cancelado       value "C".
           03  dsc-ult-hasta       pic 9(8).  *> AAAAMMDD

       fd ranking-periodo
           label record is standard.
       01  rec-ranking-periodo.

       fd interfaz
           label record is standard.
       01  reg-interfaz            pic x(60).


       fd parametros-corrida
           88 no-liq                   value "23".
           88 duplicado-liq            value "22".

       01 fs-horas-extra       pic xx.
           88 ok-hex                   value "00".
           88 eof-hex                  value "10".
       01 hay-horas-extra      pic x       value "N".
           88 horas-extra-abiertas     value "S".

       01 fs-gastos            pic xx.
           88 ok-gas                   value "00".
           88 eof-gas                  value "10".
       01 hay-gastos           pic x       value "N".
           88 gastos-abiertos          value "S".

       01 fs-descuentos        pic xx.
           88 ok-dsc                   value "00".
           88 eof-dsc                  value "10".
       01 hay-descuentos       pic x       value "N".
           88 descuentos-abiertos      value "S".

       01 fs-documento         pic xx.
           88 ok-doc                   value "00".

           03 id-legajo         pic x(7).
           03 filler            pic x       value spaces.
           03 id-comision       pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 id-horas-extra    pic 9(3)v99.
           03 filler            pic x       value spaces.
           03 id-importe-extra  pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 id-descuento      pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 id-reintegro      pic 9(7)v99.

       01 int-trailer.
           03 filler            pic x       value "T".
       77 pct-comision-inicial  pic 9(2)v99 value 08.00.
       77 top-comision          pic 9(3)    value 005.
       77 probation-dias        pic 9(3)    value 090.
       77 pago-hora-extra       pic 9(4)v99 value 0800.00.
       77 pct-tope-descuento    pic 9(3)v99 value 030.00.
       77 pct-comision-legajo   pic 9(2)v99 value zeroes.
       01 fecha-mes-trabajo     pic 9(8).
       77 dia-num-trabajo       pic 9(7).
       77 comision-chofer       pic 9(7)v99 value zeroes.
       77 tot-comisiones        pic 9(9)v99 value zeroes.
       77 cant-choferes-liq     pic 9(4)    value zeroes.
       77 cant-hex-chofer       pic 9(5)    value zeroes.
       77 horas-chofer          pic 9(3)v99 value zeroes.
       77 pago-extra            pic 9(5)v99 value zeroes.
       77 pago-extra-chofer     pic 9(7)v99 value zeroes.
       77 tot-horas-extra       pic 9(9)v99 value zeroes.
       77 tope-descuento        pic 9(7)v99 value zeroes.
       77 cuota-descuento       pic 9(7)v99 value zeroes.
       77 saldo-descuento       pic 9(7)v99 value zeroes.
       77 descuento-chofer      pic 9(7)v99 value zeroes.
       77 tot-descuentos        pic 9(9)v99 value zeroes.
       77 neto-chofer           pic 9(7)v99 value zeroes.
       77 cant-gas-chofer       pic 9(5)    value zeroes.
       77 reintegro-chofer      pic 9(7)v99 value zeroes.
       77 tot-reintegros        pic 9(9)v99 value zeroes.

       01 ya-liquidado          pic x.
           88 esta-liquidado           value "S".
           03 filler pic x(3)  value spaces.
           03 dl-fecha          pic 9(8).
           03 filler pic x(3)  value spaces.
           03 dl-importe        pic zzzzz9.99.
           03 filler pic x(5)  value spaces.
           03 dl-comision       pic zzzzz9.99.
           03 filler pic x(5)  value spaces.
           03 dl-tramo          pic x.

       01 det-hex-liq.
           03 filler pic x(9)  value "H.EXTRA  ".
           03 dx-fecha          pic 9(8).
           03 filler pic x(3)  value spaces.
           03 dx-horas          pic zzzzz9.99.
           03 filler pic x(5)  value spaces.
           03 dx-pago           pic zzzzz9.99.

       01 det-gas-liq.
           03 filler pic x(10) value "REINTEGRO ".
           03 dg-tipo           pic x.
           03 filler pic x(1)  value spaces.
           03 dg-patente        pic x(6).
           03 filler pic x(1)  value spaces.
           03 dg-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dg-descripcion    pic x(20).
           03 filler pic x(1)  value spaces.
           03 dg-importe        pic zzzzz9.99.

       01 det-dsc-liq.
           03 filler pic x(10) value "DESCUENTO ".
           03 dd-origen         pic x.
           03 filler pic x(1)  value spaces.
           03 dd-patente        pic x(6).
           03 filler pic x(1)  value spaces.
           03 dd-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dd-descripcion    pic x(20).
           03 filler pic x(1)  value spaces.
           03 dd-aplicado       pic zzzzz9.99.
           03 filler pic x(7)  value " Saldo ".
           03 dd-saldo          pic zzzzz9.99.

       01 tot-liq.
           03 filler pic x(21) value "TOTAL DEL CHOFER:    ".
           03 tl-cant           pic zzzz9.
           03 filler pic x(14) value " alquileres   ".
           03 tl-comision       pic zzzzzzz9.99.

       01 tot-hex-liq.
           03 filler pic x(21) value "HORAS EXTRA:         ".
           03 tx-horas          pic zzzz9.99.
           03 filler pic x(11) value " horas     ".
           03 tx-pago           pic zzzzzzz9.99.

       01 tot-dsc-liq.
           03 filler pic x(21) value "DESCUENTOS:          ".
           03 filler pic x(19) value spaces.
           03 td-descuento      pic zzzzzzz9.99.

       01 tot-gas-liq.
           03 filler pic x(21) value "REINTEGRO DE GASTOS: ".
           03 filler pic x(19) value spaces.
           03 tr-reintegro      pic zzzzzzz9.99.

       01 tot-neto-liq.
           03 filler pic x(21) value "NETO A LIQUIDAR:     ".
           03 filler pic x(19) value spaces.
           03 tn-neto           pic zzzzzzz9.99.

       01 res-final.
           03 filler pic x(22) value "CHOFERES LIQUIDADOS:  ".
           03 filler pic x(20) value "  TOTAL COMISIONES: ".
           03 rf-total          pic zzzzzzz9.99.

       01 res-final-hex.
           03 filler pic x(46) value
               "                      TOTAL HORAS EXTRA:      ".
           03 rf-total-hex      pic zzzzzzz9.99.

       01 res-final-dsc.
           03 filler pic x(46) value
               "                      TOTAL DESCUENTOS:       ".
           03 rf-total-dsc      pic zzzzzzz9.99.

       01 res-final-gas.
           03 filler pic x(46) value
               "                      TOTAL REINTEGROS:       ".
           03 rf-total-gas      pic zzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "COMISION-CHOFER" to nombre-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to probation-dias.
           move "PAGO-HORA-EXTRA" to nombre-parametro.
           move pago-hora-extra to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pago-hora-extra.
           move "TOPE-DESCUENTO-PCT" to nombre-parametro.
           move pct-tope-descuento to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-tope-descuento.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           if ok-rkp
               move "S" to hay-ranking
           end-if.
           open i-o horas-extra.
           if ok-hex
               move "S" to hay-horas-extra
           end-if.
           open i-o gastos.
           if ok-gas
               move "S" to hay-gastos
           end-if.
           open i-o descuentos.
           if ok-dsc
               move "S" to hay-descuentos
           end-if.
           open output interfaz.
           if not ok-int
               display "Error al abrir interfaz de sueldos fs: "
           move zeroes to cant-alq-chofer.
           move zeroes to comision-chofer.
           move zeroes to tot-chofer.
           move zeroes to cant-hex-chofer.
           move zeroes to horas-chofer.
           move zeroes to pago-extra-chofer.
           move zeroes to descuento-chofer.
           move zeroes to cant-gas-chofer.
           move zeroes to reintegro-chofer.
           perform buscar-primer-alquiler.
           perform procesar-alquileres
               until eof-alq or alq-chofer <> legajo-actual.
           if horas-extra-abiertas
               perform liquidar-horas-extra
           end-if.
           if gastos-abiertos
               perform reintegrar-gastos
           end-if.
           if descuentos-abiertos
               and (cant-alq-chofer > zeroes
                   or cant-hex-chofer > zeroes)
               perform aplicar-descuentos
           end-if.
           if cant-alq-chofer > zeroes or cant-hex-chofer > zeroes
               or cant-gas-chofer > zeroes
               perform escribir-total-chofer
               add 1 to cant-choferes-liq
           end-if.
                 fs-liquidaciones " clave: " liq-clave
           end-if.

      *> Horas extra del legajo en el rango, todavia no pagadas:
      *> el asiento queda marcado liquidado con la fecha de pago.
       liquidar-horas-extra.
           move legajo-actual to hex-legajo.
           move zeroes to hex-fecha.
           start horas-extra key is not less than hex-clave
               invalid key move "10" to fs-horas-extra
           end-start.
           if ok-hex
               perform leer-hora-extra
               perform procesar-hora-extra
                   until eof-hex or hex-legajo <> legajo-actual
           end-if.

       leer-hora-extra.
           read horas-extra next record
               at end continue
           end-read.

       procesar-hora-extra.
           if hex-a-liquidar
               and hex-fecha is not less than rango-desde-comp
               and hex-fecha is not greater than rango-hasta-comp
               perform liquidar-hora-extra
           end-if.
           perform leer-hora-extra.

       liquidar-hora-extra.
           if cant-alq-chofer = zeroes and cant-hex-chofer = zeroes
               perform escribir-encabezado-chofer
           end-if.
           compute pago-extra rounded = hex-horas * pago-hora-extra.
           move "L" to hex-estado-liq.
           move function current-date(1:8) to hex-fecha-liq.
           rewrite rec-horas-extra.
           if not ok-hex
               display "Error al marcar horas extra liquidadas fs: "
                 fs-horas-extra " legajo: " hex-legajo
           end-if.
           move hex-fecha to dx-fecha.
           move hex-horas to dx-horas.
           move pago-extra to dx-pago.
           write reg-documento from det-hex-liq.
           add 1 to cant-hex-chofer.
           add hex-horas to horas-chofer.
           add pago-extra to pago-extra-chofer.
           add pago-extra to tot-horas-extra.

      *> Gastos del legajo aprobados hasta el fin del periodo y
      *> todavia no reintegrados.
       reintegrar-gastos.
           move legajo-actual to gas-legajo.
           start gastos key is equal to gas-legajo
               invalid key move "10" to fs-gastos
           end-start.
           if ok-gas
               perform leer-gasto
               perform procesar-gasto
                   until eof-gas or gas-legajo <> legajo-actual
           end-if.

       leer-gasto.
           read gastos next record
               at end continue
           end-read.

       procesar-gasto.
           if gas-aprobado and gas-a-liquidar
               and gas-fecha-aprob is not greater than rango-hasta-comp
               perform reintegrar-gasto
           end-if.
           perform leer-gasto.

       reintegrar-gasto.
           if cant-alq-chofer = zeroes and cant-hex-chofer = zeroes
               and cant-gas-chofer = zeroes
               perform escribir-encabezado-chofer
           end-if.
           move "L" to gas-estado-liq.
           move function current-date(1:8) to gas-fecha-liq.
           rewrite rec-gastos.
           if not ok-gas
               display "Error al marcar gasto reintegrado fs: "
                 fs-gastos " legajo: " gas-legajo
           end-if.
           move gas-tipo to dg-tipo.
           move gas-patente to dg-patente.
           move gas-fecha-gasto to dg-fecha.
           move gas-descripcion to dg-descripcion.
           move gas-importe to dg-importe.
           write reg-documento from det-gas-liq.
           add 1 to cant-gas-chofer.
           add gas-importe to reintegro-chofer.
           add gas-importe to tot-reintegros.

      *> Descuentos pendientes del legajo, hasta el tope del
      *> periodo. Uno ya aplicado en un periodo que llega hasta el
      *> inicio de este no se vuelve a tocar en esta corrida.
       aplicar-descuentos.
           compute tope-descuento rounded =
               (comision-chofer + pago-extra-chofer)
               * pct-tope-descuento / 100.
           move legajo-actual to dsc-legajo.
           move low-values to dsc-origen.
           move low-values to dsc-patente.
           move zeroes to dsc-fecha.
           move zeroes to dsc-nro.
           start descuentos key is not less than dsc-clave
               invalid key move "10" to fs-descuentos
           end-start.
           if ok-dsc
               perform leer-descuento
               perform procesar-descuento
                   until eof-dsc or dsc-legajo <> legajo-actual
                       or tope-descuento = zeroes
           end-if.

       leer-descuento.
           read descuentos next record
               at end continue
           end-read.

       procesar-descuento.
           if dsc-pendiente
               and (dsc-ult-hasta = zeroes
                   or dsc-ult-hasta < rango-desde-comp)
               perform aplicar-un-descuento
           end-if.
           perform leer-descuento.

      *> La cuota es el importe dividido en las cuotas pactadas; la
      *> ultima se lleva el redondeo y ninguna pasa el tope que
      *> queda en el periodo.
       aplicar-un-descuento.
           if dsc-cuotas = zeroes
               move 1 to dsc-cuotas
           end-if.
           compute saldo-descuento = dsc-importe - dsc-descontado.
           compute cuota-descuento rounded =
               dsc-importe / dsc-cuotas.
           if saldo-descuento - cuota-descuento < 1
               move saldo-descuento to cuota-descuento
           end-if.
           if cuota-descuento > tope-descuento
               move tope-descuento to cuota-descuento
           end-if.
           add cuota-descuento to dsc-descontado.
           subtract cuota-descuento from tope-descuento.
           subtract cuota-descuento from saldo-descuento.
           move rango-hasta-comp to dsc-ult-hasta.
           if saldo-descuento = zeroes
               move "C" to dsc-estado
           end-if.
           rewrite rec-descuentos.
           if not ok-dsc
               display "Error al actualizar descuento fs: "
                 fs-descuentos " legajo: " dsc-legajo
           end-if.
           move dsc-origen to dd-origen.
           move dsc-patente to dd-patente.
           move dsc-fecha to dd-fecha.
           move dsc-descripcion to dd-descripcion.
           move cuota-descuento to dd-aplicado.
           move saldo-descuento to dd-saldo.
           write reg-documento from det-dsc-liq.
           add cuota-descuento to descuento-chofer.
           add cuota-descuento to tot-descuentos.

       escribir-encabezado-chofer.
           move legajo-actual to el1-legajo.
           move rango-desde to el1-desde.
           move cant-alq-chofer to tl-cant.
           move comision-chofer to tl-comision.
           write reg-documento from tot-liq.
           if cant-hex-chofer > zeroes
               move horas-chofer to tx-horas
               move pago-extra-chofer to tx-pago
               write reg-documento from tot-hex-liq
           end-if.
           compute neto-chofer =
               comision-chofer + pago-extra-chofer - descuento-chofer
               + reintegro-chofer.
           if descuento-chofer > zeroes
               move descuento-chofer to td-descuento
               write reg-documento from tot-dsc-liq
           end-if.
           if cant-gas-chofer > zeroes
               move reintegro-chofer to tr-reintegro
               write reg-documento from tot-gas-liq
           end-if.
           if descuento-chofer > zeroes or cant-gas-chofer > zeroes
               move neto-chofer to tn-neto
               write reg-documento from tot-neto-liq
           end-if.
           write reg-documento from enc-liq3.
           move legajo-actual to id-legajo.
           move comision-chofer to id-comision.
           move horas-chofer to id-horas-extra.
           move pago-extra-chofer to id-importe-extra.
           move descuento-chofer to id-descuento.
           move reintegro-chofer to id-reintegro.
           write reg-interfaz from int-detalle.

      *> El hash total del trailer es el neto a pagar: comisiones
      *> mas horas extra menos descuentos mas reintegros. El
      *> estudio lo reconcilia contra lo que recibio antes de
      *> pagar.
       escribir-resumen.
           move cant-choferes-liq to rf-choferes.
           move tot-comisiones to rf-total.
           write reg-documento from res-final.
           display res-final.
           move tot-horas-extra to rf-total-hex.
           write reg-documento from res-final-hex.
           display res-final-hex.
           move tot-descuentos to rf-total-dsc.
           write reg-documento from res-final-dsc.
           display res-final-dsc.
           move tot-reintegros to rf-total-gas.
           write reg-documento from res-final-gas.
           display res-final-gas.
           move cant-choferes-liq to it-cantidad.
           compute it-hash =
               tot-comisiones + tot-horas-extra - tot-descuentos
               + tot-reintegros.
           write reg-interfaz from int-trailer.

       *> Reordena una fecha DDMMAAAA a AAAAMMDD para compararla
           close liquidaciones.
           close documento.
           close interfaz.
           if horas-extra-abiertas
               close horas-extra
           end-if.
           if gastos-abiertos
               close gastos
           end-if.
           if descuentos-abiertos
               close descuentos
           end-if.
           if ranking-abierto
               close ranking-periodo
           end-if.
