       identification division.
       program-id. IndicadoresGestion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Libro mensual de indicadores de gestion: los numeros de la
      *> reunion de gerentes salian de ParteB, UtilizacionVehiculos,
      *> RentabilidadVehiculos, DemandaPerdida y el reporte de
      *> antiguedad, cada uno con su propia base. Aca se calculan
      *> todos de los maestros, con una sola base, por sucursal y
      *> tamano de vehiculo, para el mes pedido, el mes anterior y
      *> el mismo mes del anio anterior:
      *>  - ingreso por auto-dia disponible y tarifa diaria promedio
      *>  - utilizacion y porcentaje de demanda perdida
      *>  - porcentaje de no-show y duracion promedio del alquiler
      *>  - costo de siniestros cada 1.000 km recorridos
      *> y, para la empresa en total, los dias de cobranza (DSO).
      *>
      *> Bases:
      *>  - Flota: autos.dat sin los vendidos ("V"), en la sucursal y
      *>    tamano que tienen hoy (no hay historia de altas y bajas);
      *>    dias disponibles = autos x dias del mes.
      *>  - Alquileres: estados T y D por mes de la fecha del
      *>    alquiler, en la sucursal del alquiler; el importe es el
      *>    facturado (lineas de alquiler y campania de
      *>    facturas-detalle), o el aprobado si no se facturo, igual
      *>    que PresupuestoVsReal. Los no-show son el estado N.
      *>  - Demanda perdida: desempates perdidos (motivo 1) del
      *>    historico de rechazos, en dias, como en MezclaFlota.
      *>  - Siniestros: costo bruto de siniestros.dat; km: lecturas
      *>    de odometro.dat (ultima lectura del mes menos la ultima
      *>    anterior al mes).
      *>  - DSO: cartera al cierre del mes (facturas emitidas hasta
      *>    el cierre menos notas de credito y pagos hasta el cierre,
      *>    sin las incobrables) sobre lo facturado en el mes, por los
      *>    dias del mes.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is sequential
           record key is aut-patente
           file status is fs-autos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select facturas-detalle
           assign to disk "..\..\..\Entrada\facturas-detalle.dat"
           organization is indexed
           access mode is dynamic
           record key is det-clave
           file status is fs-fact-detalle.

       select rechazados-hist
           assign to disk "..\..\..\Files\RECHAZADOS-HIST.dat"
           organization is line sequential
           file status is fs-rechazados.

       select siniestros
           assign to disk "..\..\..\Entrada\siniestros.dat"
           organization is indexed
           access mode is sequential
           record key is sin-clave
           file status is fs-siniestros.

       select odometro
           assign to disk "..\..\..\Entrada\odometro.dat"
           organization is indexed
           access mode is sequential
           record key is odo-clave
           file status is fs-odometro.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select pagos
           assign to disk "..\..\..\Entrada\pagos.dat"
           organization is line sequential
           file status is fs-pagos.

       select reporte
           assign to disk "..\..\..\Salida\indicadores-gestion.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido se
      *> informa el mes calendario anterior y el ACCEPT final no
      *> frena la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
           03  aut-sucursal        pic 99.

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

       fd facturas-detalle
           label record is standard.
       01  rec-fact-detalle.
           03  det-clave.
               05  det-fact-nro    pic 9(6).
               05  det-linea       pic 9(3).
           03  det-tipo            pic x.
               88  det-alquiler        value "A".
               88  det-descuento       value "D".
               88  det-campania        value "P".
               88  det-recargo-danio   value "K".
           03  det-patente         pic x(6).
           03  det-fecha           pic 9(8).  *> DDMMAAAA
           03  det-concepto        pic x(20).
           03  det-importe         pic s9(7)v99.

       fd rechazados-hist
           label record is standard.
       01  reg-rechhist.
           03  rhist-fecha-corrida pic 9(8).
           03  filler              pic x.
           03  rhist-patente       pic x(6).
           03  filler              pic x.
           03  rhist-fecha         pic 9(8).
           03  filler              pic x.
           03  rhist-tipodoc       pic x.
           03  filler              pic x.
           03  rhist-nrodoc        pic x(20).
           03  filler              pic x.
           03  rhist-motivo        pic 9.
           03  filler              pic x.
           03  rhist-agencia       pic 9.
           03  filler              pic x.
           03  rhist-ganador       pic 9.
           03  filler              pic x.
           03  rhist-cantdias      pic 9(2).

       fd siniestros
           label record is standard.
       01  rec-siniestros.
           03  sin-clave.
               05  sin-patente     pic x(6).
               05  sin-fecha       pic 9(8).  *> DDMMAAAA
           03  sin-legajo          pic x(7).
           03  sin-severidad       pic 9.
           03  sin-costo           pic 9(6)v99.
           03  sin-descripcion     pic x(30).

       fd odometro
           label record is standard.
       01  rec-odometro.
           03  odo-clave.
               05  odo-patente     pic x(6).
               05  odo-fecha-comp  pic 9(8).  *> AAAAMMDD
           03  odo-km              pic 9(7).

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
           03  fact-nro            pic 9(6).
           03  fact-fecha-emision  pic 9(8).  *> AAAAMMDD
           03  fact-nro-doc        pic x(20).
           03  fact-cli-numero     pic x(8).
           03  fact-total          pic 9(7)v99.
           03  fact-pagado         pic 9(7)v99.
           03  fact-estado         pic x.
               88  fact-emitida        value "E".
               88  fact-incobrable     value "I".
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
               88  fact-cae-pendiente  value "P".
               88  fact-cae-enviada    value "E".
               88  fact-cae-autorizada value "A".
               88  fact-cae-rechazada  value "R".
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
               88  fact-es-factura     value "F".
               88  fact-es-debito      value "D".
           03  fact-fact-origen    pic 9(6).

       fd notas-emitidas
           label record is standard.
       01  rec-notas-emitidas.
           03  nemi-nro            pic 9(6).
           03  nemi-fact-nro       pic 9(6).
           03  nemi-fecha          pic 9(8).  *> AAAAMMDD
           03  nemi-nro-doc        pic x(20).
           03  nemi-cli-numero     pic x(8).
           03  nemi-total          pic 9(7)v99.
           03  nemi-neto           pic 9(7)v99.
           03  nemi-iva            pic 9(7)v99.
           03  nemi-cae            pic 9(14).
           03  nemi-cae-vto        pic 9(8).  *> AAAAMMDD
           03  nemi-cae-estado     pic x.
               88  nemi-cae-pendiente  value "P".
               88  nemi-cae-enviada    value "E".
               88  nemi-cae-autorizada value "A".
               88  nemi-cae-rechazada  value "R".
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd pagos
           label record is standard.
       01  reg-pagos.
           03  pag-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  pag-hora            pic 9(6).
           03  filler              pic x.
           03  pag-fact-nro        pic 9(6).
           03  filler              pic x.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x.
           03  pag-origen          pic x(8).
           03  filler              pic x.
           03  pag-medio           pic x.
           03  filler              pic x.
           03  pag-cupon           pic x(12).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-aut                   value "00".
           88 eof-aut                  value "10".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-fact-detalle      pic xx.
           88 ok-det                   value "00".
           88 eof-det                  value "10".
       01 hay-detalle          pic x       value "N".
           88 detalle-abierto          value "S".
       01 fs-rechazados        pic xx.
           88 ok-rech                  value "00".
           88 eof-rech                 value "10".
       01 fs-siniestros        pic xx.
           88 ok-sin                   value "00".
           88 eof-sin                  value "10".
       01 fs-odometro          pic xx.
           88 ok-odo                   value "00".
           88 eof-odo                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-pagos             pic xx.
           88 ok-pag                   value "00".
           88 eof-pag                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 mes-informe           pic 99.
       01 anio-informe          pic 9(4).
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).

      *> Periodos comparados: 1 = mes pedido, 2 = mes anterior,
      *> 3 = mismo mes del anio anterior.
       01 tabla-periodos.
           03 per-elem occurs 3 times.
               05 per-mes          pic 99.
               05 per-anio         pic 9(4).
               05 per-desde        pic 9(8).  *> AAAAMMDD
               05 per-hasta        pic 9(8).  *> AAAAMMDD
               05 per-dias         pic 99.
               05 per-facturado    pic 9(11)v99.
               05 per-cartera      pic s9(11)v99.
       77 ix-per                pic 9.
       77 pos-per               pic 9.
       77 fecha-periodo         pic 9(8).
       77 fecha-siguiente       pic 9(8).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Flota actual: sucursal y tamano de cada patente
       01 tabla-flota.
           03 tf-elem occurs 3000 times.
               05 tf-patente       pic x(6).
               05 tf-sucursal      pic 99.
               05 tf-tamano        pic x.
       77 cant-flota            pic 9(4)    value zeroes.
       77 max-flota             pic 9(4)    value 3000.
       77 ix-flo                pic 9(4).
       77 pos-flo               pic 9(4).
       01 patente-buscada       pic x(6).
       01 tamano-patente        pic x.
       01 sucursal-patente      pic 99.

      *> Una fila por sucursal + tamano, en orden de clave, con los
      *> acumulados de cada periodo.
       01 tabla-clases.
           03 cla-elem occurs 200 times.
               05 cla-clave.
                   07 cla-sucursal     pic 99.
                   07 cla-tamano       pic x.
               05 cla-datos.
                   07 cla-autos        pic 9(4).
                   07 cla-per occurs 3 times.
                       09 cp-dias-alq      pic 9(7).
                       09 cp-ingresos      pic s9(9)v99.
                       09 cp-alquileres    pic 9(6).
                       09 cp-no-shows      pic 9(6).
                       09 cp-dias-perdidos pic 9(7).
                       09 cp-costo-sin     pic 9(9)v99.
                       09 cp-km            pic 9(9).
       77 cant-clases           pic 9(3)    value zeroes.
       77 max-clases            pic 9(3)    value 200.
       77 ix-cla                pic 9(3).
       77 pos-cla               pic 9(3).
       01 clave-buscada.
           03 cb-sucursal       pic 99.
           03 cb-tamano         pic x.
       77 cant-sin-lugar        pic 9(5)    value zeroes.

      *> Base de calculo de los indicadores que se imprimen (una
      *> clase o el total de la empresa), misma forma que cla-datos.
       01 kpi-datos.
           03 kd-autos          pic 9(4).
           03 kd-per occurs 3 times.
               05 kd-dias-alq      pic 9(7).
               05 kd-ingresos      pic s9(9)v99.
               05 kd-alquileres    pic 9(6).
               05 kd-no-shows      pic 9(6).
               05 kd-dias-perdidos pic 9(7).
               05 kd-costo-sin     pic 9(9)v99.
               05 kd-km            pic 9(9).
       01 total-datos.
           03 td-autos          pic 9(4).
           03 td-per occurs 3 times.
               05 td-dias-alq      pic 9(7).
               05 td-ingresos      pic s9(9)v99.
               05 td-alquileres    pic 9(6).
               05 td-no-shows      pic 9(6).
               05 td-dias-perdidos pic 9(7).
               05 td-costo-sin     pic 9(9)v99.
               05 td-km            pic 9(9).
       77 dias-disponibles      pic 9(9).
       77 divisor-kpi           pic 9(11)v99.
       77 valor-kpi             pic s9(7)v99.

      *> Lecturas de odometro de la patente en curso por periodo
       01 patente-odo           pic x(6).
       01 tabla-lecturas.
           03 lec-per occurs 3 times.
               05 lec-anterior     pic 9(7).
               05 lec-primera      pic 9(7).
               05 lec-final        pic 9(7).
       77 lec-base              pic 9(7).

       77 importe-real          pic s9(9)v99.
       77 importe-facturado     pic s9(9)v99.
       77 factura-actual        pic 9(6).
       77 lineas-alquiler       pic 9(3).
       77 dias-alquiler         pic 9(3).

       77 cant-alquileres       pic 9(6)    value zeroes.
       77 cant-siniestros       pic 9(5)    value zeroes.
       77 cant-rechazos         pic 9(5)    value zeroes.

       01 enc-kpi1.
           03 filler pic x(46) value
               "INDICADORES DE GESTION - Mes / Anio           ".
           03 ek1-mes           pic 99.
           03 filler pic x     value "/".
           03 ek1-anio          pic 9(4).

       01 enc-kpi2.
           03 filler pic x(9)  value "SUCURSAL ".
           03 ek2-sucursal      pic 99.
           03 filler pic x(9)  value "  Tamano ".
           03 ek2-tamano        pic x.
           03 filler pic x(9)  value "  Autos: ".
           03 ek2-autos         pic zzz9.

       01 enc-kpi2t.
           03 filler pic x(22) value "TOTAL EMPRESA".
           03 filler pic x(9)  value "  Autos: ".
           03 ek2t-autos        pic zzz9.

       01 enc-kpi3.
           03 filler pic x(34) value "Indicador".
           03 ek3-col occurs 3 times.
               05 filler        pic x(6).
               05 ek3-mes       pic 99.
               05 ek3-barra     pic x.
               05 ek3-anio      pic 9(4).
               05 filler        pic x.

       01 enc-kpi4.
           03 filler pic x(100) value all "-".

       01 det-kpi.
           03 dk-leyenda        pic x(34).
           03 dk-col occurs 3 times.
               05 dk-valor      pic -zzzzzz9.99.
               05 dk-valor-x redefines dk-valor pic x(11).
               05 filler        pic x(3).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           perform armar-periodos.
           perform abrir-reporte.
           perform cargar-flota.
           perform acumular-alquileres.
           perform acumular-rechazos.
           perform acumular-siniestros.
           perform acumular-kilometros.
           perform calcular-cartera.
           move zeroes to total-datos.
           perform imprimir-clase
               varying ix-cla from 1 by 1 until ix-cla > cant-clases.
           perform imprimir-total.
           close reporte.
           display "CLASES (SUCURSAL/TAMANO): " cant-clases.
           display "AUTOS EN FLOTA:           " cant-flota.
           display "ALQUILERES CONSIDERADOS:  " cant-alquileres.
           display "SINIESTROS CONSIDERADOS:  " cant-siniestros.
           display "RECHAZOS CONSIDERADOS:    " cant-rechazos.
           move 0 to return-code.
           if cant-sin-lugar > zeroes
               display "REGISTROS SIN LUGAR EN TABLA: " cant-sin-lugar
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> En modo desatendido se informa el mes calendario anterior;
      *> por consola se pide.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               move mes-trabajo to mes-informe
               move anio-trabajo to anio-informe
           else
               display "Mes a informar (MM): "
               accept mes-informe
               display "Anio a informar (AAAA): "
               accept anio-informe
           end-if.
           if mes-informe < 1 or mes-informe > 12
               or anio-informe < 1601
               display "Periodo invalido."
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

       derivar-mes-anterior.
           move function current-date(1:4) to anio-trabajo.
           move function current-date(5:2) to mes-trabajo.
           if mes-trabajo = 1
               move 12 to mes-trabajo
               subtract 1 from anio-trabajo
           else
               subtract 1 from mes-trabajo
           end-if.

       armar-periodos.
           move mes-informe to per-mes(1).
           move anio-informe to per-anio(1).
           move mes-informe to per-mes(2).
           move anio-informe to per-anio(2).
           if per-mes(2) = 1
               move 12 to per-mes(2)
               subtract 1 from per-anio(2)
           else
               subtract 1 from per-mes(2)
           end-if.
           move mes-informe to per-mes(3).
           compute per-anio(3) = anio-informe - 1.
           perform completar-periodo
               varying ix-per from 1 by 1 until ix-per > 3.

      *> Primer y ultimo dia del periodo: el ultimo es el dia
      *> anterior al 1ro del mes siguiente.
       completar-periodo.
           compute per-desde(ix-per) =
               per-anio(ix-per) * 10000 + per-mes(ix-per) * 100 + 1.
           if per-mes(ix-per) = 12
               compute fecha-siguiente =
                   (per-anio(ix-per) + 1) * 10000 + 101
           else
               compute fecha-siguiente = per-desde(ix-per) + 100
           end-if.
           compute per-hasta(ix-per) = function date-of-integer(
               function integer-of-date(fecha-siguiente) - 1).
           move per-hasta(ix-per)(7:2) to per-dias(ix-per).
           move zeroes to per-facturado(ix-per).
           move zeroes to per-cartera(ix-per).

      *> Periodo (1 a 3) en que cae fecha-periodo (AAAAMMDD); cero si
      *> no cae en ninguno.
       ubicar-periodo.
           move zeroes to pos-per.
           perform comparar-periodo
               varying ix-per from 1 by 1 until ix-per > 3.

       comparar-periodo.
           if fecha-periodo >= per-desde(ix-per)
               and fecha-periodo <= per-hasta(ix-per)
               move ix-per to pos-per
           end-if.

       abrir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move mes-informe to ek1-mes.
           move anio-informe to ek1-anio.
           write reg-reporte from enc-kpi1.
           perform armar-columna-periodo
               varying ix-per from 1 by 1 until ix-per > 3.

       armar-columna-periodo.
           move spaces to ek3-col(ix-per).
           move per-mes(ix-per) to ek3-mes(ix-per).
           move "/" to ek3-barra(ix-per).
           move per-anio(ix-per) to ek3-anio(ix-per).

      *>------------------------------------------------------------
      *> Flota y clases
      *>------------------------------------------------------------
       cargar-flota.
           open input autos.
           if not ok-aut
               display "Error al abrir archivo autos fs: " fs-autos
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           perform leer-auto.
           perform registrar-auto until eof-aut.
           close autos.

       leer-auto.
           read autos
               at end continue
           end-read.

       registrar-auto.
           if ok-aut and cant-flota < max-flota
               add 1 to cant-flota
               move aut-patente to tf-patente(cant-flota)
               move aut-sucursal to tf-sucursal(cant-flota)
               move aut-tamano to tf-tamano(cant-flota)
               if aut-estado is not equal to "V"
                   move aut-sucursal to cb-sucursal
                   move aut-tamano to cb-tamano
                   perform ubicar-clase
                   if pos-cla > zeroes
                       add 1 to cla-autos(pos-cla)
                   end-if
               end-if
           end-if.
           perform leer-auto.

      *> Sucursal y tamano actuales de patente-buscada ("?" si la
      *> patente ya no esta en autos.dat).
       buscar-patente.
           move zeroes to pos-flo.
           perform comparar-patente
               varying ix-flo from 1 by 1
               until ix-flo > cant-flota or pos-flo > zeroes.
           if pos-flo > zeroes
               move tf-sucursal(pos-flo) to sucursal-patente
               move tf-tamano(pos-flo) to tamano-patente
           else
               move zeroes to sucursal-patente
               move "?" to tamano-patente
           end-if.

       comparar-patente.
           if tf-patente(ix-flo) = patente-buscada
               move ix-flo to pos-flo
           end-if.

      *> Busca la clase de clave-buscada; si no esta la inserta en
      *> su lugar (la tabla queda ordenada por sucursal y tamano).
       ubicar-clase.
           move zeroes to pos-cla.
           perform comparar-clase
               varying ix-cla from 1 by 1
               until ix-cla > cant-clases or pos-cla > zeroes.
           if pos-cla = zeroes
               if cant-clases < max-clases
                   perform insertar-clase
               else
                   add 1 to cant-sin-lugar
               end-if
           end-if.

       comparar-clase.
           if cla-clave(ix-cla) = clave-buscada
               move ix-cla to pos-cla
           end-if.

       insertar-clase.
           move cant-clases to ix-cla.
           add 1 to ix-cla.
           move ix-cla to pos-cla.
           perform buscar-lugar-clase
               varying ix-cla from 1 by 1
               until ix-cla > cant-clases.
           perform correr-clase
               varying ix-cla from cant-clases by -1
               until ix-cla < pos-cla.
           add 1 to cant-clases.
           move clave-buscada to cla-clave(pos-cla).
           move zeroes to cla-datos(pos-cla).

       buscar-lugar-clase.
           if cla-clave(ix-cla) > clave-buscada
               and ix-cla < pos-cla
               move ix-cla to pos-cla
           end-if.

       correr-clase.
           move cla-elem(ix-cla) to cla-elem(ix-cla + 1).

      *>------------------------------------------------------------
      *> Acumulacion por periodo
      *>------------------------------------------------------------
       acumular-alquileres.
           open input facturas-detalle.
           if ok-det
               move "S" to hay-detalle
           end-if.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform procesar-alquiler until eof-alq
               close alquileresmae
           end-if.
           if detalle-abierto
               close facturas-detalle
           end-if.

       leer-alquiler.
           read alquileresmae
               at end continue
           end-read.

       procesar-alquiler.
           if ok-alq and (alq-estado = "T" or alq-estado = "D"
               or alq-estado = "N")
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-periodo
               perform ubicar-periodo
               if pos-per > zeroes
                   add 1 to cant-alquileres
                   move alq-patente to patente-buscada
                   perform buscar-patente
                   move alq-sucursal to cb-sucursal
                   move tamano-patente to cb-tamano
                   perform ubicar-clase
                   if pos-cla > zeroes
                       perform sumar-alquiler-clase
                   end-if
               end-if
           end-if.
           perform leer-alquiler.

      *> Los alquileres historicos sin alq-cantdias cuentan como un
      *> dia, el supuesto de siempre.
       sumar-alquiler-clase.
           if alq-estado = "N"
               add 1 to cp-no-shows(pos-cla, pos-per)
           else
               if alq-cantdias = zeroes
                   move 1 to dias-alquiler
               else
                   move alq-cantdias to dias-alquiler
               end-if
               perform valuar-alquiler
               add 1 to cp-alquileres(pos-cla, pos-per)
               add dias-alquiler to cp-dias-alq(pos-cla, pos-per)
               add importe-real to cp-ingresos(pos-cla, pos-per)
           end-if.

      *> Importe facturado: lineas de alquiler y de campania de la
      *> factura del alquiler que corresponden a su clave.
       valuar-alquiler.
           move alq-importe to importe-real.
           if alq-factura > zeroes and detalle-abierto
               move zeroes to importe-facturado
               move zeroes to lineas-alquiler
               move alq-factura to factura-actual
               move alq-factura to det-fact-nro
               move zeroes to det-linea
               start facturas-detalle key is not less than det-clave
                   invalid key move "10" to fs-fact-detalle
               end-start
               if ok-det
                   perform leer-detalle
               end-if
               perform sumar-linea-detalle until eof-det
                   or det-fact-nro is not equal to factura-actual
               if lineas-alquiler > zeroes
                   move importe-facturado to importe-real
               end-if
           end-if.

       leer-detalle.
           read facturas-detalle next record
               at end continue
           end-read.

       sumar-linea-detalle.
           if (det-alquiler or det-campania)
               and det-patente = alq-patente
               and det-fecha = alq-fecha
               add det-importe to importe-facturado
               add 1 to lineas-alquiler
           end-if.
           perform leer-detalle.

      *> Solo los desempates perdidos (motivo 1) son demanda real,
      *> igual que en MezclaFlota.
       acumular-rechazos.
           open input rechazados-hist.
           if ok-rech
               perform leer-rechazo
               perform procesar-rechazo until eof-rech
               close rechazados-hist
           end-if.

       leer-rechazo.
           read rechazados-hist
               at end continue
           end-read.

       procesar-rechazo.
           if ok-rech and rhist-motivo = 1
               move rhist-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-periodo
               perform ubicar-periodo
               if pos-per > zeroes
                   add 1 to cant-rechazos
                   move rhist-patente to patente-buscada
                   perform buscar-patente
                   move sucursal-patente to cb-sucursal
                   move tamano-patente to cb-tamano
                   perform ubicar-clase
                   if pos-cla > zeroes
                       add rhist-cantdias
                           to cp-dias-perdidos(pos-cla, pos-per)
                   end-if
               end-if
           end-if.
           perform leer-rechazo.

       acumular-siniestros.
           open input siniestros.
           if ok-sin
               perform leer-siniestro
               perform procesar-siniestro until eof-sin
               close siniestros
           end-if.

       leer-siniestro.
           read siniestros
               at end continue
           end-read.

       procesar-siniestro.
           if ok-sin
               move sin-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-periodo
               perform ubicar-periodo
               if pos-per > zeroes
                   add 1 to cant-siniestros
                   move sin-patente to patente-buscada
                   perform buscar-patente
                   move sucursal-patente to cb-sucursal
                   move tamano-patente to cb-tamano
                   perform ubicar-clase
                   if pos-cla > zeroes
                       add sin-costo to cp-costo-sin(pos-cla, pos-per)
                   end-if
               end-if
           end-if.
           perform leer-siniestro.

      *> Km del periodo por patente: ultima lectura del periodo menos
      *> la ultima anterior (o la primera del periodo si antes no
      *> hubo). El archivo viene por patente + fecha.
       acumular-kilometros.
           open input odometro.
           if ok-odo
               perform leer-odometro
               perform procesar-patente-odo until eof-odo
               close odometro
           end-if.

       leer-odometro.
           read odometro
               at end continue
           end-read.

       procesar-patente-odo.
           move odo-patente to patente-odo.
           move zeroes to tabla-lecturas.
           perform registrar-lectura until eof-odo
               or odo-patente is not equal to patente-odo.
           move patente-odo to patente-buscada.
           perform buscar-patente.
           move sucursal-patente to cb-sucursal.
           move tamano-patente to cb-tamano.
           perform ubicar-clase.
           if pos-cla > zeroes
               perform sumar-km-periodo
                   varying ix-per from 1 by 1 until ix-per > 3
           end-if.

       registrar-lectura.
           if ok-odo
               perform registrar-lectura-periodo
                   varying ix-per from 1 by 1 until ix-per > 3
           end-if.
           perform leer-odometro.

       registrar-lectura-periodo.
           if odo-fecha-comp < per-desde(ix-per)
               move odo-km to lec-anterior(ix-per)
           else if odo-fecha-comp <= per-hasta(ix-per)
               if lec-primera(ix-per) = zeroes
                   move odo-km to lec-primera(ix-per)
               end-if
               move odo-km to lec-final(ix-per)
           end-if.

       sumar-km-periodo.
           if lec-anterior(ix-per) > zeroes
               move lec-anterior(ix-per) to lec-base
           else
               move lec-primera(ix-per) to lec-base
           end-if.
           if lec-final(ix-per) > lec-base
               compute cp-km(pos-cla, ix-per) =
                   cp-km(pos-cla, ix-per)
                   + lec-final(ix-per) - lec-base
           end-if.

      *> Cartera al cierre y facturado de cada periodo (DSO)
       calcular-cartera.
           open input facturas-emitidas.
           if ok-fact-emi
               perform leer-factura
               perform procesar-factura until eof-fact-emi
               close facturas-emitidas
           end-if.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota-credito
               perform procesar-nota-credito until eof-nemi
               close notas-emitidas
           end-if.
           open input pagos.
           if ok-pag
               perform leer-pago
               perform procesar-pago until eof-pag
               close pagos
           end-if.

       leer-factura.
           read facturas-emitidas
               at end continue
           end-read.

       procesar-factura.
           if ok-fact-emi and not fact-incobrable
               perform sumar-factura-periodo
                   varying ix-per from 1 by 1 until ix-per > 3
           end-if.
           perform leer-factura.

       sumar-factura-periodo.
           if fact-fecha-emision <= per-hasta(ix-per)
               add fact-total to per-cartera(ix-per)
               if fact-fecha-emision >= per-desde(ix-per)
                   add fact-total to per-facturado(ix-per)
               end-if
           end-if.

       leer-nota-credito.
           read notas-emitidas
               at end continue
           end-read.

       procesar-nota-credito.
           if ok-nemi
               perform restar-nota-periodo
                   varying ix-per from 1 by 1 until ix-per > 3
           end-if.
           perform leer-nota-credito.

       restar-nota-periodo.
           if nemi-fecha <= per-hasta(ix-per)
               subtract nemi-total from per-cartera(ix-per)
           end-if.

       leer-pago.
           read pagos
               at end continue
           end-read.

       procesar-pago.
           if ok-pag and pag-fact-nro > zeroes
               perform restar-pago-periodo
                   varying ix-per from 1 by 1 until ix-per > 3
           end-if.
           perform leer-pago.

       restar-pago-periodo.
           if pag-fecha <= per-hasta(ix-per)
               subtract pag-importe from per-cartera(ix-per)
           end-if.

      *>------------------------------------------------------------
      *> Reporte
      *>------------------------------------------------------------
       imprimir-clase.
           move cla-datos(ix-cla) to kpi-datos.
           add cla-autos(ix-cla) to td-autos.
           perform sumar-clase-total
               varying ix-per from 1 by 1 until ix-per > 3.
           move spaces to reg-reporte.
           write reg-reporte.
           move cla-sucursal(ix-cla) to ek2-sucursal.
           move cla-tamano(ix-cla) to ek2-tamano.
           move kd-autos to ek2-autos.
           write reg-reporte from enc-kpi2.
           perform imprimir-indicadores.

       sumar-clase-total.
           add cp-dias-alq(ix-cla, ix-per) to td-dias-alq(ix-per).
           add cp-ingresos(ix-cla, ix-per) to td-ingresos(ix-per).
           add cp-alquileres(ix-cla, ix-per)
               to td-alquileres(ix-per).
           add cp-no-shows(ix-cla, ix-per) to td-no-shows(ix-per).
           add cp-dias-perdidos(ix-cla, ix-per)
               to td-dias-perdidos(ix-per).
           add cp-costo-sin(ix-cla, ix-per) to td-costo-sin(ix-per).
           add cp-km(ix-cla, ix-per) to td-km(ix-per).

       imprimir-total.
           move total-datos to kpi-datos.
           move spaces to reg-reporte.
           write reg-reporte.
           move kd-autos to ek2t-autos.
           write reg-reporte from enc-kpi2t.
           perform imprimir-indicadores.
           move "Dias de cobranza (DSO)" to dk-leyenda.
           perform calcular-dso
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.

       imprimir-indicadores.
           write reg-reporte from enc-kpi3.
           write reg-reporte from enc-kpi4.
           move "Ingreso por auto-dia disponible" to dk-leyenda.
           perform calcular-ingreso-auto-dia
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "Tarifa diaria promedio" to dk-leyenda.
           perform calcular-tarifa-diaria
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "Utilizacion %" to dk-leyenda.
           perform calcular-utilizacion
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "Demanda perdida %" to dk-leyenda.
           perform calcular-demanda-perdida
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "No-show %" to dk-leyenda.
           perform calcular-no-show
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "Duracion promedio (dias)" to dk-leyenda.
           perform calcular-duracion
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.
           move "Costo siniestros c/1000 km" to dk-leyenda.
           perform calcular-costo-km
               varying ix-per from 1 by 1 until ix-per > 3.
           write reg-reporte from det-kpi.

      *> Cada indicador deja su valor en la columna del periodo, o
      *> N/D si el divisor es cero.
       mover-valor-kpi.
           if divisor-kpi = zeroes
               move "        N/D" to dk-valor-x(ix-per)
           else
               move valor-kpi to dk-valor(ix-per)
           end-if.

       calcular-ingreso-auto-dia.
           compute dias-disponibles = kd-autos * per-dias(ix-per).
           move dias-disponibles to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-ingresos(ix-per) / dias-disponibles
           end-if.
           perform mover-valor-kpi.

       calcular-tarifa-diaria.
           move kd-dias-alq(ix-per) to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-ingresos(ix-per) / kd-dias-alq(ix-per)
           end-if.
           perform mover-valor-kpi.

       calcular-utilizacion.
           compute dias-disponibles = kd-autos * per-dias(ix-per).
           move dias-disponibles to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-dias-alq(ix-per) * 100 / dias-disponibles
           end-if.
           perform mover-valor-kpi.

       calcular-demanda-perdida.
           compute divisor-kpi =
               kd-dias-alq(ix-per) + kd-dias-perdidos(ix-per).
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-dias-perdidos(ix-per) * 100 / divisor-kpi
           end-if.
           perform mover-valor-kpi.

       calcular-no-show.
           compute divisor-kpi =
               kd-alquileres(ix-per) + kd-no-shows(ix-per).
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-no-shows(ix-per) * 100 / divisor-kpi
           end-if.
           perform mover-valor-kpi.

       calcular-duracion.
           move kd-alquileres(ix-per) to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-dias-alq(ix-per) / kd-alquileres(ix-per)
           end-if.
           perform mover-valor-kpi.

       calcular-costo-km.
           move kd-km(ix-per) to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   kd-costo-sin(ix-per) * 1000 / kd-km(ix-per)
           end-if.
           perform mover-valor-kpi.

       calcular-dso.
           move per-facturado(ix-per) to divisor-kpi.
           if divisor-kpi > zeroes
               compute valor-kpi rounded =
                   per-cartera(ix-per) * per-dias(ix-per)
                   / per-facturado(ix-per)
           end-if.
           perform mover-valor-kpi.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
               read parametros-corrida
                   at end continue
               end-read
               if ok-corr and corr-desatendida = "S"
                   move "S" to modo-corrida-batch
               end-if
               close parametros-corrida
           end-if.
