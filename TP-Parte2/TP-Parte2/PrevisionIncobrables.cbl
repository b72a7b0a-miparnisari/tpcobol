       identification division.
       program-id. PrevisionIncobrables.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Reporte mensual de prevision de incobrables para
      *> contaduria, en tres partes:
      *>   - la cartera que sigue en la agencia de cobranza
      *>     (derivaciones-cobranza.dat a enviar o en agencia), con
      *>     lo derivado, lo ya recuperado, lo pendiente y la
      *>     prevision sobre lo pendiente al porcentaje del
      *>     parametro PCT-PREVISION-INCOB;
      *>   - lo que la agencia recupero en el periodo (los pagos
      *>     con origen AGENCIA que asienta CobranzaExterna);
      *>   - lo dado de baja por incobrable en el periodo
      *>     (incobrables.dat, liberado en LiberarCambios).
      *> Agendado en MantenimientoAgenda: en modo desatendido toma
      *> el mes calendario anterior; por consola pide el periodo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is sequential
           record key is dcb-fact-nro
           file status is fs-derivaciones.

       select pagos
           assign to disk "..\..\..\Entrada\pagos.dat"
           organization is line sequential
           file status is fs-pagos.

       select incobrables
           assign to disk "..\..\..\Entrada\incobrables.dat"
           organization is indexed
           access mode is sequential
           record key is inc-fact-nro
           file status is fs-incobrables.

       select reporte
           assign to disk "..\..\..\Salida\prevision-incobrables.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, las respuestas salen de aca
      *> y los ACCEPT no frenan la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd derivaciones
           label record is standard.
       01  rec-derivaciones.
           03  dcb-fact-nro        pic 9(6).
           03  dcb-cli-numero      pic x(8).
           03  dcb-nro-doc         pic x(20).
           03  dcb-fecha           pic 9(8).  *> AAAAMMDD
           03  dcb-saldo           pic 9(7)v99.
           03  dcb-recuperado      pic 9(7)v99.
           03  dcb-estado          pic x.
               88  dcb-a-enviar        value "P".
               88  dcb-en-agencia      value "E".
               88  dcb-devuelta        value "V".
               88  dcb-recuperada      value "R".
               88  dcb-incobrable      value "I".
           03  dcb-usuario         pic x(8).
           03  dcb-fecha-cierre    pic 9(8).  *> AAAAMMDD

       fd pagos
           label record is standard.
       01  reg-pagos.
           03  pag-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x       value spaces.
           03  pag-hora            pic 9(6).
           03  filler              pic x       value spaces.
           03  pag-fact-nro        pic 9(6).
           03  filler              pic x       value spaces.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x       value spaces.
           03  pag-origen          pic x(8).
           03  filler              pic x       value spaces.
           03  pag-medio           pic x.
           03  filler              pic x       value spaces.
           03  pag-cupon           pic x(12).

       fd incobrables
           label record is standard.
       01  rec-incobrables.
           03  inc-fact-nro        pic 9(6).
           03  inc-fecha           pic 9(8).  *> AAAAMMDD
           03  inc-cli-numero      pic x(8).
           03  inc-nro-doc         pic x(20).
           03  inc-importe         pic 9(7)v99.
           03  inc-motivo          pic x(25).
           03  inc-usuario-sol     pic x(8).
           03  inc-usuario-lib     pic x(8).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".
           88 eof-dcb                  value "10".
       01 fs-pagos             pic xx.
           88 ok-pag                   value "00".
           88 eof-pag                  value "10".
       01 fs-incobrables       pic xx.
           88 ok-inc                   value "00".
           88 eof-inc                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).

       77 ws-exit               pic x.
       01 periodo-pedido        pic 9(6).  *> AAAAMM
       01 periodo-registro      pic 9(6).
       77 resto-periodo         pic 9(2).

      *> Porcentaje de prevision (ObtenerParametro).
       01 pct-prevision         pic 9(3)v99  value 50.
       01 nombre-parametro      pic x(20).
       01 default-parametro     pic s9(9)v99.
       01 valor-parametro       pic s9(9)v99.

       77 pendiente-agencia     pic 9(7)v99.
       77 prevision-factura     pic 9(7)v99.
       77 cant-agencia          pic 9(5)    value zeroes.
       77 tot-derivado          pic 9(9)v99 value zeroes.
       77 tot-recuperado-cart   pic 9(9)v99 value zeroes.
       77 tot-pendiente         pic 9(9)v99 value zeroes.
       77 tot-prevision         pic 9(9)v99 value zeroes.
       77 cant-recuperos        pic 9(5)    value zeroes.
       77 tot-recuperos         pic 9(9)v99 value zeroes.
       77 cant-bajas            pic 9(5)    value zeroes.
       77 tot-bajas             pic 9(9)v99 value zeroes.

       01 enc-prv1.
           03 filler pic x(42) value
               "PREVISION DE INCOBRABLES - Periodo        ".
           03 ep1-periodo       pic 9(6).
           03 filler pic x(16) value "   Prevision %: ".
           03 ep1-pct           pic zz9.99.

       01 enc-prv2.
           03 filler pic x(100) value all "-".

       01 enc-agencia.
           03 filler pic x(40) value
               "CARTERA EN LA AGENCIA DE COBRANZA       ".

       01 enc-agencia2.
           03 filler pic x(8)  value "Factura ".
           03 filler pic x(10) value "Cliente   ".
           03 filler pic x(10) value "Derivada  ".
           03 filler pic x(3)  value "E  ".
           03 filler pic x(13) value "Derivado     ".
           03 filler pic x(13) value "Recuperado   ".
           03 filler pic x(13) value "Pendiente    ".
           03 filler pic x(9)  value "Prevision".

       01 det-agencia.
           03 da-factura        pic 9(6).
           03 filler pic x(2)  value spaces.
           03 da-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 da-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 da-estado         pic x.
           03 filler pic x(2)  value spaces.
           03 da-derivado       pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 da-recuperado     pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 da-pendiente      pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 da-prevision      pic zzzzzz9.99.

       01 tot-agencia.
           03 filler pic x(20) value "TOTAL EN AGENCIA:   ".
           03 ta-cant           pic zzzz9.
           03 filler pic x(14) value spaces.
           03 ta-derivado       pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 ta-recuperado     pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 ta-pendiente      pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 ta-prevision      pic zzzzzzzz9.99.

       01 enc-recuperos.
           03 filler pic x(40) value
               "RECUPERADO POR LA AGENCIA EN EL PERIODO ".

       01 det-recupero.
           03 dr-factura        pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dr-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-importe        pic zzzzzz9.99.

       01 tot-recuperos-lin.
           03 filler pic x(20) value "TOTAL RECUPERADO:   ".
           03 tr-cant           pic zzzz9.
           03 filler pic x(5)  value " por ".
           03 tr-importe        pic zzzzzzzz9.99.

       01 enc-bajas.
           03 filler pic x(40) value
               "DADO DE BAJA POR INCOBRABLE EN EL PERIODO".

       01 det-baja.
           03 db-factura        pic 9(6).
           03 filler pic x(2)  value spaces.
           03 db-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 db-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 db-importe        pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 db-motivo         pic x(25).
           03 filler pic x(2)  value spaces.
           03 db-usuario-sol    pic x(8).
           03 filler pic x(1)  value "/".
           03 db-usuario-lib    pic x(8).

       01 tot-bajas-lin.
           03 filler pic x(20) value "TOTAL DADO DE BAJA: ".
           03 tb-cant           pic zzzz9.
           03 filler pic x(5)  value " por ".
           03 tb-importe        pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           move "PCT-PREVISION-INCOB" to nombre-parametro.
           move pct-prevision to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-prevision.
           perform abrir-reporte.
           perform listar-agencia.
           perform listar-recuperos.
           perform listar-bajas.
           close reporte.
           display "EN AGENCIA:  " cant-agencia " pendiente "
               tot-pendiente " prevision " tot-prevision.
           display "RECUPERADO:  " cant-recuperos " por "
               tot-recuperos.
           display "DE BAJA:     " cant-bajas " por " tot-bajas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

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
           move periodo-pedido to ep1-periodo.
           move pct-prevision to ep1-pct.
           write reg-reporte from enc-prv1.
           write reg-reporte from enc-prv2.

      *> *
      *> CARTERA EN LA AGENCIA
      *>
      *> Es una foto al momento de la corrida, no del periodo: lo
      *> que sigue en manos de la agencia hoy.
       listar-agencia.
           write reg-reporte from enc-agencia.
           write reg-reporte from enc-agencia2.
           write reg-reporte from enc-prv2.
           open input derivaciones.
           if ok-dcb
               perform leer-derivacion
               perform procesar-derivacion until eof-dcb
               close derivaciones
           end-if.
           write reg-reporte from enc-prv2.
           move cant-agencia to ta-cant.
           move tot-derivado to ta-derivado.
           move tot-recuperado-cart to ta-recuperado.
           move tot-pendiente to ta-pendiente.
           move tot-prevision to ta-prevision.
           write reg-reporte from tot-agencia.
           move spaces to reg-reporte.
           write reg-reporte.

       leer-derivacion.
           read derivaciones
               at end continue
           end-read.

       procesar-derivacion.
           if ok-dcb and (dcb-a-enviar or dcb-en-agencia)
               if dcb-recuperado < dcb-saldo
                   compute pendiente-agencia =
                       dcb-saldo - dcb-recuperado
               else
                   move zeroes to pendiente-agencia
               end-if
               compute prevision-factura rounded =
                   pendiente-agencia * pct-prevision / 100
               move dcb-fact-nro to da-factura
               move dcb-cli-numero to da-cli-numero
               move dcb-fecha to da-fecha
               move dcb-estado to da-estado
               move dcb-saldo to da-derivado
               move dcb-recuperado to da-recuperado
               move pendiente-agencia to da-pendiente
               move prevision-factura to da-prevision
               write reg-reporte from det-agencia
               add 1 to cant-agencia
               add dcb-saldo to tot-derivado
               add dcb-recuperado to tot-recuperado-cart
               add pendiente-agencia to tot-pendiente
               add prevision-factura to tot-prevision
           end-if.
           perform leer-derivacion.

      *> *
      *> RECUPEROS DEL PERIODO
      *>
       listar-recuperos.
           write reg-reporte from enc-recuperos.
           write reg-reporte from enc-prv2.
           open input pagos.
           if ok-pag
               perform leer-pago
               perform procesar-pago until eof-pag
               close pagos
           end-if.
           write reg-reporte from enc-prv2.
           move cant-recuperos to tr-cant.
           move tot-recuperos to tr-importe.
           write reg-reporte from tot-recuperos-lin.
           move spaces to reg-reporte.
           write reg-reporte.

       leer-pago.
           read pagos
               at end continue
           end-read.

       procesar-pago.
           divide pag-fecha by 100
               giving periodo-registro remainder resto-periodo.
           if ok-pag and pag-origen = "AGENCIA"
               and periodo-registro = periodo-pedido
               move pag-fact-nro to dr-factura
               move pag-fecha to dr-fecha
               move pag-importe to dr-importe
               write reg-reporte from det-recupero
               add 1 to cant-recuperos
               add pag-importe to tot-recuperos
           end-if.
           perform leer-pago.

      *> *
      *> BAJAS DEL PERIODO
      *>
       listar-bajas.
           write reg-reporte from enc-bajas.
           write reg-reporte from enc-prv2.
           open input incobrables.
           if ok-inc
               perform leer-incobrable
               perform procesar-incobrable until eof-inc
               close incobrables
           end-if.
           write reg-reporte from enc-prv2.
           move cant-bajas to tb-cant.
           move tot-bajas to tb-importe.
           write reg-reporte from tot-bajas-lin.

       leer-incobrable.
           read incobrables
               at end continue
           end-read.

       procesar-incobrable.
           divide inc-fecha by 100
               giving periodo-registro remainder resto-periodo.
           if ok-inc and periodo-registro = periodo-pedido
               move inc-fact-nro to db-factura
               move inc-cli-numero to db-cli-numero
               move inc-fecha to db-fecha
               move inc-importe to db-importe
               move inc-motivo to db-motivo
               move inc-usuario-sol to db-usuario-sol
               move inc-usuario-lib to db-usuario-lib
               write reg-reporte from det-baja
               add 1 to cant-bajas
               add inc-importe to tot-bajas
           end-if.
           perform leer-incobrable.

      *> En modo desatendido (agenda nocturna) se lista el mes
      *> calendario anterior; por consola se pide como siempre.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               compute periodo-pedido =
                   anio-trabajo * 100 + mes-trabajo
           else
               display "Periodo a listar (AAAAMM): "
               accept periodo-pedido
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
