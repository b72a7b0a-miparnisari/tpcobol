       *> parciales contra el registro de facturas emitidas
       *> (fact-pagado acumula lo cobrado; saldada la factura pasa a
       *> estado "C") y emite el reporte de antiguedad de deuda
       *> en dias habiles desde la emision (corriente / 21 / 42 / 63
       *> o mas, unos 30 / 60 / 90 dias corridos; calendario
       *> nacional via DiaHabil) por cliente, con el telefono y la
       *> direccion traidos via BuscarDatosCliente para que el
       *> cobrador pueda reclamar de verdad. Las facturas anuladas
       *> por nota de credito no cuentan como deuda.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select reporte
      *> vencimiento y lo pagado contra ella; la antiguedad de una
      *> factura con plan se mide por el vencimiento de cada cuota
      *> y no por la fecha de emision, asi un cliente al dia con su
      *> plan deja de figurar como moroso. Una cuota que vence en
      *> dia no habil vence en el primer habil que le sigue.
       select planes
           assign to disk "..\..\..\Entrada\planes-pago.dat"
           organization is indexed
               88  fact-emitida        value "E".
               88  fact-anulada        value "A".
               88  fact-cobrada        value "C".
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

       fd reporte
           label record is standard.
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

       fd planes
           label record is standard.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x       value spaces.
           03  pag-origen          pic x(8).
           03  filler              pic x       value spaces.
           03  pag-medio           pic x.
           03  filler              pic x       value spaces.
           03  pag-cupon           pic x(12).

       working-storage section.
       01 fs-fact-emitidas     pic xx.
       01 factura-con-plan      pic x.
           88 tiene-plan               value "S".
       01 origen-pago           pic x(8)    value "CAJA".

      *> Medio de pago del cobro: con tarjeta el cupon queda en el
      *> registro de cupones (RegistrarCuponTarjeta) para conciliar
      *> contra la liquidacion, y no entra al arqueo de caja.
       01 in-medio-pago         pic x.
           88 medio-credito            value "C" "c".
           88 medio-debito             value "D" "d".
           88 medio-tarjeta            value "C" "c" "D" "d".
       01 in-cupon              pic x(12).
       01 cupon-medio           pic x.
       01 cupon-importe         pic 9(7)v99.
       01 cupon-origen          pic x(8)    value "COBRANZA".
       01 cupon-referencia      pic x(20).
       01 cupon-estado          pic x(2).
       01 venc-comp             pic 9(8).

       01 operador-actual       pic x(8).
       01 in-monto              pic 9(7)v99.
       77 saldo-factura         pic s9(7)v99.

       01 doc-cliente-buscado  pic x(20)   value spaces.
       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

       77 dias-antiguedad       pic s9(5).

      *> Servicio de dias habiles (DiaHabil): S con cantidad 0 da
      *> el vencimiento efectivo de una cuota, C los dias habiles
      *> de atraso. Las facturas no tienen sucursal, cuenta el
      *> calendario nacional (00).
       01 dh-funcion            pic x.
       01 dh-sucursal           pic 99      value zeroes.
       01 dh-cantidad           pic 9(5)    value zeroes.
       01 dh-tipo-dia           pic xx.
       01 dh-fecha              pic 9(8).
       01 dh-cantidad-res       pic 9(5).
       01 venc-efectivo         pic 9(8).
       01 fecha-hoy             pic 9(8).

       77 tot-corriente         pic 9(9)v99 value zeroes.
               "Direccion                       ".
           03 filler pic x(22) value "Telefono              ".
           03 filler pic x(12) value "Saldo       ".
           03 filler pic x(6)  value "D.Hab.".

       01 enc-cob3.
           03 filler pic x(120) value all "-".
           03 dc-dias           pic zzzz9.

       01 tot-cob1.
           03 filler pic x(22) value "CORRIENTE (0-20 HAB.):".
           03 tc1-importe       pic zzzzzzzz9.99.
       01 tot-cob2.
           03 filler pic x(22) value "21 A 41 DIAS HABILES: ".
           03 tc2-importe       pic zzzzzzzz9.99.
       01 tot-cob3.
           03 filler pic x(22) value "42 A 62 DIAS HABILES: ".
           03 tc3-importe       pic zzzzzzzz9.99.
       01 tot-cob4.
           03 filler pic x(22) value "63 DIAS HABILES O MAS:".
           03 tc4-importe       pic zzzzzzzz9.99.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "COBRANZAS".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           accept in-nro-factura.
           display "Monto cobrado: ".
           accept in-monto.
           perform pedir-medio-pago.

           move in-nro-factura to fact-nro.
           read facturas-emitidas
               display "La factura esta anulada, no admite pagos."
           else if fact-cobrada
               display "La factura ya esta cobrada por completo."
           else if fact-incobrable
               display "La factura esta dada de baja por "
                   "incobrable, no admite pagos."
           else
               add in-monto to fact-pagado
               if fact-pagado is not less than fact-total
               move fact-nro to pag-fact-nro
               move in-monto to pag-importe
               move origen-pago to pag-origen
               move cupon-medio to pag-medio
               move in-cupon to pag-cupon
               write reg-pagos
               close pagos
               perform asentar-pago-ctacte
           else
               display "Error al asentar pago fs: " fs-pagos
           end-if.
           if medio-tarjeta
               perform registrar-cupon
           else
               perform asentar-movimiento-caja
           end-if.

       pedir-medio-pago.
           display "Medio de pago (E efectivo, C tarjeta de credito, "
               "D tarjeta de debito): ".
           accept in-medio-pago.
           move spaces to in-cupon.
           if medio-credito
               move "C" to cupon-medio
           else if medio-debito
               move "D" to cupon-medio
           else
               move "E" to cupon-medio
           end-if.
           if medio-tarjeta
               display "Numero de cupon (lote + cupon): "
               accept in-cupon
           end-if.

       registrar-cupon.
           move in-monto to cupon-importe.
           move spaces to cupon-referencia.
           string "FACTURA " fact-nro delimited by size
               into cupon-referencia
           end-string.
           call "RegistrarCuponTarjeta" using cupon-medio, in-cupon,
               cupon-importe, cupon-origen, cupon-referencia,
               cupon-estado.
           if cupon-estado = "22"
               display "AVISO: el cupon " in-cupon " ya estaba "
                   "registrado, el cobro vale pero revisar el cupon."
           end-if.

      *> El pago acredita la cuenta corriente del cliente.
       asentar-pago-ctacte.
           move fact-cli-numero to mcc-cli-numero.
           move fact-nro-doc to mcc-nro-doc.
           move "PA" to mcc-tipo.
           move "C" to mcc-signo.
           move pag-importe to mcc-importe.
           move spaces to mcc-comprobante.
           string "PAGO FACT " pag-fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

       asentar-movimiento-caja.
           move "C" to mov-caja-tipo.
           accept in-nro-cuota.
           display "Monto cobrado: ".
           accept in-monto.
           perform pedir-medio-pago.

           move in-nro-factura to cuo-fact-nro.
           move in-nro-cuota to cuo-nro.
           move zeroes to tot-corriente tot-30 tot-60 tot-90.
           perform cargar-creditos.
           move function current-date(1:8) to fecha-hoy.
           move fecha-hoy to ec1-fecha.
           write reg-reporte from enc-cob1.
           write reg-reporte from enc-cob2.
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

      *> El reporte recorre las facturas por la clave alternativa
      *> de documento: las de cada cliente salen juntas y sus datos
      *> se buscan una sola vez.
       recorrer-facturas.
           move spaces to doc-cliente-buscado.
           move low-values to fact-nro-doc.
           start facturas-emitidas key is not less than fact-nro-doc
               invalid key move "10" to fs-fact-emitidas
           end-start.
           if not eof-fact-emi
               perform leer-factura
           end-if.
           perform procesar-factura until eof-fact-emi.

       leer-factura.
       listar-una-cuota.
           compute saldo-cuota = cuo-importe - cuo-pagado.
           if saldo-cuota > zeroes
               move "S" to dh-funcion
               call "DiaHabil" using dh-funcion, dh-sucursal,
                   cuo-vencimiento, fecha-hoy, dh-cantidad,
                   dh-tipo-dia, dh-fecha, dh-cantidad-res
               move dh-fecha to venc-efectivo
               move "C" to dh-funcion
               call "DiaHabil" using dh-funcion, dh-sucursal,
                   venc-efectivo, fecha-hoy, dh-cantidad,
                   dh-tipo-dia, dh-fecha, dh-cantidad-res
               move dh-cantidad-res to dias-antiguedad
               perform listar-linea-deuda-cuota
           end-if.
           perform leer-cuota.
           perform armar-linea-deuda.

       listar-factura-sin-plan.
           move "C" to dh-funcion.
           call "DiaHabil" using dh-funcion, dh-sucursal,
               fact-fecha-emision, fecha-hoy, dh-cantidad,
               dh-tipo-dia, dh-fecha, dh-cantidad-res.
           move dh-cantidad-res to dias-antiguedad.
           perform armar-linea-deuda.

       armar-linea-deuda.
           if fact-nro-doc not = doc-cliente-buscado
               move fact-nro-doc to doc-cliente-buscado
               move "P" to op
               call "BuscarDatosCliente" using op, fact-nro-doc,
                   cli-codigo-estado, cli-numero, cli-direccion,
                   cli-telefono, cli-nueva-direccion,
                   cli-nuevo-telefono, cli-cant-alquileres,
                   cli-total-gastado
           end-if.
           if cli-codigo-estado is not equal to "00"
               move fact-cli-numero to cli-numero
               move spaces to cli-direccion
           move saldo-factura to dc-saldo.
           move dias-antiguedad to dc-dias.
           write reg-reporte from det-cob.
           if dias-antiguedad < 21
               add saldo-factura to tot-corriente
           else if dias-antiguedad < 42
               add saldo-factura to tot-30
           else if dias-antiguedad < 63
               add saldo-factura to tot-60
           else
               add saldo-factura to tot-90
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
