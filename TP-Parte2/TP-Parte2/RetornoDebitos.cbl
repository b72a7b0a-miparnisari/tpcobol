           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select pagos
               88  fact-cobrada        value "C".
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

       fd pagos
           label record is standard.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x       value spaces.
           03  pag-origen          pic x(8).
           03  filler              pic x       value spaces.
           03  pag-medio           pic x.
           03  filler              pic x       value spaces.
           03  pag-cupon           pic x(12).

       fd reporte
           label record is standard.
           03 filler pic x(20) value "DEBITOS RECHAZADOS: ".
           03 tr-cant           pic zzzz9.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "DEBITO".

       PROCEDURE DIVISION.
           perform abrir-archivos.
           perform leer-retorno.
               move ret-fact-nro to pag-fact-nro
               move ret-importe to pag-importe
               move "DEBITO" to pag-origen
               move "B" to pag-medio
               move spaces to pag-cupon
               write reg-pagos
               close pagos
               perform asentar-pago-ctacte
           else
               display "Error al asentar pago fs: " fs-pagos
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

       reportar-rechazo.
           move ret-fact-nro to dr-fact-nro.
           move ret-importe to dr-importe.
           close retorno.
           close facturas-emitidas.
           close reporte.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
