      *> haria cobranzas (fact-pagado, estado "C" al saldarse, y el
      *> asiento en el diario de pagos con origen BANCO), y deja lo
      *> que no matcheo en un reporte para revision manual.
      *> Un credito mayor que el saldo de toda factura abierta del
      *> documento es un pago de mas: salda la mas vieja con saldo,
      *> el pago se asienta completo y el excedente queda como
      *> reintegro al cliente (SolicitarReintegro), a aprobar en
      *> LiberarCambios.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is dynamic
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

       fd no-aplicados
           label record is standard.
           88 eof-ext                  value "10".

       01 fs-fact-emitidas     pic xx.
      *> "02": leido por clave alternativa, y sigue otro con la
      *> misma clave.
           88 ok-fact-emi              value "00" "02".
           88 eof-fact-emi             value "10".

       01 fs-pagos             pic xx.
       77 saldo-factura         pic s9(7)v99.
       01 factura-elegida       pic 9(6).
       01 factura-parcial       pic 9(6).
       01 factura-sobrepago     pic 9(6).
       77 excedente-credito     pic 9(7)v99 value zeroes.
       01 resultado-busqueda    pic x.
           88 credito-aplicable        value "S".
       01 fin-facturas-doc      pic x.
           88 fin-doc                  value "S".

       77 cant-creditos         pic 9(5)    value zeroes.
       77 cant-aplicados        pic 9(5)    value zeroes.
       77 cant-no-aplicados     pic 9(5)    value zeroes.
       77 tot-aplicado          pic 9(9)v99 value zeroes.
       77 tot-no-aplicado       pic 9(9)v99 value zeroes.
       77 cant-sobrepagos       pic 9(5)    value zeroes.
       77 tot-sobrepagos        pic 9(9)v99 value zeroes.

      *> Reintegro del pago de mas (SolicitarReintegro): la CBU
      *> sale de la adhesion al debito, o la carga el supervisor.
       01 reint-origen          pic x(10)   value "SOBREPAGO".
       01 reint-comprobante     pic x(20).
       01 reint-alq-clave       pic x(14)   value spaces.
       01 reint-nro-doc         pic x(20).
       01 reint-cli-numero      pic x(8).
       01 reint-importe         pic 9(7)v99.
       01 reint-cbu             pic x(22)   value spaces.
       01 reint-usuario         pic x(8)    value "EXTRACTO".
       01 reint-nro             pic 9(6).
       01 reint-estado          pic x(2).

       01 enc-noap1.
           03 filler pic x(44) value
           03 filler pic x(11) value "  Importe: ".
           03 tn-importe        pic zzzzzzz9.99.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "BANCO".

       PROCEDURE DIVISION.
           perform abrir-archivos.
           perform leer-credito.
               " por " tot-aplicado.
           display "CREDITOS SIN APLICAR: " cant-no-aplicados
               " por " tot-no-aplicado.
           display "PAGOS DE MAS A REINTEGRAR: " cant-sobrepagos
               " por " tot-sobrepagos.
           if cant-no-aplicados = zeroes
               move 0 to return-code
           else
           end-if.
           perform leer-credito.

      *> Se posiciona por la clave alternativa de documento y se
      *> leen solo las facturas de ese documento (en orden de
      *> numero) buscando la de saldo igual al credito; a falta de
      *> saldo exacto, la mas vieja (menor numero) con saldo
      *> suficiente queda elegida para un pago parcial, y si no la
      *> hay, la mas vieja con algo de saldo recibe un pago de mas.
       buscar-factura-del-credito.
           move "N" to resultado-busqueda.
           move zeroes to factura-elegida.
           move zeroes to factura-parcial.
           move zeroes to factura-sobrepago.
           move "N" to fin-facturas-doc.
           move ext-referencia to fact-nro-doc.
           start facturas-emitidas key is equal to fact-nro-doc
               invalid key move "S" to fin-facturas-doc
           end-start.
           if not fin-doc
               perform leer-factura
           end-if.
           perform evaluar-factura until fin-doc
               or factura-elegida > zeroes.
           if factura-elegida = zeroes
               and factura-parcial > zeroes
               move factura-parcial to factura-elegida
           end-if.
           if factura-elegida = zeroes
               and factura-sobrepago > zeroes
               move factura-sobrepago to factura-elegida
           end-if.
           if factura-elegida > zeroes
               move "S" to resultado-busqueda
           end-if.

       leer-factura.
           read facturas-emitidas next record
               at end move "S" to fin-facturas-doc
           end-read.
           if not ok-fact-emi and not eof-fact-emi
               display "Error al leer facturas emitidas fs: "
                 fs-fact-emitidas
           end-if.
           if not ok-fact-emi or fact-nro-doc not = ext-referencia
               move "S" to fin-facturas-doc
           end-if.

       evaluar-factura.
           if ok-fact-emi and fact-emitida
               compute saldo-factura = fact-total - fact-pagado
               if saldo-factura = ext-importe
                   move fact-nro to factura-elegida
                       and factura-parcial = zeroes
                       move fact-nro to factura-parcial
                   end-if
                   if saldo-factura > zeroes
                       and saldo-factura < ext-importe
                       and factura-sobrepago = zeroes
                       move fact-nro to factura-sobrepago
                   end-if
               end-if
           end-if.
           if factura-elegida = zeroes
                   perform grabar-pago-banco
           end-read.

      *> En un pago de mas la factura se salda con su saldo y el
      *> resto queda a reintegrar; el diario de pagos y la cuenta
      *> corriente llevan el credito completo, como entro al banco.
       grabar-pago-banco.
           move zeroes to excedente-credito.
           compute saldo-factura = fact-total - fact-pagado.
           if ext-importe > saldo-factura
               compute excedente-credito =
                   ext-importe - saldo-factura
           end-if.
           add ext-importe to fact-pagado.
           subtract excedente-credito from fact-pagado.
           if fact-pagado is not less than fact-total
               move "C" to fact-estado
           end-if.
               add 1 to cant-aplicados
               add ext-importe to tot-aplicado
               perform asentar-pago-banco
               if excedente-credito > zeroes
                   perform reintegrar-sobrepago
               end-if
           end-if.

       reintegrar-sobrepago.
           move spaces to reint-comprobante.
           string "PAGO FACT " fact-nro delimited by size
               into reint-comprobante
           end-string.
           move fact-nro-doc to reint-nro-doc.
           move fact-cli-numero to reint-cli-numero.
           move excedente-credito to reint-importe.
           call "SolicitarReintegro" using reint-origen,
               reint-comprobante, reint-alq-clave, reint-nro-doc,
               reint-cli-numero, reint-importe, reint-cbu,
               reint-usuario, reint-nro, reint-estado.
           if reint-estado = "00"
               add 1 to cant-sobrepagos
               add excedente-credito to tot-sobrepagos
           else
               move ext-fecha to dn-fecha
               move excedente-credito to dn-importe
               move ext-referencia to dn-referencia
               move "PAGO DE MAS SIN REINTEGRO" to dn-motivo
               write reg-no-aplicados from det-noap
               add 1 to cant-no-aplicados
               add excedente-credito to tot-no-aplicado
           end-if.

       asentar-pago-banco.
               move fact-nro to pag-fact-nro
               move ext-importe to pag-importe
               move "BANCO" to pag-origen
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

       reportar-no-aplicado.
           move ext-fecha to dn-fecha.
           move ext-importe to dn-importe.
           close extracto.
           close facturas-emitidas.
           close no-aplicados.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
