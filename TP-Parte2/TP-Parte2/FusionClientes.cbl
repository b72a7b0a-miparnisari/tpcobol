       *> del documento partio a la misma persona en dos clientes
       *> (DNI y pasaporte, por ejemplo), con su actividad repartida
       *> entre ambos. Este programa consolida el cliente duplicado
       *> sobre el correcto: reapunta su historia en alquileresmae,
       *> en el registro de facturas emitidas y en la cuenta
       *> corriente (ctacte.dat) al cliente correcto, y borra el
       *> registro duplicado de clientes.dat, asi el estado de
       *> cuenta y la facturacion dejan de partir en dos a
       *> una misma persona.
       *>
       *> El documento del alquiler pasa a ser el del cliente
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select ctacte
           assign to disk "..\..\..\Entrada\ctacte.dat"
           organization is indexed
           access mode is dynamic
           record key is ccm-clave
           file status is fs-ctacte.

       DATA DIVISION.
       file section.

               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  fact-estado         pic x.
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

       fd ctacte
           label record is standard.
       01  rec-ctacte.
           03  ccm-clave.
               05  ccm-cli-numero  pic x(8).
               05  ccm-nro         pic 9(6).
           03  ccm-fecha           pic 9(8).  *> AAAAMMDD
           03  ccm-hora            pic 9(6).
           03  ccm-cuenta          pic x.
           03  ccm-tipo            pic x(2).
           03  ccm-signo           pic x.
           03  ccm-importe         pic 9(7)v99.
           03  ccm-comprobante     pic x(20).
           03  ccm-origen          pic x(12).
           03  ccm-nro-doc         pic x(20).
           03  ccm-alq-clave       pic x(14).

       working-storage section.
       01 fs-clientes          pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".

       01 fs-ctacte            pic xx.
           88 ok-ccm                   value "00".

       77 ws-exit               pic x.
       77 ws-confirmar          pic x.


       77 cant-alq-reapuntados  pic 9(5)    value zeroes.
       77 cant-fact-reapuntadas pic 9(5)    value zeroes.
       77 cant-mov-reapuntados  pic 9(5)    value zeroes.
       77 proximo-nro-ctacte    pic 9(6)    value zeroes.
       01 clave-ctacte-vieja    pic x(14).
       01 mov-duplicado         pic x.
           88 hay-mov-duplicado        value "S".

       *> Datos para el journal compartido de cambios
       *> (RegistrarCambio): imagen anterior y posterior del
           if ws-confirmar = "S" or ws-confirmar = "s"
               perform reapuntar-alquileres
               perform reapuntar-facturas
               perform reapuntar-ctacte
               perform borrar-duplicado
               display "ALQUILERES REAPUNTADOS: " cant-alq-reapuntados
               display "FACTURAS REAPUNTADAS: " cant-fact-reapuntadas
               display "MOVIMIENTOS CTA CTE: " cant-mov-reapuntados
           else
               display "Fusion cancelada."
           end-if.
           end-if.
           perform leer-factura.

      *> Los movimientos de cuenta corriente del duplicado pasan
      *> al final de la cuenta del correcto: la clave lleva el
      *> numero de cliente, asi que se graba el movimiento con la
      *> clave nueva y recien despues se borra el viejo.
       reapuntar-ctacte.
           open i-o ctacte.
           if not ok-ccm
               *> sin cuenta corriente no hay movimientos que mover
               continue
           else
               perform buscar-ultimo-correcto
               perform buscar-movimiento-duplicado
               perform mover-un-movimiento until not hay-mov-duplicado
               close ctacte
           end-if.

       buscar-ultimo-correcto.
           move zeroes to proximo-nro-ctacte.
           move numero-correcto to ccm-cli-numero.
           move 999999 to ccm-nro.
           start ctacte key is less than or equal to ccm-clave
               invalid key continue
           end-start.
           if ok-ccm
               read ctacte next record
                   at end continue
               end-read
               if ok-ccm and ccm-cli-numero = numero-correcto
                   move ccm-nro to proximo-nro-ctacte
               end-if
           end-if.

       buscar-movimiento-duplicado.
           move "N" to mov-duplicado.
           move numero-duplicado to ccm-cli-numero.
           move zeroes to ccm-nro.
           start ctacte key is not less than ccm-clave
               invalid key continue
           end-start.
           if ok-ccm
               read ctacte next record
                   at end continue
               end-read
               if ok-ccm and ccm-cli-numero = numero-duplicado
                   move "S" to mov-duplicado
               end-if
           end-if.

       mover-un-movimiento.
           move ccm-clave to clave-ctacte-vieja.
           add 1 to proximo-nro-ctacte.
           move numero-correcto to ccm-cli-numero.
           move proximo-nro-ctacte to ccm-nro.
           move doc-correcto to ccm-nro-doc.
           write rec-ctacte.
           if ok-ccm
               move clave-ctacte-vieja to ccm-clave
               delete ctacte record
           end-if.
           if ok-ccm
               add 1 to cant-mov-reapuntados
               perform buscar-movimiento-duplicado
           else
               display "Error al reapuntar movimiento de cuenta "
                 "corriente fs: " fs-ctacte
               move "N" to mov-duplicado
           end-if.

       borrar-duplicado.
           move numero-duplicado to cli-numero.
           read clientes
