           03 filler pic x(10) value "  Importe ".
           03 tr3-importe       pic zzzzzzz9.99.

       *> Medio con que se cobro el deposito: con tarjeta el cupon
       *> queda en el registro de cupones (RegistrarCuponTarjeta)
       *> para conciliar contra la liquidacion, y no entra al arqueo.
       01 in-medio-pago         pic x.
           88 medio-credito            value "C" "c".
           88 medio-debito             value "D" "d".
           88 medio-tarjeta            value "C" "c" "D" "d".
       01 in-cupon              pic x(12).
       01 cupon-medio           pic x.
       01 cupon-importe         pic 9(7)v99.
       01 cupon-origen          pic x(8)    value "DEPOSITO".
       01 cupon-referencia      pic x(20).
       01 cupon-estado          pic x(2).

       *> Devolucion por transferencia: queda un reintegro a
       *> aprobar (SolicitarReintegro) en vez de la salida de caja.
       01 in-forma-devolucion   pic x.
           88 devolver-transferencia   value "T" "t".
       01 reint-origen          pic x(10)   value "DEPOSITO".
       01 reint-comprobante     pic x(20).
       01 reint-alq-clave       pic x(14).
       01 reint-nro-doc         pic x(20)   value spaces.
       01 reint-cli-numero      pic x(8)    value spaces.
       01 reint-importe         pic 9(7)v99.
       01 reint-cbu             pic x(22).
       01 reint-nro             pic 9(6).
       01 reint-estado          pic x(2).

       *> Movimiento de la cuenta corriente del cliente
       *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "DEPOSITOS".

       PROCEDURE DIVISION.
           perform abrir-depositos.
           perform mostrar-menu.
           accept in-importe.
           display "Recibido por (operador): ".
           accept in-recibido-por.
           perform pedir-medio-pago.

           move in-patente to dep-patente.
           move in-fecha-alq to dep-fecha-alq.
           write rec-depositos.
           if ok-dep
               display "Deposito registrado."
               if medio-tarjeta
                   perform registrar-cupon
               else
                   move "D" to mov-caja-tipo
                   move in-importe to mov-caja-importe
                   move in-recibido-por to in-entregado-por
                   perform asentar-movimiento-caja
               end-if
               move "C" to mcc-signo
               move "DEPOSITO RECIBIDO" to mcc-comprobante
               perform asentar-deposito-ctacte
           else if duplicado-dep
               display "Ya hay un deposito registrado para ese "
                   "alquiler."
               if opcion-liberar
                   move "L" to dep-estado
                   move "LIBERADO MANUAL" to dep-motivo
                   perform pedir-forma-devolucion
               else
                   move "R" to dep-estado
                   move "RETENIDO MANUAL" to dep-motivo
               if ok-dep
                   display "Movimiento registrado."
                   if opcion-liberar
                       and dep-motivo(1:10) = "REINTEGRO "
                       display "Se devuelve por transferencia cuando "
                           "se apruebe el reintegro."
                   else if opcion-liberar
                       display "Entregado por (operador): "
                       accept in-entregado-por
                       move "L" to mov-caja-tipo
                       compute mov-caja-importe = 0 - dep-importe
                       perform asentar-movimiento-caja
                       move "D" to mcc-signo
                       move "DEPOSITO LIBERADO" to mcc-comprobante
                       perform asentar-deposito-ctacte
                   end-if
               else
                   display "Error al registrar movimiento fs: "
               end-if
           end-if.

       *> Con transferencia, la salida de custodia la asienta
       *> ReintegrosBanco cuando el banco la confirma. Si el
       *> reintegro no se pudo registrar, se devuelve en efectivo.
       pedir-forma-devolucion.
           display "Devolver en efectivo (E) o por transferencia "
               "(T)? ".
           move spaces to in-forma-devolucion.
           accept in-forma-devolucion.
           if devolver-transferencia
               display "Pedido por (operador): "
               accept in-entregado-por
               display "CBU de la cuenta del cliente (vacio: la "
                   "carga el supervisor): "
               move spaces to reint-cbu
               accept reint-cbu
               move spaces to reint-comprobante
               string "DEP " dep-patente " " dep-fecha-alq
                   delimited by size into reint-comprobante
               end-string
               move dep-clave to reint-alq-clave
               move dep-importe to reint-importe
               call "SolicitarReintegro" using reint-origen,
                   reint-comprobante, reint-alq-clave, reint-nro-doc,
                   reint-cli-numero, reint-importe, reint-cbu,
                   in-entregado-por, reint-nro, reint-estado
               if reint-estado = "00"
                   move spaces to dep-motivo
                   string "REINTEGRO " reint-nro delimited by size
                       into dep-motivo
                   end-string
                   display "Reintegro " reint-nro " pedido: lo "
                       "aprueba un supervisor en LiberarCambios."
               else
                   display "No se pudo registrar el reintegro fs: "
                       reint-estado ". Se devuelve en efectivo."
               end-if
           end-if.

       *> Lo que entra o sale de la custodia del cliente; el
       *> retenido sigue en custodia hasta que se aplique.
       asentar-deposito-ctacte.
           move spaces to mcc-cli-numero.
           move spaces to mcc-nro-doc.
           move dep-clave to mcc-alq-clave.
           move "DP" to mcc-tipo.
           move dep-importe to mcc-importe.
           perform registrar-movimiento-cliente.

       asentar-movimiento-caja.
           move spaces to mov-caja-referencia.
           string "DEP " dep-patente " " dep-fecha-alq
                   "el movimiento no entra en el arqueo."
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

       *> La referencia del cupon es la clave del alquiler: con ella
       *> el extracto contable reconoce el deposito cobrado con
       *> tarjeta.
       registrar-cupon.
           move dep-importe to cupon-importe.
           move dep-clave to cupon-referencia.
           call "RegistrarCuponTarjeta" using cupon-medio, in-cupon,
               cupon-importe, cupon-origen, cupon-referencia,
               cupon-estado.
           if cupon-estado = "22"
               display "AVISO: el cupon " in-cupon " ya estaba "
                   "registrado, el deposito vale pero revisar el "
                   "cupon."
           end-if.

       emitir-reporte.
           open output reporte.
           if not ok-rep

       cerrar-depositos.
           close depositos.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
