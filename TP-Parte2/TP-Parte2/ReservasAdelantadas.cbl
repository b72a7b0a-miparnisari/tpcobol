       *> contra la ocupacion del maestro de alquileres, y permite
       *> cancelarla. ConvertirReservas las inyecta al circuito
       *> diario cuando les llega la fecha.
       *>
       *> Un codigo de campania promocional presentado al reservar se
       *> valida (AplicarCampania) y queda anotado para la clave; el
       *> descuento se calcula y se consume recien al convertir la
       *> reserva en alquiler.

       ENVIRONMENT DIVISION.
       configuration section.
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
       01 in-nro-doc            pic x(20).
       01 in-cantdias           pic 9(2).
       01 in-senia              pic 9(4)v99.
       01 in-campania           pic x(8).

       01 campania-modo         pic x       value "R".
       01 campania-agencia      pic 9       value 0.
       01 campania-importe      pic 9(6)v99 value zeroes.
       01 campania-usada        pic x(8).
       01 campania-descuento    pic 9(6)v99.
       01 campania-estado       pic xx.

      *> Aviso al cliente de la reserva confirmada (cola de
      *> notificaciones, ver EncolarNotificacion).
       01 notif-plantilla       pic x(8)    value "RESERVA".
       01 notif-nro-doc         pic x(20).
       01 notif-variables.
           03 nv-patente        pic x(6).
           03 filler            pic x       value spaces.
           03 nv-fecha          pic 9(8).
           03 filler            pic x       value spaces.
           03 nv-dias           pic 9(2).
           03 filler            pic x(42)   value spaces.
       01 notif-clave           pic x(20).

       01 hay-conflicto         pic x.
           88 con-conflicto            value "S".
       77 pct-pena              pic 9(3)v99 value zeroes.
       77 pena-retenida         pic 9(4)v99 value zeroes.
       77 senia-a-devolver      pic 9(4)v99 value zeroes.
       01 senia-estado-previo   pic x.
       77 fecha-hoy-num         pic 9(7).
       77 fecha-reserva-num     pic 9(7).
       01 fecha-hoy             pic 9(8).
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Medio con que se cobro la senia: con tarjeta el cupon
      *> queda en el registro de cupones (RegistrarCuponTarjeta)
      *> para conciliar contra la liquidacion de la adquirente.
       01 in-medio-pago         pic x.
           88 medio-credito            value "C" "c".
           88 medio-debito             value "D" "d".
           88 medio-tarjeta            value "C" "c" "D" "d".
       01 in-cupon              pic x(12).
       01 cupon-medio           pic x.
       01 cupon-importe         pic 9(7)v99.
       01 cupon-origen          pic x(8)    value "SENIA".
       01 cupon-referencia      pic x(20).
       01 cupon-estado          pic x(2).

      *> La senia a devolver puede salir por transferencia: queda
      *> un reintegro a aprobar (SolicitarReintegro), y lo devuelto
      *> sale de custodia recien cuando el banco lo confirma.
       01 in-forma-devolucion   pic x.
           88 devolver-transferencia   value "T" "t".
       01 in-operador           pic x(8).
       01 senia-a-descontar     pic 9(7)v99.
       01 reint-origen          pic x(10)   value "SENIA".
       01 reint-comprobante     pic x(20)   value "RESERVA CANCELADA".
       01 reint-alq-clave       pic x(14).
       01 reint-nro-doc         pic x(20).
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
       01 mcc-origen            pic x(12)   value "RESERVAS".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
           accept in-cantdias.
           display "Senia recibida: ".
           accept in-senia.
           move "E" to in-medio-pago.
           if in-senia > zeroes
               perform pedir-medio-pago
           end-if.
           display "Codigo de campania (blanco = ninguna): ".
           accept in-campania.

           perform verificar-conflicto.
           if con-conflicto
           if ok-res
               display "Reserva registrada."
               perform asentar-senia
               if in-senia > zeroes and medio-tarjeta
                   perform registrar-cupon
               end-if
               if in-campania not = spaces
                   perform anotar-campania
               end-if
               perform notificar-reserva
           else
               display "Error al registrar reserva fs: " fs-reservas
           end-if.

       pedir-medio-pago.
           display "Medio de pago de la senia (E efectivo, C tarjeta "
               "de credito, D tarjeta de debito): ".
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
           move in-senia to cupon-importe.
           move res-clave to cupon-referencia.
           call "RegistrarCuponTarjeta" using cupon-medio, in-cupon,
               cupon-importe, cupon-origen, cupon-referencia,
               cupon-estado.
           if cupon-estado = "22"
               display "AVISO: el cupon " in-cupon " ya estaba "
                   "registrado, la senia vale pero revisar el cupon."
           end-if.

       notificar-reserva.
           move in-nro-doc to notif-nro-doc.
           move in-patente to nv-patente.
           move in-fecha to nv-fecha.
           move in-cantdias to nv-dias.
           move res-clave to notif-clave.
           call "EncolarNotificacion" using notif-plantilla,
               notif-nro-doc, notif-variables, notif-clave.

       anotar-campania.
           call "AplicarCampania" using campania-modo, in-campania,
               in-patente, in-fecha, campania-agencia,
               campania-importe, campania-usada, campania-descuento,
               campania-estado.
           if campania-estado = "00"
               display "Campania " campania-usada " anotada."
           else
               display "La campania no aplica a esta reserva (estado "
                   campania-estado ")."
           end-if.

      *> La senia cobrada entra al libro en custodia ("H"):
      *> Facturacion la aplica como credito cuando factura el
      *> alquiler de esa clave.
               end-if
               if not ok-sen
                   display "Error al asentar senia fs: " fs-senias
               else
                   move in-nro-doc to mcc-nro-doc
                   move "C" to mcc-signo
                   move sen-importe to mcc-importe
                   move "SENIA RECIBIDA" to mcc-comprobante
                   perform asentar-senia-ctacte
               end-if
           end-if.

      *> La senia entra a la custodia del cliente al cobrarse y
      *> sale entera al cancelar la reserva (lo devuelto y la pena
      *> retenida); si se factura, la saca Facturacion.
       asentar-senia-ctacte.
           move spaces to mcc-cli-numero.
           move sen-clave to mcc-alq-clave.
           move "SE" to mcc-tipo.
           perform registrar-movimiento-cliente.

       cancelar-reserva.
           display "Patente: ".
           accept in-patente.
                   res-estado ")."
           else
               perform calcular-pena
               perform pedir-forma-devolucion
               move "X" to res-estado
               move pena-retenida to res-pena-retenida
               move senia-a-devolver to res-senia-devuelta
               rewrite rec-reservas
               if ok-res
                   if devolver-transferencia
                       perform solicitar-reintegro-senia
                   end-if
                   perform resolver-senia-cancelada
                   perform imprimir-recibo
                   if devolver-transferencia
                       display "Reserva cancelada. Retenido: "
                           pena-retenida " - A devolver por "
                           "transferencia: " senia-a-devolver
                   else
                       display "Reserva cancelada. Retenido: "
                           pena-retenida " - A devolver por caja: "
                           senia-a-devolver
                   end-if
               else
                   display "Error al cancelar reserva fs: "
                     fs-reservas
               end-if
           end-if.

       pedir-forma-devolucion.
           move "E" to in-forma-devolucion.
           if senia-a-devolver > zeroes
               display "Devolver la senia en efectivo (E) o por "
                   "transferencia (T)? "
               accept in-forma-devolucion
               if devolver-transferencia
                   display "Operador: "
                   accept in-operador
                   display "CBU de la cuenta del cliente (vacio: la "
                       "de la adhesion o la carga el supervisor): "
                   move spaces to reint-cbu
                   accept reint-cbu
               end-if
           end-if.

      *> Si el reintegro no se pudo registrar, la senia se
      *> devuelve por caja como siempre.
       solicitar-reintegro-senia.
           move spaces to reint-alq-clave.
           string res-patente res-fecha delimited by size
               into reint-alq-clave
           end-string.
           move res-nro-doc to reint-nro-doc.
           move senia-a-devolver to reint-importe.
           call "SolicitarReintegro" using reint-origen,
               reint-comprobante, reint-alq-clave, reint-nro-doc,
               reint-cli-numero, reint-importe, reint-cbu,
               in-operador, reint-nro, reint-estado.
           if reint-estado = "00"
               display "Reintegro " reint-nro " pedido: lo aprueba "
                   "un supervisor en LiberarCambios."
           else
               display "No se pudo registrar el reintegro fs: "
                   reint-estado ". Se devuelve por caja."
               move "E" to in-forma-devolucion
           end-if.

       calcular-pena.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               read senias
                   invalid key continue
                   not invalid key
                       move sen-estado to senia-estado-previo
                       move "X" to sen-estado
                       move function current-date(1:8)
                           to sen-fecha-mov
                       rewrite rec-senias
                       move sen-importe to senia-a-descontar
                       if devolver-transferencia
                           subtract senia-a-devolver
                               from senia-a-descontar
                       end-if
                       if ok-sen and senia-estado-previo = "H"
                           and senia-a-descontar > zeroes
                           move res-nro-doc to mcc-nro-doc
                           move "D" to mcc-signo
                           move senia-a-descontar to mcc-importe
                           move "RESERVA CANCELADA" to mcc-comprobante
                           perform asentar-senia-ctacte
                       end-if
               end-read
           end-if.

           if senias-abiertas
               close senias
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
