       IDENTIFICATION DIVISION.
       program-id. SolicitarReintegro.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Registro compartido de reintegros: toda plata que le
      *> debemos devolver a un cliente - el credito de una
      *> devolucion anticipada (DevolucionAlquileres), un deposito
      *> en garantia devuelto por transferencia (DevolucionAlquileres
      *> y DepositosGarantia), la senia de una reserva cancelada
      *> (ReservasAdelantadas) o un pago de mas que encuentra
      *> ImportarExtracto - queda aca como orden de reintegro, en
      *> vez de una transferencia a mano que nada registraba.
      *>
      *> El reintegro nace pendiente ("P") y se encola en
      *> cambios-pendientes.dat con tipo "R": lo aprueba un
      *> supervisor en LiberarCambios, que no puede ser el mismo
      *> usuario que lo pidio. Aprobado ("A"), ReintegrosBanco lo
      *> manda en la orden de transferencia ("E" enviado) y al
      *> volver la respuesta del banco queda transferido ("T") y
      *> asentado en la cuenta corriente contra el comprobante de
      *> origen, o rechazado y de vuelta a aprobacion con la CBU en
      *> blanco. Un pedido cancelado en LiberarCambios deja el
      *> reintegro en "X".
      *>
      *> Si no viene CBU se toma la de la adhesion al debito
      *> automatico del cliente (MantenimientoDebitos); si tampoco
      *> la hay, la pide el supervisor al aprobar. Devuelve el
      *> numero de reintegro y "00", o el file status del error.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is random
           record key is rei-nro
           file status is fs-reintegros.

       select numeracion-rei
           assign to disk
               "..\..\..\Entrada\numeracion-reintegros.dat"
           organization is line sequential
           file status is fs-num-rei.

       select debitos
           assign to disk "..\..\..\Entrada\debitos-autorizados.dat"
           organization is indexed
           access mode is random
           record key is deb-cli-numero
           file status is fs-debitos.

       select pendientes
           assign to disk "..\..\..\Entrada\cambios-pendientes.dat"
           organization is indexed
           access mode is dynamic
           record key is pend-nro
           file status is fs-pendientes.

       select numeracion-pend
           assign to disk
               "..\..\..\Entrada\numeracion-pendientes.dat"
           organization is line sequential
           file status is fs-num-pend.

       DATA DIVISION.
       file section.

       fd reintegros
           label record is standard.
       01  rec-reintegros.
           03  rei-nro             pic 9(6).
           03  rei-fecha           pic 9(8).  *> AAAAMMDD
           03  rei-origen          pic x(10).
               88  rei-anticipo        value "ANTICIPO".
               88  rei-deposito        value "DEPOSITO".
               88  rei-senia           value "SENIA".
               88  rei-sobrepago       value "SOBREPAGO".
           03  rei-comprobante     pic x(20).
           03  rei-alq-clave       pic x(14).
           03  rei-nro-doc         pic x(20).
           03  rei-cli-numero      pic x(8).
           03  rei-importe         pic 9(7)v99.
           03  rei-cbu             pic x(22).
           03  rei-estado          pic x.
               88  rei-pendiente       value "P".
               88  rei-aprobado        value "A".
               88  rei-enviado         value "E".
               88  rei-transferido     value "T".
               88  rei-cancelado       value "X".
           03  rei-usuario-sol     pic x(8).
           03  rei-usuario-apr     pic x(8).
           03  rei-fecha-apr       pic 9(8).  *> AAAAMMDD
           03  rei-fecha-envio     pic 9(8).  *> AAAAMMDD
           03  rei-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  rei-motivo          pic x(20).

       fd numeracion-rei
           label record is standard.
       01  reg-numeracion-rei.
           03  num-ultimo-rei      pic 9(6).

       fd debitos
           label record is standard.
       01  rec-debitos.
           03  deb-cli-numero      pic x(8).
           03  deb-cbu             pic x(22).
           03  deb-autorizado      pic x.
               88  deb-esta-autorizado value "S".
           03  deb-fecha-alta      pic 9(8).

       fd pendientes
           label record is standard.
       01  rec-pendientes.
           03  pend-nro            pic 9(6).
           03  pend-tipo           pic x.
               88  pend-ajuste-tarifas value "T".
               88  pend-parametro      value "P".
               88  pend-incobrable     value "I".
               88  pend-reintegro      value "R".
           03  pend-usuario-sol    pic x(8).
           03  pend-fecha-sol      pic 9(8).  *> AAAAMMDD
           03  pend-estado         pic x.
               88  pend-pendiente      value "P".
               88  pend-liberado       value "L".
               88  pend-cancelado      value "X".
           03  pend-usuario-lib    pic x(8).
           03  pend-carga          pic x(40).
           03  pend-carga-reintegro redefines pend-carga.
               05  pend-rei-nro        pic 9(6).
               05  pend-rei-importe    pic 9(7)v99.
               05  pend-rei-origen     pic x(10).
               05  pend-rei-cli-numero pic x(8).
               05  filler              pic x(7).

       fd numeracion-pend
           label record is standard.
       01  reg-numeracion-pend.
           03  num-ultimo-pend     pic 9(6).

       working-storage section.
       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".
       01 fs-num-rei           pic xx.
           88 ok-num-rei               value "00".
       01 fs-debitos           pic xx.
           88 ok-deb                   value "00".
       01 fs-pendientes        pic xx.
           88 ok-pend                  value "00".
       01 fs-num-pend          pic xx.
           88 ok-num-pend              value "00".

       77 nro-reintegro         pic 9(6)    value zeroes.
       77 nro-pendiente         pic 9(6)    value zeroes.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio).
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).

       linkage section.
       01  in-rei-origen           pic x(10).  *> parametro
       01  in-rei-comprobante      pic x(20).  *> parametro
       01  in-rei-alq-clave        pic x(14).  *> parametro
       01  in-rei-nro-doc          pic x(20).  *> parametro
       01  in-rei-cli-numero       pic x(8).   *> parametro
       01  in-rei-importe          pic 9(7)v99. *> parametro
       01  in-rei-cbu              pic x(22).  *> parametro
       01  in-rei-usuario          pic x(8).   *> parametro
       01  out-rei-nro             pic 9(6).   *> resultado
       01  out-rei-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-rei-origen, in-rei-comprobante,
           in-rei-alq-clave, in-rei-nro-doc, in-rei-cli-numero,
           in-rei-importe, in-rei-cbu, in-rei-usuario, out-rei-nro,
           out-rei-estado.

           move zeroes to out-rei-nro.
           move "00" to out-rei-estado.
           perform grabar-reintegro.
           if out-rei-estado = "00"
               perform encolar-reintegro
           end-if.

           goback. *> retorna control al que llama

       grabar-reintegro.
           open i-o reintegros.
           if fs-reintegros = "35"
               *> primera vez: el registro de reintegros no existe
               open output reintegros
               close reintegros
               open i-o reintegros
           end-if.
           if not ok-rei
               display "Error al abrir reintegros fs: "
                 fs-reintegros
               move fs-reintegros to out-rei-estado
           else
               perform leer-numeracion-rei
               add 1 to nro-reintegro
               move nro-reintegro to rei-nro
               move function current-date(1:8) to rei-fecha
               move in-rei-origen to rei-origen
               move in-rei-comprobante to rei-comprobante
               move in-rei-alq-clave to rei-alq-clave
               move in-rei-nro-doc to rei-nro-doc
               move in-rei-cli-numero to rei-cli-numero
               move in-rei-importe to rei-importe
               move in-rei-cbu to rei-cbu
               if rei-cbu = spaces
                   perform buscar-cbu-adhesion
               end-if
               move "P" to rei-estado
               move in-rei-usuario to rei-usuario-sol
               move spaces to rei-usuario-apr
               move zeroes to rei-fecha-apr
               move zeroes to rei-fecha-envio
               move zeroes to rei-fecha-pago
               move spaces to rei-motivo
               write rec-reintegros
               if ok-rei
                   perform grabar-numeracion-rei
                   move rei-nro to out-rei-nro
               else
                   display "Error al grabar reintegro fs: "
                     fs-reintegros
                   move fs-reintegros to out-rei-estado
               end-if
               close reintegros
           end-if.

      *> La CBU de la adhesion al debito sirve aunque la adhesion
      *> este dada de baja: la cuenta sigue siendo del cliente.
       buscar-cbu-adhesion.
           if rei-cli-numero not = spaces
               open input debitos
               if ok-deb
                   move rei-cli-numero to deb-cli-numero
                   read debitos
                       invalid key continue
                       not invalid key move deb-cbu to rei-cbu
                   end-read
                   close debitos
               end-if
           end-if.

       leer-numeracion-rei.
           move zeroes to nro-reintegro.
           open input numeracion-rei.
           if ok-num-rei
               read numeracion-rei
                   at end continue
               end-read
               if ok-num-rei
                   move num-ultimo-rei to nro-reintegro
               end-if
               close numeracion-rei
           end-if.

       grabar-numeracion-rei.
           open output numeracion-rei.
           if ok-num-rei
               move nro-reintegro to num-ultimo-rei
               write reg-numeracion-rei
               close numeracion-rei
           else
               display "Error al grabar numeracion fs: "
                 fs-num-rei
           end-if.

      *> *
      *> PEDIDO DE APROBACION EN LA COLA DE CAMBIOS
      *>
       encolar-reintegro.
           open i-o pendientes.
           if not ok-pend
               *> primera vez: la cola de cambios no existe
               open output pendientes
               close pendientes
               open i-o pendientes
           end-if.
           if not ok-pend
               display "Error al abrir cola de cambios fs: "
                 fs-pendientes
               move fs-pendientes to out-rei-estado
           else
               perform grabar-pedido-reintegro
               close pendientes
           end-if.

       grabar-pedido-reintegro.
           perform leer-numeracion-pend.
           add 1 to nro-pendiente.
           move nro-pendiente to pend-nro.
           move "R" to pend-tipo.
           move in-rei-usuario to pend-usuario-sol.
           move function current-date(1:8) to pend-fecha-sol.
           move "P" to pend-estado.
           move spaces to pend-usuario-lib.
           move spaces to pend-carga.
           move rei-nro to pend-rei-nro.
           move rei-importe to pend-rei-importe.
           move rei-origen to pend-rei-origen.
           move rei-cli-numero to pend-rei-cli-numero.
           write rec-pendientes.
           if ok-pend
               perform grabar-numeracion-pend
               move spaces to jrn-antes-arg
               move rec-pendientes to jrn-despues-arg
               move "A" to jrn-operacion-arg
               move "PENDIENTES" to jrn-archivo-arg
               move pend-nro to jrn-clave-arg
               call "RegistrarCambio" using jrn-archivo-arg,
                jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
                jrn-despues-arg, in-rei-usuario
           else
               display "Error al encolar reintegro fs: "
                 fs-pendientes
               move fs-pendientes to out-rei-estado
           end-if.

       leer-numeracion-pend.
           move zeroes to nro-pendiente.
           open input numeracion-pend.
           if ok-num-pend
               read numeracion-pend
                   at end continue
               end-read
               if ok-num-pend
                   move num-ultimo-pend to nro-pendiente
               end-if
               close numeracion-pend
           end-if.

       grabar-numeracion-pend.
           open output numeracion-pend.
           if ok-num-pend
               move nro-pendiente to num-ultimo-pend
               write reg-numeracion-pend
               close numeracion-pend
           else
               display "Error al grabar numeracion fs: "
                 fs-num-pend
           end-if.
