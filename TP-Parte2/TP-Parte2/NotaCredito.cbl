       *>     ser facturables por una proxima corrida de Facturacion.
       *> Las notas llevan numeracion propia, persistida igual que
       *> la de facturas.
       *>
       *> Bonificacion: cuando GestionQuejas resuelve una queja con
       *> compensacion en dinero deja factura, importe y numero de
       *> queja en la variable de ambiente NC-BONIFICACION y llama a
       *> este programa. La nota sale por ese importe sobre la
       *> factura, que no se anula ni libera alquileres; el credito
       *> queda en el registro de notas emitidas como cualquier
       *> otra nota.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select alquileresmae
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

       fd alquileresmae
           label record is standard.
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
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

       working-storage section.
       01 fs-fact-emitidas     pic xx.
       01 ws-cancela            pic x       value "N".
           88 cancela-alquiler         value "S" "s".
       01 in-nro-factura        pic 9(6).

       01 nc-bonificacion                   value spaces.
           03 ncb-factura       pic 9(6).
           03 ncb-importe       pic 9(7)v99.
           03 ncb-queja         pic 9(6).
       77 tot-nota              pic 9(7)v99 value zeroes.
       77 cant-items            pic 9(4)    value zeroes.

           03 filler pic x(2)   value spaces.
           03 dn-tarifa         pic zzz9.99.
           03 filler pic x(3)   value spaces.
           03 dn-importe        pic zzzzz9.99.

       01 encab-bonif1.
           03 filler pic x(22)  value "Nota de Credito Nro:  ".
           03 eb1-nro-nota      pic 9(6).
           03 filler pic x(5)   value spaces.
           03 filler pic x(19)  value "Bonifica Factura: ".
           03 eb1-nro-factura   pic 9(6).

       01 encab-bonif2.
           03 filler pic x(38)  value
               "Bonificacion por queja del cliente Nro".
           03 filler pic x      value spaces.
           03 eb2-queja         pic 9(6).

       01 total-nota-lin.
           03 filler pic x(24)  value "Total nota de credito: ".
           03 tn-total          pic zzzzzzz9.99.


      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "NOTACREDITO".

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "NOTACREDITO".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               accept ws-exit
               stop run
           end-if.
           accept nc-bonificacion from environment "NC-BONIFICACION".
           if nc-bonificacion = spaces
               display "Numero de factura a anular: "
               accept in-nro-factura
           else
               move ncb-factura to in-nro-factura
           end-if.
           perform leer-numeracion.
           perform abrir-archivos.
           if nc-bonificacion = spaces
               perform buscar-factura
           else
               perform buscar-factura-bonificacion
           end-if.
           perform cerrar-archivos.
           perform grabar-numeracion.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if nc-bonificacion = spaces
               accept ws-exit
           end-if.
           stop run.

       leer-numeracion.
                 fs-fact-emitidas
           end-if.

       buscar-factura-bonificacion.
           move in-nro-factura to fact-nro.
           read facturas-emitidas
               invalid key
                   display "Factura no encontrada en el registro."
               not invalid key
                   perform verificar-bonificacion
           end-read.

       verificar-bonificacion.
           if fact-anulada
               display "La factura esta anulada: no admite "
                   "bonificacion."
           else if ncb-importe = zeroes or ncb-importe > fact-total
               display "Importe de bonificacion invalido para la "
                   "factura."
           else
               perform emitir-nota-bonificacion
           end-if.

       emitir-nota-bonificacion.
           add 1 to nro-nota.
           move ncb-importe to tot-nota.
           move nro-nota to eb1-nro-nota.
           move in-nro-factura to eb1-nro-factura.
           write reg-notas from encab-bonif1.
           move fact-cli-numero to en2-cli-numero.
           move fact-nro-doc to en2-nro-doc.
           write reg-notas from encab-nota2.
           move ncb-queja to eb2-queja.
           write reg-notas from encab-bonif2.
           move tot-nota to tn-total.
           write reg-notas from total-nota-lin.
           write reg-notas from encab-nota4.
           perform registrar-nota-emitida.
           display "Nota de credito " nro-nota " emitida: "
               "bonificacion sobre la factura " in-nro-factura ".".

      *> Asienta la nota en el registro de emitidas, discriminando
      *> el IVA en la misma proporcion que la factura anulada (si
      *> la factura es anterior a la discriminacion de impuestos y
               move tot-nota to nemi-neto
               move zeroes to nemi-iva
           end-if.
           move zeroes to nemi-cae.
           move zeroes to nemi-cae-vto.
           move "P" to nemi-cae-estado.
           move zeroes to nemi-cae-fecha.
           move fact-letra to nemi-letra.
           move fact-condicion to nemi-condicion.
           write rec-notas-emitidas.
           if duplicado-nemi
               rewrite rec-notas-emitidas
           if not ok-nemi
               display "Error al asentar nota emitida fs: "
                 fs-notas-emitidas
           else
               perform asentar-nota-ctacte
           end-if.

      *> La nota (anulacion o bonificacion) acredita la cuenta
      *> corriente del cliente.
       asentar-nota-ctacte.
           move nemi-cli-numero to mcc-cli-numero.
           move nemi-nro-doc to mcc-nro-doc.
           move "NC" to mcc-tipo.
           move "C" to mcc-signo.
           move nemi-total to mcc-importe.
           move spaces to mcc-comprobante.
           string "NOTA CRED " nemi-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

       escribir-encabezado-nota.
           move nro-nota to en1-nro-nota.
           move in-nro-factura to en1-nro-factura.
               if not nota-desde-detalle
                   perform escribir-item-nota
               end-if
               move rec-alquileresmae to nes-antes-arg
               move zeroes to alq-factura
               if cancela-alquiler and alq-estado = "T"
                   move "X" to alq-estado
               if not ok-alq
                   display "Error al liberar alquiler fs: "
                     fs-alquileresmae
               else
                   move "M" to nes-tipo-arg
                   move rec-alquileresmae to nes-despues-arg
                   perform registrar-novedad-estadistica
               end-if
           end-if.
           perform leer-alquiler.
           if detalle-abierto
               close facturas-detalle
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
