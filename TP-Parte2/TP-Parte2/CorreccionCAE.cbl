       identification division.
       program-id. CorreccionCAE.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Cola de comprobantes rechazados por AFIP: lo que
      *> AutorizarComprobantes deja en cae-rechazos.dat con el
      *> motivo del rechazo. Mientras un comprobante esta rechazado
      *> no se reimprime ni pasa a la interface contable. Aca
      *> facturacion ve la cola, corrige el documento del receptor
      *> (el motivo de rechazo de todos los dias) y deja el
      *> comprobante otra vez pendiente, para que la corrida de la
      *> noche lo reenvie. Cada correccion queda en el journal de
      *> cambios con el operador que la hizo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select rechazos-cae
           assign to disk "..\..\..\Entrada\cae-rechazos.dat"
           organization is indexed
           access mode is dynamic
           record key is rcae-clave
           file status is fs-rechazos-cae.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is nemi-nro
           file status is fs-notas-emitidas.

       DATA DIVISION.
       file section.

       fd rechazos-cae
           label record is standard.
       01  rec-rechazos-cae.
           03  rcae-clave.
               05  rcae-tipo       pic x.
               05  rcae-nro        pic 9(6).
           03  rcae-fecha          pic 9(8).  *> AAAAMMDD
           03  rcae-motivo         pic x(40).
           03  rcae-estado         pic x.
               88  rcae-pendiente      value "P".
               88  rcae-corregido      value "C".
               88  rcae-resuelto       value "S".
           03  rcae-usuario        pic x(8).
           03  rcae-fecha-corr     pic 9(8).  *> AAAAMMDD

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

       working-storage section.
       01 fs-rechazos-cae      pic xx.
           88 ok-rcae                  value "00".
           88 eof-rcae                 value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-corregir          value 2.
           88 opcion-salir             value 3.

       01 in-tipo               pic x.
       01 in-nro                pic 9(6).
       01 in-nro-doc            pic x(20).
       01 doc-encontrado        pic x.
       77 cant-pendientes       pic 9(5)    value zeroes.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
      *> registro tocado, y el operador responsable.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "C".

      *> Semaforo del sistema (ver ControlConcurrencia): corregir
      *> el registro de emitidas mientras la corrida nocturna arma
      *> la solicitud dejaria el estado CAE a medio camino.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 det-rechazo.
           03 dr-tipo           pic x.
           03 filler pic x(1)  value spaces.
           03 dr-nro            pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dr-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-motivo         pic x(40).

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "La corrida nocturna esta en curso: "
                   "reintentar cuando termine."
               accept ws-exit
               stop run
           end-if.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-archivos.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o rechazos-cae.
           if not ok-rcae
               display "No hay cola de rechazos CAE: ningun "
                   "comprobante fue rechazado todavia."
               move "C" to op-concurrencia
               call "ControlConcurrencia" using op-concurrencia,
                   estado-concurrencia
               accept ws-exit
               stop run
           end-if.
           open i-o facturas-emitidas.
           open i-o notas-emitidas.

       mostrar-menu.
           display "1) Listar rechazos pendientes".
           display "2) Corregir y reenviar un comprobante".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-rechazos
           end-if.
           if opcion-corregir
               perform corregir-rechazo
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-rechazos.
           move zeroes to cant-pendientes.
           move low-values to rcae-clave.
           start rechazos-cae key is not less than rcae-clave
               invalid key continue
           end-start.
           perform leer-rechazo.
           perform mostrar-rechazo until eof-rcae.
           display "Pendientes de correccion: " cant-pendientes.

       leer-rechazo.
           read rechazos-cae next record
               at end continue
           end-read.

       mostrar-rechazo.
           if rcae-pendiente
               move rcae-tipo to dr-tipo
               move rcae-nro to dr-nro
               move rcae-fecha to dr-fecha
               move rcae-motivo to dr-motivo
               display det-rechazo
               add 1 to cant-pendientes
           end-if.
           perform leer-rechazo.

       corregir-rechazo.
           display "Tipo de comprobante (F factura / D nota de "
               "debito / N nota de credito): ".
           accept in-tipo.
           display "Numero de comprobante: ".
           accept in-nro.
           move in-tipo to rcae-tipo.
           move in-nro to rcae-nro.
           read rechazos-cae
               invalid key
                   display "El comprobante no esta en la cola de "
                       "rechazos."
               not invalid key
                   if rcae-pendiente
                       perform corregir-comprobante
                   else
                       display "El rechazo ya fue corregido."
                   end-if
           end-read.

       corregir-comprobante.
           display "Motivo del rechazo: " rcae-motivo.
           move "N" to doc-encontrado.
           if rcae-tipo = "F" or "D"
               perform corregir-factura
           else if rcae-tipo = "N"
               perform corregir-nota
           end-if.
           if doc-encontrado = "S"
               move rec-rechazos-cae to jrn-antes-arg
               move "C" to rcae-estado
               move usuario-actual to rcae-usuario
               move function current-date(1:8) to rcae-fecha-corr
               rewrite rec-rechazos-cae
               move rec-rechazos-cae to jrn-despues-arg
               move "RECHAZO-CAE" to jrn-archivo-arg
               move rcae-clave to jrn-clave-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
               display "Comprobante corregido: se reenvia a AFIP "
                   "en la corrida de esta noche."
           end-if.

      *> El comprobante vuelve a "P": AutorizarComprobantes lo
      *> incluye en la proxima solicitud.
       corregir-factura.
           move rcae-nro to fact-nro.
           read facturas-emitidas
               invalid key
                   display "Factura no encontrada en el registro."
               not invalid key
                   if fact-cae-rechazada
                       move "S" to doc-encontrado
                       display "Documento del receptor actual: "
                           fact-nro-doc
                       display "Documento corregido (blanco = sin "
                           "cambio): "
                       move spaces to in-nro-doc
                       accept in-nro-doc
                       move rec-fact-emitidas to jrn-antes-arg
                       if in-nro-doc is not equal to spaces
                           move in-nro-doc to fact-nro-doc
                       end-if
                       move "P" to fact-cae-estado
                       rewrite rec-fact-emitidas
                       move rec-fact-emitidas to jrn-despues-arg
                       move "FACT-EMITIDA" to jrn-archivo-arg
                       move fact-nro to jrn-clave-arg
                       move "M" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "La factura no figura rechazada."
                   end-if
           end-read.

       corregir-nota.
           move rcae-nro to nemi-nro.
           read notas-emitidas
               invalid key
                   display "Nota no encontrada en el registro."
               not invalid key
                   if nemi-cae-rechazada
                       move "S" to doc-encontrado
                       display "Documento del receptor actual: "
                           nemi-nro-doc
                       display "Documento corregido (blanco = sin "
                           "cambio): "
                       move spaces to in-nro-doc
                       accept in-nro-doc
                       move rec-notas-emitidas to jrn-antes-arg
                       if in-nro-doc is not equal to spaces
                           move in-nro-doc to nemi-nro-doc
                       end-if
                       move "P" to nemi-cae-estado
                       rewrite rec-notas-emitidas
                       move rec-notas-emitidas to jrn-despues-arg
                       move "NOTA-EMITIDA" to jrn-archivo-arg
                       move nemi-nro to jrn-clave-arg
                       move "M" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "La nota no figura rechazada."
                   end-if
           end-read.

       registrar-cambio-journal.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       cerrar-archivos.
           close rechazos-cae.
           close facturas-emitidas.
           close notas-emitidas.
