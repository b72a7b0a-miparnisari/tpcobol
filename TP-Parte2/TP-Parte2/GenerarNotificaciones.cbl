       identification division.
       program-id. GenerarNotificaciones.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Outbox de notificaciones a clientes (SMS / correo) de la
      *> corrida de la noche. Junta tres fuentes:
      *>   - los eventos del dia que dejaron ReservasAdelantadas,
      *>     ContratoAlquiler, DevolucionAlquileres, Facturacion y
      *>     Reclamos via EncolarNotificacion;
      *>   - los recordatorios que salen del maestro de alquileres:
      *>     retiro de manana y devolucion pactada para manana;
      *>   - las notificaciones que el gateway informo fallidas
      *>     (ImportarEstadoEnvios), que pasan a carta impresa.
      *> Cada mensaje queda numerado en notificaciones.dat con el
      *> canal y el destino resueltos contra el maestro de
      *> contactos (MantenimientoContactos): SMS si el cliente lo
      *> acepto y tiene celular, si no correo, si no carta. Los
      *> recordatorios y los avisos de deuda no van por carta: un
      *> recordatorio impreso llega tarde, y Reclamos ya imprime su
      *> propia carta de deuda.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select eventos
           assign to disk "..\..\..\Files\NOTIF-EVENTOS.dat"
           organization is line sequential
           file status is fs-eventos.

       select notificaciones
           assign to disk "..\..\..\Entrada\notificaciones.dat"
           organization is indexed
           access mode is dynamic
           record key is not-nro
           file status is fs-notificaciones.

       select numeracion
           assign to disk
               "..\..\..\Entrada\numeracion-notificaciones.dat"
           organization is line sequential
           file status is fs-numeracion.

       select contactos
           assign to disk "..\..\..\Entrada\contactos-clientes.dat"
           organization is indexed
           access mode is random
           record key is ctc-cli-numero
           file status is fs-contactos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select outbox
           assign to disk "..\..\..\Salida\notificaciones-salida.txt"
           organization is line sequential
           file status is fs-outbox.

       select cartas
           assign to disk "..\..\..\Salida\cartas-notificacion.txt"
           organization is line sequential
           file status is fs-cartas.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, el ACCEPT final no frena la
      *> cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd eventos
           label record is standard.
       01  reg-eventos.
           03  nev-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  nev-hora            pic 9(6).
           03  filler              pic x.
           03  nev-plantilla       pic x(8).
           03  filler              pic x.
           03  nev-nro-doc         pic x(20).
           03  filler              pic x.
           03  nev-variables       pic x(60).
           03  filler              pic x.
           03  nev-clave           pic x(20).

       fd notificaciones
           label record is standard.
       01  rec-notificaciones.
           03  not-nro             pic 9(8).
           03  not-fecha           pic 9(8).  *> AAAAMMDD
           03  not-cli-numero      pic x(8).
           03  not-nro-doc         pic x(20).
           03  not-plantilla       pic x(8).
           03  not-canal           pic x(5).
               88  not-por-carta       value "CARTA".
           03  not-destino         pic x(40).
           03  not-variables       pic x(60).
           03  not-clave           pic x(20).
           03  not-estado          pic x.
               88  not-en-gateway      value "P".
               88  not-entregada       value "E".
               88  not-carta-pendiente value "R".
               88  not-fallida-carta   value "F".
               88  not-fallida         value "X".
               88  not-carta-directa   value "C".
           03  not-con-carta       pic x.     *> S = respaldo impreso
           03  not-fecha-estado    pic 9(8).  *> AAAAMMDD

       fd numeracion
           label record is standard.
       01  reg-numeracion.
           03  num-ultima-notif    pic 9(8).

       fd contactos
           label record is standard.
       01  rec-contactos.
           03  ctc-cli-numero      pic x(8).
           03  ctc-movil           pic x(20).
           03  ctc-email           pic x(40).
           03  ctc-acepta-sms      pic x.
               88  ctc-sms-si          value "S".
           03  ctc-acepta-email    pic x.
               88  ctc-email-si        value "S".
           03  ctc-fecha-conformidad pic 9(8).  *> AAAAMMDD

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

       fd outbox
           label record is standard.
       01  reg-outbox.
           03  out-nro             pic 9(8).
           03  filler              pic x.
           03  out-canal           pic x(5).
           03  filler              pic x.
           03  out-destino         pic x(40).
           03  filler              pic x.
           03  out-plantilla       pic x(8).
           03  filler              pic x.
           03  out-cli-numero      pic x(8).
           03  filler              pic x.
           03  out-variables       pic x(60).
           03  filler              pic x.
           03  out-clave           pic x(20).

       fd cartas
           label record is standard.
       01  reg-cartas              pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 fs-eventos           pic xx.
           88 ok-nev                   value "00".
           88 eof-nev                  value "10".
       01 hay-eventos          pic x       value "N".
           88 eventos-abiertos         value "S".

       01 fs-notificaciones    pic xx.
           88 ok-not                   value "00".
           88 eof-not                  value "10".

       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".

       01 fs-contactos         pic xx.
           88 ok-ctc                   value "00".
       01 hay-contactos        pic x       value "N".
           88 contactos-abiertos       value "S".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-outbox            pic xx.
           88 ok-out                   value "00".

       01 fs-cartas            pic xx.
           88 ok-car                   value "00".

       77 ws-exit               pic x.
       77 op                    pic x.

       77 ultima-notificacion   pic 9(8)    value zeroes.

       01 fecha-hoy             pic 9(8).
       77 hoy-num               pic 9(7).
       77 manana-num            pic 9(7).
       77 inicio-num            pic 9(7).
       77 devolucion-num        pic 9(7).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Mensaje en armado, venga de un evento o de un recordatorio.
       01 msg-plantilla         pic x(8).
       01 msg-nro-doc           pic x(20).
       01 msg-variables         pic x(60).
       01 msg-clave             pic x(20).
       01 msg-canal             pic x(5).
       01 msg-destino           pic x(40).

       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-telefono         pic x(20).
       01 cli-nueva-direccion  pic x(30)   value spaces.
       01 cli-nuevo-telefono   pic x(20)   value spaces.
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

      *> Plantillas: codigo, si la falta de canal electronico (o
      *> su falla) se cubre con carta impresa, y titulo de la carta.
       01 tabla-plantillas.
           03 filler pic x(8)  value "RESERVA".
           03 filler pic x     value "S".
           03 filler pic x(40) value "CONFIRMACION DE RESERVA".
           03 filler pic x(8)  value "RETIRO".
           03 filler pic x     value "N".
           03 filler pic x(40) value
               "RECORDATORIO DE RETIRO DEL VEHICULO".
           03 filler pic x(8)  value "DEVOLUC".
           03 filler pic x     value "N".
           03 filler pic x(40) value
               "RECORDATORIO DE DEVOLUCION DEL VEHICULO".
           03 filler pic x(8)  value "CONTRATO".
           03 filler pic x     value "S".
           03 filler pic x(40) value "CONTRATO DE ALQUILER EMITIDO".
           03 filler pic x(8)  value "DEVUELTO".
           03 filler pic x     value "S".
           03 filler pic x(40) value "RECEPCION DEL VEHICULO DEVUELTO".
           03 filler pic x(8)  value "FACTURA".
           03 filler pic x     value "S".
           03 filler pic x(40) value "FACTURA EMITIDA".
           03 filler pic x(8)  value "RECLAMO".
           03 filler pic x     value "N".
           03 filler pic x(40) value "AVISO DE DEUDA".
       01 tabla-plantillas-r redefines tabla-plantillas.
           03 tpl-elem occurs 7 times.
               05 tpl-codigo       pic x(8).
               05 tpl-con-carta    pic x.
               05 tpl-titulo       pic x(40).
       77 cant-plantillas       pic 99      value 7.
       77 ix-tpl                pic 99.
       77 pos-tpl               pic 99      value zeroes.

       77 cant-eventos          pic 9(5)    value zeroes.
       77 cant-recordatorios    pic 9(5)    value zeroes.
       77 cant-electronicas     pic 9(5)    value zeroes.
       77 cant-cartas           pic 9(5)    value zeroes.
       77 cant-cartas-respaldo  pic 9(5)    value zeroes.
       77 cant-sin-canal        pic 9(5)    value zeroes.

       01 carta-sep.
           03 filler pic x(80) value all "=".

       01 carta-titulo.
           03 ct-titulo         pic x(40).
           03 filler pic x(8)  value "  Nro   ".
           03 ct-nro            pic 9(8).

       01 carta-cliente.
           03 filler pic x(9)  value "Cliente: ".
           03 cc-cli-numero     pic x(8).
           03 filler pic x(3)  value spaces.
           03 cc-direccion      pic x(30).
           03 filler pic x(2)  value spaces.
           03 cc-telefono       pic x(20).

       01 carta-detalle.
           03 filler pic x(6)  value "Dato: ".
           03 cd-variables      pic x(60).

       01 carta-referencia.
           03 filler pic x(12) value "Referencia: ".
           03 cr-clave          pic x(20).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute hoy-num = function integer-of-date(fecha-hoy).
           compute manana-num = hoy-num + 1.
           perform leer-numeracion.
           perform abrir-archivos.
           perform abrir-clientes.
           perform imprimir-cartas-fallidas.
           perform generar-recordatorios.
           perform procesar-eventos.
           perform cerrar-clientes.
           perform cerrar-archivos.
           perform vaciar-eventos.
           perform grabar-numeracion.
           display "EVENTOS DEL DIA:        " cant-eventos.
           display "RECORDATORIOS:          " cant-recordatorios.
           display "SMS / CORREOS AL OUTBOX:" cant-electronicas.
           display "CARTAS SIN CANAL:       " cant-cartas.
           display "CARTAS POR FALLA:       " cant-cartas-respaldo.
           display "SIN CANAL NI CARTA:     " cant-sin-canal.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

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

       leer-numeracion.
           open input numeracion.
           if ok-num
               read numeracion
                   at end continue
               end-read
               if ok-num
                   move num-ultima-notif to ultima-notificacion
               end-if
               close numeracion
           end-if.

       grabar-numeracion.
           open output numeracion.
           if ok-num
               move ultima-notificacion to num-ultima-notif
               write reg-numeracion
               close numeracion
           else
               display "Error al grabar numeracion de notificaciones "
                   "fs: " fs-numeracion
           end-if.

       abrir-archivos.
           open i-o notificaciones.
           if fs-notificaciones = "35"
               *> primera vez: el registro de notificaciones no
               *> existe
               open output notificaciones
               close notificaciones
               open i-o notificaciones
           end-if.
           if not ok-not
               display "Error al abrir notificaciones fs: "
                 fs-notificaciones
               move 1 to return-code
               stop run
           end-if.
           open input eventos.
           if ok-nev
               move "S" to hay-eventos
           end-if.
           open input contactos.
           if ok-ctc
               move "S" to hay-contactos
           end-if.
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               move 1 to return-code
               stop run
           end-if.
           open output outbox.
           if not ok-out
               display "Error al abrir outbox de notificaciones fs: "
                 fs-outbox
               move 1 to return-code
               stop run
           end-if.
           open extend cartas.
           if not ok-car
               open output cartas
           end-if.
           if not ok-car
               display "Error al abrir cartas de notificacion fs: "
                 fs-cartas
               move 1 to return-code
               stop run
           end-if.

       cerrar-archivos.
           close notificaciones.
           if eventos-abiertos
               close eventos
           end-if.
           if contactos-abiertos
               close contactos
           end-if.
           close alquileresmae.
           close outbox.
           close cartas.

      *> Los eventos ya quedaron numerados en notificaciones.dat:
      *> la cola arranca vacia para el dia siguiente.
       vaciar-eventos.
           if eventos-abiertos
               open output eventos
               close eventos
           end-if.

       abrir-clientes.
           move "A" to op.
           call "BuscarDatosCliente" using op, msg-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

       cerrar-clientes.
           move "C" to op.
           call "BuscarDatosCliente" using op, msg-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

      *> Lo que el gateway devolvio fallido y tiene carta de
      *> respaldo (estado "R", ver ImportarEstadoEnvios) sale
      *> impreso esta noche.
       imprimir-cartas-fallidas.
           move zeroes to not-nro.
           start notificaciones key is not less than not-nro
               invalid key continue
           end-start.
           if ok-not
               perform leer-notificacion
               perform revisar-notificacion until eof-not
           end-if.

       leer-notificacion.
           read notificaciones next record
               at end continue
           end-read.

       revisar-notificacion.
           if not-carta-pendiente
               move not-nro-doc to msg-nro-doc
               move not-plantilla to msg-plantilla
               perform buscar-datos-cliente
               perform buscar-plantilla
               perform escribir-carta
               move "F" to not-estado
               move fecha-hoy to not-fecha-estado
               rewrite rec-notificaciones
               add 1 to cant-cartas-respaldo
           end-if.
           perform leer-notificacion.

      *> Recordatorios del maestro: un "T" que se retira manana y
      *> uno cuya devolucion pactada (fecha + dias) es manana.
       generar-recordatorios.
           perform leer-alquiler.
           perform revisar-alquiler until eof-alq.

       leer-alquiler.
           read alquileresmae
               at end continue
           end-read.

       revisar-alquiler.
           if alq-estado = "T"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute inicio-num =
                   function integer-of-date(fecha-convertida)
               compute devolucion-num = inicio-num + alq-cantdias
               if inicio-num = manana-num
                   move "RETIRO" to msg-plantilla
                   perform armar-recordatorio
               else if devolucion-num = manana-num
                   move "DEVOLUC" to msg-plantilla
                   perform armar-recordatorio
               end-if
           end-if.
           perform leer-alquiler.

       armar-recordatorio.
           move alq-nro-doc to msg-nro-doc.
           move spaces to msg-variables.
           string "PATENTE " alq-patente " ALQUILER DEL " alq-fecha
               " POR " alq-cantdias " DIAS"
               delimited by size into msg-variables
           end-string.
           move alq-clave to msg-clave.
           add 1 to cant-recordatorios.
           perform emitir-notificacion.

       procesar-eventos.
           if eventos-abiertos
               perform leer-evento
               perform tomar-evento until eof-nev
           end-if.

       leer-evento.
           read eventos
               at end continue
           end-read.

       tomar-evento.
           move nev-plantilla to msg-plantilla.
           move nev-nro-doc to msg-nro-doc.
           move nev-variables to msg-variables.
           move nev-clave to msg-clave.
           add 1 to cant-eventos.
           perform emitir-notificacion.
           perform leer-evento.

      *> Canal: SMS si el cliente lo acepto y tiene celular, si no
      *> correo si lo acepto y tiene direccion; sin ninguno, carta
      *> si la plantilla la admite.
       emitir-notificacion.
           perform buscar-datos-cliente.
           perform buscar-plantilla.
           move spaces to msg-canal.
           move spaces to msg-destino.
           if contactos-abiertos and cli-numero is not equal to spaces
               move cli-numero to ctc-cli-numero
               read contactos
                   invalid key continue
                   not invalid key perform resolver-canal
               end-read
           end-if.
           if msg-canal is not equal to spaces
               perform asentar-notificacion
               move "P" to not-estado
               write rec-notificaciones
               perform escribir-outbox
               add 1 to cant-electronicas
           else if pos-tpl > zeroes and tpl-con-carta(pos-tpl) = "S"
               move "CARTA" to msg-canal
               perform asentar-notificacion
               move "C" to not-estado
               write rec-notificaciones
               perform escribir-carta
               add 1 to cant-cartas
           else
               add 1 to cant-sin-canal
           end-if.

       resolver-canal.
           if ctc-sms-si and ctc-movil is not equal to spaces
               move "SMS" to msg-canal
               move ctc-movil to msg-destino
           else if ctc-email-si and ctc-email is not equal to spaces
               move "EMAIL" to msg-canal
               move ctc-email to msg-destino
           end-if.

       asentar-notificacion.
           add 1 to ultima-notificacion.
           move ultima-notificacion to not-nro.
           move fecha-hoy to not-fecha.
           move cli-numero to not-cli-numero.
           move msg-nro-doc to not-nro-doc.
           move msg-plantilla to not-plantilla.
           move msg-canal to not-canal.
           move msg-destino to not-destino.
           move msg-variables to not-variables.
           move msg-clave to not-clave.
           move fecha-hoy to not-fecha-estado.
           if pos-tpl > zeroes
               move tpl-con-carta(pos-tpl) to not-con-carta
           else
               move "N" to not-con-carta
           end-if.

       escribir-outbox.
           move spaces to reg-outbox.
           move not-nro to out-nro.
           move not-canal to out-canal.
           move not-destino to out-destino.
           move not-plantilla to out-plantilla.
           move not-cli-numero to out-cli-numero.
           move not-variables to out-variables.
           move not-clave to out-clave.
           write reg-outbox.

       buscar-datos-cliente.
           move "P" to op.
           call "BuscarDatosCliente" using op, msg-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           if cli-codigo-estado is not equal to "00"
               move spaces to cli-numero
               move spaces to cli-direccion
               move spaces to cli-telefono
           end-if.

       buscar-plantilla.
           move zeroes to pos-tpl.
           perform comparar-plantilla
               varying ix-tpl from 1 by 1
               until ix-tpl > cant-plantillas.

       comparar-plantilla.
           if tpl-codigo(ix-tpl) = msg-plantilla
               move ix-tpl to pos-tpl
           end-if.

       escribir-carta.
           write reg-cartas from carta-sep.
           if pos-tpl > zeroes
               move tpl-titulo(pos-tpl) to ct-titulo
           else
               move not-plantilla to ct-titulo
           end-if.
           move not-nro to ct-nro.
           write reg-cartas from carta-titulo.
           move not-cli-numero to cc-cli-numero.
           move cli-direccion to cc-direccion.
           move cli-telefono to cc-telefono.
           write reg-cartas from carta-cliente.
           move not-variables to cd-variables.
           write reg-cartas from carta-detalle.
           move not-clave to cr-clave.
           write reg-cartas from carta-referencia.

       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
