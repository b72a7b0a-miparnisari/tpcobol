       identification division.
       program-id. MantenimientoContactos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Datos de contacto de cada cliente para las notificaciones
      *> (GenerarNotificaciones): clientes.dat tiene un solo
      *> telefono, que es el de la ficha. Aca va el celular para
      *> SMS, el correo electronico y la conformidad del cliente
      *> para recibir cada canal (opt-in), con la fecha en que la
      *> dio. Sin conformidad en ningun canal el cliente recibe
      *> carta impresa, como siempre.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select contactos
           assign to disk "..\..\..\Entrada\contactos-clientes.dat"
           organization is indexed
           access mode is dynamic
           record key is ctc-cli-numero
           file status is fs-contactos.

       DATA DIVISION.
       file section.

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

       working-storage section.
       01 fs-contactos         pic xx.
           88 ok-ctc                   value "00".
           88 eof-ctc                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-cli-numero         pic x(8).
       01 in-movil              pic x(20).
       01 in-email              pic x(40).
       01 in-acepta-sms         pic x.
           88 in-sms-valido            value "S" "N".
       01 in-acepta-email       pic x.
           88 in-email-valido          value "S" "N".
       01 es-alta               pic x.

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

       01 det-contacto.
           03 dct-cli-numero    pic x(8).
           03 filler pic x(2)  value spaces.
           03 dct-movil         pic x(20).
           03 filler pic x(2)  value spaces.
           03 dct-email         pic x(40).
           03 filler pic x(2)  value spaces.
           03 dct-sms           pic x.
           03 filler pic x(2)  value spaces.
           03 dct-mail          pic x.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-contactos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close contactos.
           accept ws-exit.
           stop run.

       abrir-contactos.
           open i-o contactos.
           if not ok-ctc
               *> primera vez: el maestro de contactos no existe
               open output contactos
           end-if.
           if not ok-ctc
               display "Error al abrir contactos de clientes fs: "
                 fs-contactos
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar contactos".
           display "2) Alta / modificacion de contacto".
           display "3) Baja de contacto".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-contactos
           end-if.
           if opcion-alta
               perform alta-contacto
           end-if.
           if opcion-baja
               perform baja-contacto
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-contactos.
           display "CLIENTE   CELULAR               CORREO"
               "                                    SMS MAIL".
           move low-values to ctc-cli-numero.
           start contactos key is not less than ctc-cli-numero
               invalid key continue
           end-start.
           perform leer-contacto.
           perform mostrar-contacto until eof-ctc.

       leer-contacto.
           read contactos next record
               at end continue
           end-read.

       mostrar-contacto.
           move ctc-cli-numero to dct-cli-numero.
           move ctc-movil to dct-movil.
           move ctc-email to dct-email.
           move ctc-acepta-sms to dct-sms.
           move ctc-acepta-email to dct-mail.
           display det-contacto.
           perform leer-contacto.

      *> La fecha de conformidad se renueva solo cuando cambia lo
      *> que el cliente acepto: una correccion del numero no la
      *> pisa.
       alta-contacto.
           display "Numero de cliente: ".
           accept in-cli-numero.
           display "Celular (blanco = no tiene): ".
           accept in-movil.
           display "Correo electronico (blanco = no tiene): ".
           accept in-email.
           display "Acepta SMS (S/N): ".
           accept in-acepta-sms.
           display "Acepta correo electronico (S/N): ".
           accept in-acepta-email.

           if in-cli-numero = spaces
               display "El numero de cliente es obligatorio."
           else if not in-sms-valido or not in-email-valido
               display "La conformidad se indica con S o N."
           else if in-acepta-sms = "S" and in-movil = spaces
               display "No se puede aceptar SMS sin celular."
           else if in-acepta-email = "S" and in-email = spaces
               display "No se puede aceptar correo sin direccion."
           else
               perform grabar-contacto
           end-if.

       grabar-contacto.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-cli-numero to ctc-cli-numero.
           read contactos
               invalid key
                   move zeroes to ctc-fecha-conformidad
               not invalid key
                   move "N" to es-alta
                   move rec-contactos to jrn-antes-arg
           end-read.
           if es-alta = "S"
               or in-acepta-sms is not equal to ctc-acepta-sms
               or in-acepta-email is not equal to ctc-acepta-email
               move function current-date(1:8)
                   to ctc-fecha-conformidad
           end-if.
           move in-cli-numero to ctc-cli-numero.
           move in-movil to ctc-movil.
           move in-email to ctc-email.
           move in-acepta-sms to ctc-acepta-sms.
           move in-acepta-email to ctc-acepta-email.
           if es-alta = "S"
               write rec-contactos
           else
               rewrite rec-contactos
           end-if.
           if ok-ctc
               display "Contacto grabado."
               move rec-contactos to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar contacto fs: " fs-contactos
           end-if.

      *> La baja fisica deja al cliente sin canal electronico: a
      *> partir de ahi recibe carta impresa.
       baja-contacto.
           display "Numero de cliente a dar de baja: ".
           accept in-cli-numero.
           move in-cli-numero to ctc-cli-numero.
           read contactos
               invalid key
                   display "Contacto no encontrado."
               not invalid key
                   move rec-contactos to jrn-antes-arg
                   delete contactos record
                   if ok-ctc
                       display "Contacto dado de baja."
                       move spaces to jrn-despues-arg
                       move "B" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "Error al dar de baja fs: "
                         fs-contactos
                   end-if
           end-read.

       registrar-cambio-journal.
           move "CONTACTOS" to jrn-archivo-arg.
           move in-cli-numero to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
