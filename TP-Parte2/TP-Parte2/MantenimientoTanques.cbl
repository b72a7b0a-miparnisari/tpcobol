       identification division.
       program-id. MantenimientoTanques.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Capacidad del tanque de combustible por vehiculo, en
      *> litros: DevolucionAlquileres la usa para valuar los
      *> octavos que faltan entre la inspeccion de entrega y la de
      *> devolucion. Una patente sin capacidad cargada se valua con
      *> la capacidad por defecto del maestro de parametros
      *> (CAPACIDAD-TANQUE), asi que este ABM solo hace falta para
      *> los vehiculos que se apartan de ese valor.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select tanques
           assign to disk "..\..\..\Entrada\tanques.dat"
           organization is indexed
           access mode is dynamic
           record key is tan-patente
           file status is fs-tanques.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       DATA DIVISION.
       file section.

       fd tanques
           label record is standard.
       01  rec-tanques.
           03  tan-patente         pic x(6).
           03  tan-capacidad       pic 9(3).  *> litros

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
           03  aut-sucursal        pic 99.

       working-storage section.
       01 fs-tanques           pic xx.
           88 ok-tan                   value "00".
           88 eof-tan                  value "10".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-patente            pic x(6).
       01 in-capacidad          pic 9(3).
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
       01 funcion-login         pic x       value "F".

       01 det-tanque.
           03 dt-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dt-marca          pic x(20).
           03 filler pic x(2)  value spaces.
           03 dt-capacidad      pic zz9.
           03 filler pic x(7)  value " litros".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close tanques.
           close autos.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o tanques.
           if not ok-tan
               *> primera vez: el maestro de tanques no existe
               open output tanques
           end-if.
           if not ok-tan
               display "Error al abrir tanques fs: " fs-tanques
               accept ws-exit
               stop run
           end-if.
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: "
                 fs-autos
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar capacidades cargadas".
           display "2) Alta / modificacion de capacidad".
           display "3) Baja (vuelve a la capacidad por defecto)".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-tanques
           end-if.
           if opcion-alta
               perform alta-tanque
           end-if.
           if opcion-baja
               perform baja-tanque
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-tanques.
           move low-values to tan-patente.
           start tanques key is not less than tan-patente
               invalid key continue
           end-start.
           perform leer-tanque.
           perform mostrar-tanque until eof-tan.

       leer-tanque.
           read tanques next record
               at end continue
           end-read.

       mostrar-tanque.
           move tan-patente to dt-patente.
           move tan-patente to aut-patente.
           read autos
               invalid key move spaces to aut-marca
           end-read.
           move aut-marca to dt-marca.
           move tan-capacidad to dt-capacidad.
           display det-tanque.
           perform leer-tanque.

       alta-tanque.
           display "Patente: ".
           accept in-patente.
           move in-patente to aut-patente.
           read autos
               invalid key
                   display "Patente inexistente en el maestro de "
                       "autos."
               not invalid key
                   perform pedir-capacidad
           end-read.

       pedir-capacidad.
           display "Capacidad del tanque (litros): ".
           accept in-capacidad.
           if in-capacidad = zeroes
               display "La capacidad no puede ser cero."
           else
               perform grabar-tanque
           end-if.

       grabar-tanque.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-patente to tan-patente.
           read tanques
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-tanques to jrn-antes-arg
           end-read.
           move in-patente to tan-patente.
           move in-capacidad to tan-capacidad.
           if es-alta = "S"
               write rec-tanques
           else
               rewrite rec-tanques
           end-if.
           if ok-tan
               display "Capacidad grabada."
               move rec-tanques to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar capacidad fs: " fs-tanques
           end-if.

      *> La baja fisica vuelve la patente a la capacidad por
      *> defecto: no hay estado intermedio que conservar.
       baja-tanque.
           display "Patente a dar de baja: ".
           accept in-patente.
           move in-patente to tan-patente.
           read tanques
               invalid key
                   display "Capacidad no encontrada."
               not invalid key
                   move rec-tanques to jrn-antes-arg
                   delete tanques record
                   if ok-tan
                       display "Capacidad dada de baja."
                       move spaces to jrn-despues-arg
                       move "B" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "Error al dar de baja fs: "
                         fs-tanques
                   end-if
           end-read.

       registrar-cambio-journal.
           move "TANQUES" to jrn-archivo-arg.
           move in-patente to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
