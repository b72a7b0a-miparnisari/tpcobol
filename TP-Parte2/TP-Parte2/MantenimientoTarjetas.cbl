       identification division.
       program-id. MantenimientoTarjetas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Tarjetas de combustible de la empresa: cada tarjeta del
      *> proveedor queda asignada a una patente, que es lo que
      *> ImportarCombustible usa para pasar cada carga del resumen
      *> mensual al registro de cargas por vehiculo. Una tarjeta
      *> dada de baja se conserva (estado "B") para que las cargas
      *> viejas que todavia aparezcan en un resumen se sigan
      *> imputando a la patente que la tenia.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select tarjetas
           assign to disk
               "..\..\..\Entrada\tarjetas-combustible.dat"
           organization is indexed
           access mode is dynamic
           record key is tcb-tarjeta
           file status is fs-tarjetas.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       DATA DIVISION.
       file section.

       fd tarjetas
           label record is standard.
       01  rec-tarjetas.
           03  tcb-tarjeta         pic x(16).
           03  tcb-patente         pic x(6).
           03  tcb-estado          pic x.
               88  tcb-activa          value "A".
               88  tcb-de-baja         value "B".

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
       01 fs-tarjetas          pic xx.
           88 ok-tcb                   value "00".
           88 eof-tcb                  value "10".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-tarjeta            pic x(16).
       01 in-patente            pic x(6).
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

       01 det-tarjeta.
           03 dt-tarjeta        pic x(16).
           03 filler pic x(2)  value spaces.
           03 dt-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dt-marca          pic x(20).
           03 filler pic x(2)  value spaces.
           03 dt-estado         pic x(8).

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
           close tarjetas.
           close autos.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o tarjetas.
           if not ok-tcb
               *> primera vez: el maestro de tarjetas no existe
               open output tarjetas
           end-if.
           if not ok-tcb
               display "Error al abrir tarjetas fs: " fs-tarjetas
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
           display "1) Listar tarjetas de combustible".
           display "2) Alta / reasignacion de tarjeta".
           display "3) Baja de tarjeta".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-tarjetas
           end-if.
           if opcion-alta
               perform alta-tarjeta
           end-if.
           if opcion-baja
               perform baja-tarjeta
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-tarjetas.
           move low-values to tcb-tarjeta.
           start tarjetas key is not less than tcb-tarjeta
               invalid key continue
           end-start.
           perform leer-tarjeta.
           perform mostrar-tarjeta until eof-tcb.

       leer-tarjeta.
           read tarjetas next record
               at end continue
           end-read.

       mostrar-tarjeta.
           move tcb-tarjeta to dt-tarjeta.
           move tcb-patente to dt-patente.
           move tcb-patente to aut-patente.
           read autos
               invalid key move spaces to aut-marca
           end-read.
           move aut-marca to dt-marca.
           if tcb-de-baja
               move "DE BAJA" to dt-estado
           else
               move "ACTIVA" to dt-estado
           end-if.
           display det-tarjeta.
           perform leer-tarjeta.

       alta-tarjeta.
           display "Numero de tarjeta: ".
           accept in-tarjeta.
           if in-tarjeta = spaces
               display "El numero de tarjeta es obligatorio."
           else
               perform pedir-patente
           end-if.

       pedir-patente.
           display "Patente asignada: ".
           accept in-patente.
           move in-patente to aut-patente.
           read autos
               invalid key
                   display "Patente inexistente en el maestro de "
                       "autos."
               not invalid key
                   perform grabar-tarjeta
           end-read.

       grabar-tarjeta.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-tarjeta to tcb-tarjeta.
           read tarjetas
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-tarjetas to jrn-antes-arg
           end-read.
           move in-tarjeta to tcb-tarjeta.
           move in-patente to tcb-patente.
           move "A" to tcb-estado.
           if es-alta = "S"
               write rec-tarjetas
           else
               rewrite rec-tarjetas
           end-if.
           if ok-tcb
               display "Tarjeta grabada."
               move rec-tarjetas to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar tarjeta fs: " fs-tarjetas
           end-if.

      *> Baja logica: la tarjeta queda con la patente que tenia
      *> para imputar las cargas atrasadas del proveedor.
       baja-tarjeta.
           display "Tarjeta a dar de baja: ".
           accept in-tarjeta.
           move in-tarjeta to tcb-tarjeta.
           read tarjetas
               invalid key
                   display "Tarjeta no encontrada."
               not invalid key
                   perform marcar-baja-tarjeta
           end-read.

       marcar-baja-tarjeta.
           move rec-tarjetas to jrn-antes-arg.
           move "B" to tcb-estado.
           rewrite rec-tarjetas.
           if ok-tcb
               display "Tarjeta dada de baja."
               move rec-tarjetas to jrn-despues-arg
               move "B" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al dar de baja fs: " fs-tarjetas
           end-if.

       registrar-cambio-journal.
           move "TARJETAS" to jrn-archivo-arg.
           move in-tarjeta to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
