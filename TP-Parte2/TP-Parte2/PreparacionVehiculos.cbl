       identification division.
       program-id. PreparacionVehiculos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Cola de preparacion de la playa: cada devolucion
      *> (DevolucionAlquileres) deja el auto pendiente de lavado,
      *> control y, si volvio sin tanque lleno, carga de
      *> combustible. Mientras la tarea esta pendiente el auto no
      *> se entrega en el dia (AutoEnPreparacion, que consultan
      *> Principal y DisponibilidadAutos); aca la playa ve que
      *> autos esperan y desde cuando, y marca cada uno listo
      *> cuando termina. InformePreparacion mide despues los
      *> tiempos de la playa.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select preparaciones
           assign to disk "..\..\..\Entrada\preparaciones.dat"
           organization is indexed
           access mode is dynamic
           record key is prp-clave
           file status is fs-preparaciones.

       DATA DIVISION.
       file section.

       fd preparaciones
           label record is standard.
       01  rec-preparaciones.
           03  prp-clave.
               05  prp-patente     pic x(6).
               05  prp-fecha-devol pic 9(8).  *> DDMMAAAA
           03  prp-hora-alta       pic 9(4).  *> HHMM
           03  prp-sucursal        pic 99.
           03  prp-recarga         pic x.
               88  prp-con-recarga     value "S".
           03  prp-estado          pic x.
               88  prp-pendiente       value "P".
               88  prp-lista           value "L".
           03  prp-fecha-lista     pic 9(8).  *> DDMMAAAA
           03  prp-hora-lista      pic 9(4).  *> HHMM
           03  prp-operador        pic x(8).

       working-storage section.
       01 fs-preparaciones     pic xx.
           88 ok-prp                   value "00".
           88 eof-prp                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-lista             value 2.
           88 opcion-salir             value 3.
       77 cant-pendientes       pic 9(4)   value zeroes.

       01 in-patente            pic x(6).
       01 in-sucursal           pic 99.

       01 hay-tarea             pic x.
           88 tarea-hallada            value "S".

      *> Fecha y hora de hoy, y antiguedad de cada tarea en horas.
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       01 hora-hoy              pic 9(4).
       77 hoy-num               pic 9(7).
       77 alta-num              pic 9(7).
       77 minutos-alta          pic 9(4).
       77 minutos-espera        pic s9(7).
       77 horas-espera          pic 9(5).
       01 hora-hh               pic 9(2).
       01 hora-mm               pic 9(2).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 fd-resto              pic 9(4).

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

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> este programa escribe maestros que la cadena tambien toca,
      *> asi que no abre mientras el batch corre, y su sesion queda
      *> registrada para que la cadena no arranque encima.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 det-tarea.
           03 dt-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dt-sucursal       pic 99.
           03 filler pic x(3)  value spaces.
           03 dt-fecha-devol    pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dt-hora-alta      pic 9(4).
           03 filler pic x(3)  value spaces.
           03 dt-horas          pic zzzz9.
           03 filler pic x(3)  value spaces.
           03 dt-recarga        pic x(11).

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "La corrida nocturna esta en curso: "
                   "reintentar cuando termine."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-preparaciones.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close preparaciones.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       abrir-preparaciones.
           open i-o preparaciones.
           if not ok-prp
               *> primera vez: la cola de preparacion no existe
               open output preparaciones
               close preparaciones
               open i-o preparaciones
           end-if.
           if not ok-prp
               display "Error al abrir cola de preparacion fs: "
                 fs-preparaciones
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Autos pendientes de preparacion".
           display "2) Marcar auto listo".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           perform tomar-hora-actual.
           if opcion-listar
               perform listar-pendientes
           end-if.
           if opcion-lista
               perform marcar-lista
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       tomar-hora-actual.
           move function current-date(1:8) to fecha-hoy.
           move function current-date(9:4) to hora-hoy.
           compute hoy-num = function integer-of-date(fecha-hoy).
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.

       listar-pendientes.
           display "Sucursal (0 = todas): ".
           accept in-sucursal.
           move zeroes to cant-pendientes.
           display "PATENTE SUC  DEVUELTO  HORA   HORAS  ".
           move low-values to prp-clave.
           start preparaciones key is not less than prp-clave
               invalid key continue
           end-start.
           if ok-prp
               perform leer-tarea
               perform mostrar-tarea until eof-prp
           end-if.
           display "Autos pendientes: " cant-pendientes.

       leer-tarea.
           read preparaciones next record
               at end continue
           end-read.

       mostrar-tarea.
           if prp-pendiente
               and (in-sucursal = zeroes
                   or prp-sucursal = in-sucursal)
               add 1 to cant-pendientes
               perform calcular-espera
               move prp-patente to dt-patente
               move prp-sucursal to dt-sucursal
               move prp-fecha-devol to dt-fecha-devol
               move prp-hora-alta to dt-hora-alta
               move horas-espera to dt-horas
               if prp-con-recarga
                   move "COMBUSTIBLE" to dt-recarga
               else
                   move spaces to dt-recarga
               end-if
               display det-tarea
           end-if.
           perform leer-tarea.

       calcular-espera.
           move prp-fecha-devol to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute alta-num =
               function integer-of-date(fecha-convertida).
           divide prp-hora-alta by 100
               giving hora-hh remainder hora-mm.
           compute minutos-alta = hora-hh * 60 + hora-mm.
           divide hora-hoy by 100
               giving hora-hh remainder hora-mm.
           compute minutos-espera =
               (hoy-num - alta-num) * 1440
               + hora-hh * 60 + hora-mm - minutos-alta.
           if minutos-espera < zeroes
               move zeroes to minutos-espera
           end-if.
           divide minutos-espera by 60 giving horas-espera.

      *> Se marca la tarea pendiente de la patente: un auto tiene a
      *> lo sumo una pendiente, porque no vuelve a salir hasta estar
      *> listo.
       marcar-lista.
           display "Patente: ".
           accept in-patente.
           move "N" to hay-tarea.
           move in-patente to prp-patente.
           move zeroes to prp-fecha-devol.
           start preparaciones key is not less than prp-clave
               invalid key continue
           end-start.
           if ok-prp
               perform leer-tarea
               perform buscar-tarea-pendiente until eof-prp
                   or prp-patente is not equal to in-patente
                   or tarea-hallada
           end-if.
           if tarea-hallada
               perform grabar-lista
           else
               display "La patente no tiene preparacion pendiente."
           end-if.

       buscar-tarea-pendiente.
           if prp-pendiente
               move "S" to hay-tarea
           else
               perform leer-tarea
           end-if.

       grabar-lista.
           move rec-preparaciones to jrn-antes-arg.
           move "L" to prp-estado.
           move fecha-hoy-ddmmaaaa to prp-fecha-lista.
           move hora-hoy to prp-hora-lista.
           move usuario-actual to prp-operador.
           rewrite rec-preparaciones.
           if ok-prp
               display "Auto " prp-patente " listo para entregar."
               move rec-preparaciones to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al marcar auto listo fs: "
                 fs-preparaciones
           end-if.

       registrar-cambio-journal.
           move "PREPARACION" to jrn-archivo-arg.
           move prp-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> pasarla a FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
