       identification division.
       program-id. OrdenesReposicion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Ordenes de reposicion entre sucursales: las sucursales se
      *> prestan autos todo el tiempo y no quedaba registro, asi que
      *> un auto en viaje figuraba disponible en las dos puntas (o
      *> en ninguna). La orden deja asentado que patente sale de que
      *> sucursal hacia cual, la fecha de salida, la llegada
      *> prevista y el chofer que lo lleva.
      *>
      *> Mientras la orden esta abierta ("T") el auto no se alquila
      *> entre la salida y la llegada prevista (AutoEnTransito, que
      *> consultan Principal y DisponibilidadAutos). Al registrar la
      *> llegada, aut-sucursal pasa a la sucursal de destino, con su
      *> asiento en el journal, y la orden queda "L". Una orden que
      *> no se hizo se cancela ("X") y el auto sigue en el origen.
      *> Las sugerencias de la corrida nocturna
      *> (SugerenciasReposicion) se cargan desde aca.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select ordenes-reposicion
           assign to disk "..\..\..\Entrada\ordenes-reposicion.dat"
           organization is indexed
           access mode is dynamic
           record key is orp-clave
           file status is fs-ordenes.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       DATA DIVISION.
       file section.

       fd ordenes-reposicion
           label record is standard.
       01  rec-ordenes.
           03  orp-clave.
               05  orp-patente     pic x(6).
               05  orp-fecha-salida pic 9(8).  *> DDMMAAAA
           03  orp-sucursal-origen pic 99.
           03  orp-sucursal-destino pic 99.
           03  orp-fecha-llegada   pic 9(8).  *> DDMMAAAA, prevista
           03  orp-chofer          pic x(7).
           03  orp-estado          pic x.
               88  orp-en-traslado     value "T".
               88  orp-llegado         value "L".
               88  orp-cancelado       value "X".
           03  orp-fecha-llegada-real pic 9(8). *> DDMMAAAA
           03  orp-operador        pic x(8).

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
               88  aut-activo          value "A".
           03  aut-sucursal        pic 99.

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

       working-storage section.
       01 fs-ordenes           pic xx.
           88 ok-orp                   value "00".
           88 eof-orp                  value "10".
           88 duplicado-orp            value "22".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-emitir            value 1.
           88 opcion-llegada           value 2.
           88 opcion-cancelar          value 3.
           88 opcion-listar            value 4.
           88 opcion-salir             value 5.
       77 cant-abiertas         pic 9(4)   value zeroes.

       01 in-patente            pic x(6).
       01 in-sucursal-destino   pic 99.
       01 in-fecha-salida       pic 9(8).
       01 in-fecha-llegada      pic 9(8).
       01 in-chofer             pic x(7).
       01 in-fecha-llegada-real pic 9(8).

      *> Resultado de las validaciones de la orden: el primer
      *> problema encontrado corta la emision.
       01 orden-valida          pic x.
           88 es-orden-valida          value "S".
       01 hay-orden-abierta     pic x.
           88 tiene-orden-abierta      value "S".
       01 auto-ocupado          pic x.
           88 esta-ocupado             value "S".
       01 auto-fuera-servicio   pic xx.
           88 auto-esta-fuera-servicio value "si".

       77 salida-num            pic 9(7).
       77 llegada-num           pic 9(7).
       77 dia-num-trabajo       pic 9(7).
       01 fecha-dia-comp        pic 9(8).
       01 fecha-dia-ddmmaaaa    pic 9(8).
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 fd-resto              pic 9(4).

      *> Parametros de ChoferEstaActivo para validar al chofer que
      *> lleva el auto en la fecha de salida.
       01 op                    pic x.
       01 chof-estado           pic xx.
           88 chof-estado-activo       value "si".
       01 out-chofer-motivo     pic 9.
       01 cho-turno             pic x.

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

       01 det-orden.
           03 do-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 do-origen         pic 99.
           03 filler pic x(4)  value " -> ".
           03 do-destino        pic 99.
           03 filler pic x(2)  value spaces.
           03 do-fecha-salida   pic 9(8).
           03 filler pic x(2)  value spaces.
           03 do-fecha-llegada  pic 9(8).
           03 filler pic x(2)  value spaces.
           03 do-chofer         pic x(7).

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
           move function current-date(1:8) to fecha-hoy.
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
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
           open i-o ordenes-reposicion.
           if not ok-orp
               *> primera vez: el registro de ordenes no existe
               open output ordenes-reposicion
               close ordenes-reposicion
               open i-o ordenes-reposicion
           end-if.
           if not ok-orp
               display "Error al abrir ordenes de reposicion fs: "
                 fs-ordenes
               accept ws-exit
               stop run
           end-if.
           open i-o autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               accept ws-exit
               stop run
           end-if.
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Emitir orden de reposicion".
           display "2) Registrar llegada del auto".
           display "3) Cancelar orden".
           display "4) Listar ordenes abiertas".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-emitir
               perform emitir-orden
           end-if.
           if opcion-llegada
               perform registrar-llegada
           end-if.
           if opcion-cancelar
               perform cancelar-orden
           end-if.
           if opcion-listar
               perform listar-ordenes
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> El origen es la sucursal donde hoy esta el auto
      *> (aut-sucursal): no se pide, para que la orden no pueda
      *> contradecir al maestro de autos.
       emitir-orden.
           display "Patente: ".
           accept in-patente.
           display "Sucursal de destino: ".
           accept in-sucursal-destino.
           display "Fecha de salida (DDMMAAAA): ".
           accept in-fecha-salida.
           display "Llegada prevista (DDMMAAAA): ".
           accept in-fecha-llegada.
           display "Legajo del chofer que lo lleva: ".
           accept in-chofer.

           move "S" to orden-valida.
           move in-patente to aut-patente.
           read autos
               invalid key
                   display "La patente no esta en la flota."
                   move "N" to orden-valida
           end-read.
           if es-orden-valida
               perform validar-orden
           end-if.
           if es-orden-valida
               perform grabar-orden
           end-if.

       validar-orden.
           if in-fecha-salida = zeroes or in-fecha-llegada = zeroes
               display "Las fechas de salida y llegada son "
                   "obligatorias."
               move "N" to orden-valida
           else
               move in-fecha-salida to fecha-a-convertir
               perform invertir-orden-fecha
               compute salida-num =
                   function integer-of-date(fecha-convertida)
               move in-fecha-llegada to fecha-a-convertir
               perform invertir-orden-fecha
               compute llegada-num =
                   function integer-of-date(fecha-convertida)
           end-if.
           if not es-orden-valida
               continue
           else if not aut-activo
               display "El auto no esta activo en la flota."
               move "N" to orden-valida
           else if in-sucursal-destino = zeroes
               or in-sucursal-destino = aut-sucursal
               display "El destino tiene que ser otra sucursal que "
                   "la del auto (" aut-sucursal ")."
               move "N" to orden-valida
           else if llegada-num < salida-num
               display "La llegada prevista es anterior a la salida."
               move "N" to orden-valida
           else if in-chofer = spaces
               display "El chofer es obligatorio."
               move "N" to orden-valida
           end-if.
           if es-orden-valida
               perform buscar-orden-abierta
               if tiene-orden-abierta
                   display "El auto ya tiene una orden de reposicion "
                       "abierta."
                   move "N" to orden-valida
               end-if
           end-if.
           if es-orden-valida
               perform verificar-auto-ocupado
               if esta-ocupado
                   display "El auto esta alquilado o en taller en "
                       "las fechas del traslado."
                   move "N" to orden-valida
               end-if
           end-if.
           if es-orden-valida
               perform verificar-chofer
           end-if.

       buscar-orden-abierta.
           move "N" to hay-orden-abierta.
           move in-patente to orp-patente.
           move zeroes to orp-fecha-salida.
           start ordenes-reposicion key is not less than orp-clave
               invalid key continue
           end-start.
           if ok-orp
               perform leer-orden-siguiente
               perform chequear-orden-abierta until eof-orp
                   or orp-patente is not equal to in-patente
                   or tiene-orden-abierta
           end-if.

       leer-orden-siguiente.
           read ordenes-reposicion next record
               at end continue
           end-read.

       chequear-orden-abierta.
           if orp-en-traslado
               move "S" to hay-orden-abierta
           else
               perform leer-orden-siguiente
           end-if.

      *> Cada dia del traslado se resuelve con una lectura directa
      *> al maestro (patente+fecha) y al calendario de taller,
      *> igual que en DisponibilidadAutos.
       verificar-auto-ocupado.
           move "N" to auto-ocupado.
           perform chequear-dia-ocupado
               varying dia-num-trabajo from salida-num by 1
               until dia-num-trabajo > llegada-num
                   or esta-ocupado.

       chequear-dia-ocupado.
           compute fecha-dia-comp =
               function date-of-integer(dia-num-trabajo).
           divide fecha-dia-comp by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-dia-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           move in-patente to alq-patente.
           move fecha-dia-ddmmaaaa to alq-fecha.
           read alquileresmae
               invalid key continue
               not invalid key
                   if alq-estado is not equal to "D"
                       and alq-estado is not equal to "X"
                       and alq-estado is not equal to "N"
                       move "S" to auto-ocupado
                   end-if
           end-read.
           if not esta-ocupado
               call "AutoFueraDeServicio" using in-patente,
                   fecha-dia-ddmmaaaa, auto-fuera-servicio
               if auto-esta-fuera-servicio
                   move "S" to auto-ocupado
               end-if
           end-if.

       verificar-chofer.
           move "P" to op.
           call "ChoferEstaActivo" using op, in-chofer,
               in-fecha-salida, chof-estado, out-chofer-motivo,
               cho-turno.
           if not chof-estado-activo
               display "El chofer no esta habilitado en la fecha de "
                   "salida (motivo " out-chofer-motivo ")."
               move "N" to orden-valida
           end-if.

       grabar-orden.
           move in-patente to orp-patente.
           move in-fecha-salida to orp-fecha-salida.
           move aut-sucursal to orp-sucursal-origen.
           move in-sucursal-destino to orp-sucursal-destino.
           move in-fecha-llegada to orp-fecha-llegada.
           move in-chofer to orp-chofer.
           move "T" to orp-estado.
           move zeroes to orp-fecha-llegada-real.
           move usuario-actual to orp-operador.
           write rec-ordenes.
           if ok-orp
               display "Orden de reposicion emitida: " orp-patente
                   " de la sucursal " orp-sucursal-origen
                   " a la " orp-sucursal-destino "."
               move spaces to jrn-antes-arg
               move rec-ordenes to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-orden
           else if duplicado-orp
               display "Ya hay una orden con esa patente y fecha de "
                   "salida."
           else
               display "Error al grabar orden fs: " fs-ordenes
           end-if.

       pedir-orden.
           display "Patente: ".
           accept in-patente.
           display "Fecha de salida de la orden (DDMMAAAA): ".
           accept in-fecha-salida.
           move in-patente to orp-patente.
           move in-fecha-salida to orp-fecha-salida.
           read ordenes-reposicion
               invalid key
                   display "Orden no encontrada."
                   move "N" to orden-valida
               not invalid key
                   move "S" to orden-valida
           end-read.
           if es-orden-valida and not orp-en-traslado
               display "La orden ya no esta abierta (estado "
                   orp-estado ")."
               move "N" to orden-valida
           end-if.

      *> La llegada cierra la orden y mueve el auto: aut-sucursal
      *> pasa a la de destino, con su asiento en el journal igual
      *> que cuando DevolucionAlquileres lo reubica.
       registrar-llegada.
           perform pedir-orden.
           if es-orden-valida
               display "Fecha de llegada (DDMMAAAA, 0 = hoy): "
               accept in-fecha-llegada-real
               if in-fecha-llegada-real = zeroes
                   move fecha-hoy-ddmmaaaa to in-fecha-llegada-real
               end-if
               move rec-ordenes to jrn-antes-arg
               move "L" to orp-estado
               move in-fecha-llegada-real to orp-fecha-llegada-real
               rewrite rec-ordenes
               if ok-orp
                   move rec-ordenes to jrn-despues-arg
                   move "M" to jrn-operacion-arg
                   perform registrar-cambio-orden
                   perform reubicar-auto
               else
                   display "Error al registrar llegada fs: "
                     fs-ordenes
               end-if
           end-if.

       reubicar-auto.
           move orp-patente to aut-patente.
           read autos
               invalid key
                   display "La patente ya no esta en la flota."
               not invalid key
                   move rec-autos to jrn-antes-arg
                   move orp-sucursal-destino to aut-sucursal
                   rewrite rec-autos
                   if ok-auto
                       display "El auto queda en la sucursal "
                           aut-sucursal "."
                       move rec-autos to jrn-despues-arg
                       perform registrar-cambio-autos
                   else
                       display "Error al reubicar el auto fs: "
                           fs-autos
                   end-if
           end-read.

       cancelar-orden.
           perform pedir-orden.
           if es-orden-valida
               move rec-ordenes to jrn-antes-arg
               move "X" to orp-estado
               rewrite rec-ordenes
               if ok-orp
                   display "Orden cancelada: el auto sigue en la "
                       "sucursal " orp-sucursal-origen "."
                   move rec-ordenes to jrn-despues-arg
                   move "M" to jrn-operacion-arg
                   perform registrar-cambio-orden
               else
                   display "Error al cancelar orden fs: " fs-ordenes
               end-if
           end-if.

       listar-ordenes.
           move zeroes to cant-abiertas.
           display "PATENTE ORIG    DEST  SALIDA    LLEGADA   CHOFER".
           move low-values to orp-clave.
           start ordenes-reposicion key is not less than orp-clave
               invalid key continue
           end-start.
           if ok-orp
               perform leer-orden-siguiente
               perform mostrar-orden until eof-orp
           end-if.
           display "Ordenes abiertas: " cant-abiertas.

       mostrar-orden.
           if orp-en-traslado
               add 1 to cant-abiertas
               move orp-patente to do-patente
               move orp-sucursal-origen to do-origen
               move orp-sucursal-destino to do-destino
               move orp-fecha-salida to do-fecha-salida
               move orp-fecha-llegada to do-fecha-llegada
               move orp-chofer to do-chofer
               display det-orden
           end-if.
           perform leer-orden-siguiente.

       registrar-cambio-orden.
           move "REPOSICION" to jrn-archivo-arg.
           move orp-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       registrar-cambio-autos.
           move "AUTOS" to jrn-archivo-arg.
           move aut-patente to jrn-clave-arg.
           move "M" to jrn-operacion-arg.
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

       cerrar-archivos.
           close ordenes-reposicion.
           close autos.
           close alquileresmae.
