       identification division.
       program-id. MantenimientoRutas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del tarifario por ruta de los traslados con chofer
      *> (aeropuerto, interurbanos). Cada tarifa es el precio fijo
      *> del viaje de una zona de origen a una zona de destino para
      *> un tamano de vehiculo, vigente desde una fecha y,
      *> opcionalmente, hasta otra. Un cambio de precio se carga
      *> como una nueva vigencia (otra fecha desde) sin tocar las
      *> anteriores, igual que el historico de tarifas por dia, asi
      *> BuscarTarifaRuta valua cada traslado con el precio que
      *> regia en la fecha del alquiler. Cargar de nuevo la misma
      *> ruta, tamano y fecha desde corrige esa vigencia.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select rutas
           assign to disk "..\..\..\Entrada\tarifas-rutas.dat"
           organization is indexed
           access mode is dynamic
           record key is rut-clave
           file status is fs-rutas.

       DATA DIVISION.
       file section.

       fd rutas
           label record is standard.
       01  rec-rutas.
           03  rut-clave.
               05  rut-zona-origen pic x(4).
               05  rut-zona-destino pic x(4).
               05  rut-tamano      pic x.
               05  rut-fecha-desde pic 9(8).  *> AAAAMMDD
           03  rut-fecha-hasta     pic 9(8).  *> AAAAMMDD, 0 = abierta
           03  rut-precio          pic 9(6)v99.

       working-storage section.
       01 fs-rutas             pic xx.
           88 ok-rut                   value "00".
           88 eof-rut                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-salir             value 3.

       01 in-zona-origen        pic x(4).
       01 in-zona-destino       pic x(4).
       01 in-tamano             pic x.
       01 in-fecha-desde        pic 9(8).
       01 in-fecha-hasta        pic 9(8).
       01 in-precio             pic 9(6)v99.
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

       01 det-ruta.
           03 dr-zona-origen    pic x(4).
           03 filler pic x(4)  value " -> ".
           03 dr-zona-destino   pic x(4).
           03 filler pic x(2)  value spaces.
           03 dr-tamano         pic x.
           03 filler pic x(2)  value spaces.
           03 dr-fecha-desde    pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-fecha-hasta    pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-precio         pic zzzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-rutas.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close rutas.
           accept ws-exit.
           stop run.

       abrir-rutas.
           open i-o rutas.
           if not ok-rut
               *> primera vez: el tarifario por ruta no existe
               open output rutas
           end-if.
           if not ok-rut
               display "Error al abrir tarifario por ruta fs: "
                 fs-rutas
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar tarifas por ruta".
           display "2) Alta / modificacion de tarifa por ruta".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-rutas
           end-if.
           if opcion-alta
               perform alta-ruta
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-rutas.
           display "ORIG    DEST  T  DESDE     HASTA        PRECIO".
           move low-values to rut-clave.
           start rutas key is not less than rut-clave
               invalid key continue
           end-start.
           perform leer-ruta.
           perform mostrar-ruta until eof-rut.

       leer-ruta.
           read rutas next record
               at end continue
           end-read.

       mostrar-ruta.
           move rut-zona-origen to dr-zona-origen.
           move rut-zona-destino to dr-zona-destino.
           move rut-tamano to dr-tamano.
           move rut-fecha-desde to dr-fecha-desde.
           move rut-fecha-hasta to dr-fecha-hasta.
           move rut-precio to dr-precio.
           display det-ruta.
           perform leer-ruta.

       alta-ruta.
           display "Zona de origen: ".
           accept in-zona-origen.
           display "Zona de destino: ".
           accept in-zona-destino.
           display "Tamano (chico/mediano/grande): ".
           accept in-tamano.
           display "Vigente desde (AAAAMMDD): ".
           accept in-fecha-desde.
           display "Vigente hasta (AAAAMMDD, 0 = sin vencimiento): ".
           accept in-fecha-hasta.
           display "Precio del traslado: ".
           accept in-precio.

           if in-zona-origen = spaces or in-zona-destino = spaces
               display "Zona de origen y destino son obligatorias."
           else if in-tamano = spaces
               display "El tamano del vehiculo es obligatorio."
           else if in-fecha-desde = zeroes
               display "La fecha desde es obligatoria."
           else if in-fecha-hasta not = zeroes
               and in-fecha-hasta < in-fecha-desde
               display "La fecha hasta es anterior a la fecha desde."
           else
               perform grabar-ruta
           end-if.

       grabar-ruta.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-zona-origen to rut-zona-origen.
           move in-zona-destino to rut-zona-destino.
           move in-tamano to rut-tamano.
           move in-fecha-desde to rut-fecha-desde.
           read rutas
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-rutas to jrn-antes-arg
           end-read.
           move in-zona-origen to rut-zona-origen.
           move in-zona-destino to rut-zona-destino.
           move in-tamano to rut-tamano.
           move in-fecha-desde to rut-fecha-desde.
           move in-fecha-hasta to rut-fecha-hasta.
           move in-precio to rut-precio.
           if es-alta = "S"
               write rec-rutas
           else
               rewrite rec-rutas
           end-if.
           if ok-rut
               display "Tarifa por ruta grabada."
               move rec-rutas to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar tarifa por ruta fs: " fs-rutas
           end-if.

       registrar-cambio-journal.
           move "RUTAS" to jrn-archivo-arg.
           move rut-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
