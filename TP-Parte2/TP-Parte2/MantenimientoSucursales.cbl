      *> autos.dat y choferes.dat via sus ABM, la carga nocturna lo
      *> asienta en cada alquiler aprobado, y los listados lo
      *> subtotalizan.
      *>
      *> Tambien se mantiene aca la tabla de cargos por devolucion
      *> en otra sucursal (alquiler de ida): el importe fijo que se
      *> cobra cuando un auto retirado en una sucursal se devuelve
      *> en otra. DevolucionAlquileres lo toma de esta tabla segun
      *> el par retiro -> devolucion y lo deja pendiente para
      *> Facturacion.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is suc-codigo
           file status is fs-sucursales.

       select cargos-devolucion
           assign to disk "..\..\..\Entrada\cargos-devolucion-suc.dat"
           organization is indexed
           access mode is dynamic
           record key is cdv-clave
           file status is fs-cargos-devol.

       DATA DIVISION.
       file section.

           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       fd cargos-devolucion
           label record is standard.
       01  rec-cargos-devol.
           03  cdv-clave.
               05  cdv-sucursal-retiro pic 99.
               05  cdv-sucursal-devol  pic 99.
           03  cdv-importe         pic 9(5)v99.

       working-storage section.
       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".
           88 eof-suc                  value "10".

       01 fs-cargos-devol      pic xx.
           88 ok-cdv                   value "00".
           88 eof-cdv                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-listar-cargos     value 3.
           88 opcion-alta-cargo        value 4.
           88 opcion-salir             value 5.

       01 in-codigo             pic 99.
       01 in-nombre             pic x(20).
       01 in-direccion          pic x(30).
       01 es-alta               pic x.
       01 in-sucursal-retiro    pic 99.
       01 in-sucursal-devol     pic 99.
       01 in-importe-cargo      pic 9(5)v99.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
           03 filler pic x(2)  value spaces.
           03 ds-direccion      pic x(30).

       01 det-cargo-devol.
           03 filler pic x(8)  value "Retiro  ".
           03 dcd-retiro        pic 99.
           03 filler pic x(14) value "  Devolucion  ".
           03 dcd-devol         pic 99.
           03 filler pic x(9)  value "  Cargo  ".
           03 dcd-importe       pic zzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-sucursales.
           perform abrir-cargos-devolucion.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close sucursales.
           close cargos-devolucion.
           accept ws-exit.
           stop run.

               stop run
           end-if.

       abrir-cargos-devolucion.
           open i-o cargos-devolucion.
           if not ok-cdv
               *> primera vez: la tabla de cargos no existe
               open output cargos-devolucion
           end-if.
           if not ok-cdv
               display "Error al abrir cargos por devolucion fs: "
                 fs-cargos-devol
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar sucursales".
           display "2) Alta / modificacion de sucursal".
           display "3) Listar cargos por devolucion en otra sucursal".
           display "4) Alta / modificacion de cargo por devolucion".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-alta
               perform alta-sucursal
           end-if.
           if opcion-listar-cargos
               perform listar-cargos-devolucion
           end-if.
           if opcion-alta-cargo
               perform alta-cargo-devolucion
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.
                 fs-sucursales
           end-if.

       listar-cargos-devolucion.
           move zeroes to cdv-clave.
           start cargos-devolucion key is not less than cdv-clave
               invalid key continue
           end-start.
           perform leer-cargo-devolucion.
           perform mostrar-cargo-devolucion until eof-cdv.

       leer-cargo-devolucion.
           read cargos-devolucion next record
               at end continue
           end-read.

       mostrar-cargo-devolucion.
           move cdv-sucursal-retiro to dcd-retiro.
           move cdv-sucursal-devol to dcd-devol.
           move cdv-importe to dcd-importe.
           display det-cargo-devol.
           perform leer-cargo-devolucion.

      *> El cargo es por sentido: retirar en 01 y devolver en 02
      *> puede no costar lo mismo que el viaje inverso. Un importe
      *> cero deja el par sin cargo.
       alta-cargo-devolucion.
           display "Sucursal de retiro (01-99): ".
           accept in-sucursal-retiro.
           display "Sucursal de devolucion (01-99): ".
           accept in-sucursal-devol.
           display "Cargo por devolucion: ".
           accept in-importe-cargo.

           if in-sucursal-retiro = zeroes
               or in-sucursal-devol = zeroes
               display "El codigo 00 esta reservado (sin asignar)."
           else if in-sucursal-retiro = in-sucursal-devol
               display "La devolucion en la misma sucursal no lleva "
                   "cargo."
           else
               perform grabar-cargo-devolucion
           end-if.

       grabar-cargo-devolucion.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-sucursal-retiro to cdv-sucursal-retiro.
           move in-sucursal-devol to cdv-sucursal-devol.
           read cargos-devolucion
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-cargos-devol to jrn-antes-arg
           end-read.
           move in-sucursal-retiro to cdv-sucursal-retiro.
           move in-sucursal-devol to cdv-sucursal-devol.
           move in-importe-cargo to cdv-importe.
           if es-alta = "S"
               write rec-cargos-devol
           else
               rewrite rec-cargos-devol
           end-if.
           if ok-cdv
               display "Cargo por devolucion grabado."
               move rec-cargos-devol to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               move "CARGOS-DEVOL" to jrn-archivo-arg
               move cdv-clave to jrn-clave-arg
               call "RegistrarCambio" using jrn-archivo-arg,
                jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
                jrn-despues-arg, usuario-actual
           else
               display "Error al grabar cargo por devolucion fs: "
                 fs-cargos-devol
           end-if.

       registrar-cambio-journal.
           move "SUCURSALES" to jrn-archivo-arg.
           move suc-codigo to jrn-clave-arg.
