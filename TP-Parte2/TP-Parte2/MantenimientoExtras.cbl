       identification division.
       program-id. MantenimientoExtras.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del maestro de extras alquilables (silla de bebe, GPS,
      *> portaequipaje): los pedidos de extras se anotaban en un
      *> pizarron y cada mostrador cobraba lo que le parecia. Cada
      *> extra se da de alta por sucursal con su descripcion, el
      *> precio por dia, las unidades propias en esa sucursal y el
      *> valor de reposicion que se recarga si no vuelve. Las
      *> unidades las consume ExtrasAlquiler al asociarlos a un
      *> alquiler, y las descuenta InspeccionVehiculos cuando un
      *> extra no vuelve.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select extras
           assign to disk "..\..\..\Entrada\extras.dat"
           organization is indexed
           access mode is dynamic
           record key is ext-clave
           file status is fs-extras.

       DATA DIVISION.
       file section.

       fd extras
           label record is standard.
       01  rec-extras.
           03  ext-clave.
               05  ext-codigo      pic x(4).
               05  ext-sucursal    pic 99.
           03  ext-descripcion     pic x(20).
           03  ext-precio-dia      pic 9(4)v99.
           03  ext-unidades        pic 9(3).
           03  ext-valor-reposicion pic 9(5)v99.
           03  ext-estado          pic x.
               88  ext-activo          value "A".
               88  ext-de-baja         value "B".

       working-storage section.
       01 fs-extras            pic xx.
           88 ok-ext                   value "00".
           88 eof-ext                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-codigo             pic x(4).
       01 in-sucursal           pic 99.
       01 in-descripcion        pic x(20).
       01 in-precio-dia         pic 9(4)v99.
       01 in-unidades           pic 9(3).
       01 in-valor-reposicion   pic 9(5)v99.
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

       01 det-extra.
           03 de-codigo         pic x(4).
           03 filler pic x(2)  value spaces.
           03 de-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 de-descripcion    pic x(20).
           03 filler pic x(2)  value spaces.
           03 de-precio-dia     pic zzz9.99.
           03 filler pic x(2)  value spaces.
           03 de-unidades       pic zz9.
           03 filler pic x(2)  value spaces.
           03 de-valor-repo     pic zzzz9.99.
           03 filler pic x(2)  value spaces.
           03 de-estado         pic x.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-extras.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close extras.
           accept ws-exit.
           stop run.

       abrir-extras.
           open i-o extras.
           if not ok-ext
               *> primera vez: el maestro de extras no existe
               open output extras
           end-if.
           if not ok-ext
               display "Error al abrir maestro de extras fs: "
                 fs-extras
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar extras".
           display "2) Alta / modificacion de extra".
           display "3) Baja de extra".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-extras
           end-if.
           if opcion-alta
               perform alta-extra
           end-if.
           if opcion-baja
               perform baja-extra
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-extras.
           move low-values to ext-clave.
           start extras key is not less than ext-clave
               invalid key continue
           end-start.
           perform leer-extra.
           perform mostrar-extra until eof-ext.

       leer-extra.
           read extras next record
               at end continue
           end-read.

       mostrar-extra.
           move ext-codigo to de-codigo.
           move ext-sucursal to de-sucursal.
           move ext-descripcion to de-descripcion.
           move ext-precio-dia to de-precio-dia.
           move ext-unidades to de-unidades.
           move ext-valor-reposicion to de-valor-repo.
           move ext-estado to de-estado.
           display det-extra.
           perform leer-extra.

       alta-extra.
           display "Codigo de extra: ".
           accept in-codigo.
           display "Sucursal (01-99): ".
           accept in-sucursal.
           display "Descripcion: ".
           accept in-descripcion.
           display "Precio por dia: ".
           accept in-precio-dia.
           display "Unidades propias en la sucursal: ".
           accept in-unidades.
           display "Valor de reposicion: ".
           accept in-valor-reposicion.

           if in-codigo = spaces or in-sucursal = zeroes
               display "Codigo y sucursal son obligatorios."
           else
               perform grabar-extra
           end-if.

       grabar-extra.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-codigo to ext-codigo.
           move in-sucursal to ext-sucursal.
           read extras
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-extras to jrn-antes-arg
           end-read.
           move in-codigo to ext-codigo.
           move in-sucursal to ext-sucursal.
           move in-descripcion to ext-descripcion.
           move in-precio-dia to ext-precio-dia.
           move in-unidades to ext-unidades.
           move in-valor-reposicion to ext-valor-reposicion.
           move "A" to ext-estado.
           if es-alta = "S"
               write rec-extras
           else
               rewrite rec-extras
           end-if.
           if ok-ext
               display "Extra grabado."
               move rec-extras to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar extra fs: " fs-extras
           end-if.

      *> La baja es logica: las asociaciones ya hechas a
      *> alquileres siguen apuntando al extra, pero no se puede
      *> asociar de nuevo.
       baja-extra.
           display "Codigo de extra: ".
           accept in-codigo.
           display "Sucursal (01-99): ".
           accept in-sucursal.
           move in-codigo to ext-codigo.
           move in-sucursal to ext-sucursal.
           read extras
               invalid key
                   display "Extra no encontrado."
               not invalid key
                   move rec-extras to jrn-antes-arg
                   move "B" to ext-estado
                   rewrite rec-extras
                   if ok-ext
                       display "Extra dado de baja."
                       move rec-extras to jrn-despues-arg
                       move "B" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "Error al dar de baja extra fs: "
                         fs-extras
                   end-if
           end-read.

       registrar-cambio-journal.
           move "EXTRAS" to jrn-archivo-arg.
           move ext-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
