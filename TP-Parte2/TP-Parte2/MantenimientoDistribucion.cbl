       identification division.
       program-id. MantenimientoDistribucion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del maestro de distribucion de reportes por sucursal
      *> (ver DistribucionReportes): que reporte de la noche recibe
      *> cada sucursal y para que rol (GERENTE, ADMINISTRACION,
      *> ...), y en que carpeta se le deja. Carpeta en blanco =
      *> Salida\sucursal-NN\ de la sucursal; si se carga, tiene que
      *> terminar en "\". Un destino no se borra, se desactiva: el
      *> manifiesto de entregas sigue nombrandolo.
      *> Reportes: listado, informe-rechazos, no-shows, depositos,
      *> pendientes-estancados, vencimientos. Sucursal 00 recibe
      *> las lineas que no se pudieron asignar a ninguna.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select distribucion
           assign to disk "..\..\..\Entrada\distribucion-reportes.dat"
           organization is indexed
           access mode is dynamic
           record key is dis-clave
           file status is fs-distribucion.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is random
           record key is suc-codigo
           file status is fs-sucursales.

       DATA DIVISION.
       file section.

       fd distribucion
           label record is standard.
       01  rec-distribucion.
           03  dis-clave.
               05  dis-reporte     pic x(24).
               05  dis-sucursal    pic 99.
               05  dis-rol         pic x(12).
           03  dis-carpeta         pic x(40).
           03  dis-activo          pic x.

       fd sucursales
           label record is standard.
       01  rec-sucursales.
           03  suc-codigo          pic 99.
           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       working-storage section.
       01 fs-distribucion      pic xx.
           88 ok-dis                   value "00".
           88 eof-dis                  value "10".
       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-cambiar           value 2.
           88 opcion-salir             value 3.

       01 in-reporte            pic x(24).
           88 reporte-valido           value "listado"
                                             "informe-rechazos"
                                             "no-shows"
                                             "depositos"
                                             "pendientes-estancados"
                                             "vencimientos".
       01 in-sucursal           pic 99.
       01 in-rol                pic x(12).
       01 in-carpeta            pic x(40).
       01 in-activo             pic x.
       01 es-alta               pic x.
       01 sucursal-valida       pic x.

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
       01 funcion-login         pic x       value "P".

       01 det-distribucion.
           03 dd-reporte        pic x(24).
           03 filler pic x(2)  value spaces.
           03 dd-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 dd-rol            pic x(12).
           03 filler pic x(2)  value spaces.
           03 dd-activo         pic x.
           03 filler pic x(2)  value spaces.
           03 dd-carpeta        pic x(40).

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-distribucion.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close distribucion.
           accept ws-exit.
           stop run.

       abrir-distribucion.
           open i-o distribucion.
           if fs-distribucion = "35"
               *> primera vez: el maestro de distribucion no existe
               open output distribucion
               close distribucion
               open i-o distribucion
           end-if.
           if not ok-dis
               display "Error al abrir maestro de distribucion fs: "
                 fs-distribucion
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar destinos de reportes".
           display "2) Alta / modificacion de un destino".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-distribucion
           end-if.
           if opcion-cambiar
               perform cambiar-destino
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-distribucion.
           move low-values to dis-clave.
           start distribucion key is not less than dis-clave
               invalid key continue
           end-start.
           perform leer-distribucion.
           perform mostrar-destino until not ok-dis.

       leer-distribucion.
           read distribucion next record
               at end continue
           end-read.

       mostrar-destino.
           move dis-reporte to dd-reporte.
           move dis-sucursal to dd-sucursal.
           move dis-rol to dd-rol.
           move dis-activo to dd-activo.
           move dis-carpeta to dd-carpeta.
           display det-distribucion.
           perform leer-distribucion.

       cambiar-destino.
           display "Reporte (listado, informe-rechazos, no-shows, ".
           display "  depositos, pendientes-estancados, ".
           display "  vencimientos): ".
           accept in-reporte.
           display "Sucursal (00 = lineas sin sucursal): ".
           accept in-sucursal.
           display "Rol (GERENTE, ADMINISTRACION, ...): ".
           accept in-rol.
           perform validar-sucursal.
           if not reporte-valido
               display "Reporte invalido."
           else if sucursal-valida = "N"
               display "Sucursal inexistente."
           else if in-rol = spaces
               display "El rol es obligatorio."
           else
               perform grabar-destino
           end-if.

      *> La sucursal tiene que estar en el maestro de sucursales;
      *> la 00 no figura ahi y siempre vale.
       validar-sucursal.
           move "S" to sucursal-valida.
           if in-sucursal is not equal to zeroes
               open input sucursales
               if ok-suc
                   move in-sucursal to suc-codigo
                   read sucursales
                       invalid key move "N" to sucursal-valida
                   end-read
                   close sucursales
               end-if
           end-if.

       grabar-destino.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-reporte to dis-reporte.
           move in-sucursal to dis-sucursal.
           move in-rol to dis-rol.
           read distribucion
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-distribucion to jrn-antes-arg
           end-read.
           display "Carpeta (en blanco = Salida\sucursal-NN\): ".
           accept in-carpeta.
           display "Activo (S/N): ".
           accept in-activo.
           if in-activo is not equal to "N"
               move "S" to in-activo
           end-if.
           move in-reporte to dis-reporte.
           move in-sucursal to dis-sucursal.
           move in-rol to dis-rol.
           move in-carpeta to dis-carpeta.
           move in-activo to dis-activo.
           if es-alta = "S"
               write rec-distribucion
           else
               rewrite rec-distribucion
           end-if.
           if ok-dis
               display "Destino grabado."
               move rec-distribucion to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar destino fs: " fs-distribucion
           end-if.

       registrar-cambio-journal.
           move "DISTRIBUCION" to jrn-archivo-arg.
           *> sucursal + rol + comienzo del reporte (unico entre
           *> los reportes que se reparten)
           move dis-sucursal to jrn-clave-arg(1:2).
           move dis-rol to jrn-clave-arg(3:12).
           move dis-reporte(1:6) to jrn-clave-arg(15:6).
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
