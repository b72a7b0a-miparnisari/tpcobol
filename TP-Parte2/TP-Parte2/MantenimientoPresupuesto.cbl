       identification division.
       program-id. MantenimientoPresupuesto.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del presupuesto anual de ventas: para cada anio, mes,
      *> sucursal y tamano de vehiculo, la gerencia fija la meta de
      *> alquileres, dias alquilados e importe. PresupuestoVsReal lo
      *> compara contra lo alquilado. Una meta en cero equivale a no
      *> tenerla cargada.
      *> Como todo lo que mueve numeros en masa, exige el permiso de
      *> parametros.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select presupuesto
           assign to disk "..\..\..\Entrada\presupuesto.dat"
           organization is indexed
           access mode is dynamic
           record key is pre-clave
           file status is fs-presupuesto.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is random
           record key is suc-codigo
           file status is fs-sucursales.

       DATA DIVISION.
       file section.

       fd presupuesto
           label record is standard.
       01  rec-presupuesto.
           03  pre-clave.
               05  pre-anio        pic 9(4).
               05  pre-mes         pic 99.
               05  pre-sucursal    pic 99.
               05  pre-tamano      pic x.
           03  pre-alquileres      pic 9(5).
           03  pre-dias            pic 9(6).
           03  pre-importe         pic 9(9)v99.

       fd sucursales
           label record is standard.
       01  rec-sucursales.
           03  suc-codigo          pic 99.
           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       working-storage section.
       01 fs-presupuesto       pic xx.
           88 ok-pre                   value "00".
           88 eof-pre                  value "10".
       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".
       01 hay-sucursales       pic x       value "N".
           88 sucursales-abiertas      value "S".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-cambiar           value 2.
           88 opcion-salir             value 3.

       01 in-anio               pic 9(4).
       01 in-mes                pic 99.
       01 in-sucursal           pic 99.
       01 in-tamano             pic x.
           88 tamano-valido            value "C" "M" "G"
                                             "c" "m" "g".
       01 in-alquileres         pic 9(5).
       01 in-dias               pic 9(6).
       01 in-importe            pic 9(9)v99.
       01 es-alta               pic x.
       01 sucursal-ok           pic x.

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

       01 enc-presupuesto.
           03 filler pic x(30) value "Mes Suc Tam  Alquileres   Dias".
           03 filler pic x(16) value "         Importe".

       01 det-presupuesto.
           03 dp-mes            pic 99.
           03 filler pic x(2)  value spaces.
           03 dp-sucursal       pic 99.
           03 filler pic x(3)  value spaces.
           03 dp-tamano         pic x.
           03 filler pic x(3)  value spaces.
           03 dp-alquileres     pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 dp-dias           pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 dp-importe        pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-presupuesto.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close presupuesto.
           if sucursales-abiertas
               close sucursales
           end-if.
           accept ws-exit.
           stop run.

       abrir-presupuesto.
           open i-o presupuesto.
           if fs-presupuesto = "35"
               *> primera vez: el presupuesto no existe todavia
               open output presupuesto
               close presupuesto
               open i-o presupuesto
           end-if.
           if not ok-pre
               display "Error al abrir presupuesto fs: "
                 fs-presupuesto
               accept ws-exit
               stop run
           end-if.
           *> sin maestro de sucursales no se valida el codigo
           open input sucursales.
           if ok-suc
               move "S" to hay-sucursales
           end-if.

       mostrar-menu.
           display "1) Listar presupuesto de un anio".
           display "2) Cambiar (o dar de alta) una meta".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-presupuesto
           end-if.
           if opcion-cambiar
               perform cambiar-presupuesto
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-presupuesto.
           display "Anio (AAAA): ".
           accept in-anio.
           move in-anio to pre-anio.
           move zeroes to pre-mes.
           move zeroes to pre-sucursal.
           move low-values to pre-tamano.
           start presupuesto key is not less than pre-clave
               invalid key move "10" to fs-presupuesto
           end-start.
           display enc-presupuesto.
           if ok-pre
               perform leer-presupuesto
           end-if.
           perform mostrar-presupuesto
               until eof-pre or pre-anio is not equal to in-anio.

       leer-presupuesto.
           read presupuesto next record
               at end continue
           end-read.

       mostrar-presupuesto.
           move pre-mes to dp-mes.
           move pre-sucursal to dp-sucursal.
           move pre-tamano to dp-tamano.
           move pre-alquileres to dp-alquileres.
           move pre-dias to dp-dias.
           move pre-importe to dp-importe.
           display det-presupuesto.
           perform leer-presupuesto.

       cambiar-presupuesto.
           display "Anio (AAAA): ".
           accept in-anio.
           display "Mes (MM): ".
           accept in-mes.
           display "Sucursal: ".
           accept in-sucursal.
           display "Tamano (chico/mediano/grande, como en autos): ".
           accept in-tamano.
           perform validar-sucursal.
           if in-anio < 2000
               display "Anio invalido."
           else if in-mes < 1 or in-mes > 12
               display "Mes invalido."
           else if sucursal-ok is not equal to "S"
               display "Sucursal inexistente."
           else if not tamano-valido
               display "Tamano invalido."
           else
               perform grabar-presupuesto
           end-if.

       validar-sucursal.
           move "S" to sucursal-ok.
           if sucursales-abiertas
               move in-sucursal to suc-codigo
               read sucursales record
                   invalid key move "N" to sucursal-ok
               end-read
           end-if.

       grabar-presupuesto.
           display "Alquileres presupuestados: ".
           accept in-alquileres.
           display "Dias alquilados presupuestados: ".
           accept in-dias.
           display "Importe presupuestado: ".
           accept in-importe.

           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-anio to pre-anio.
           move in-mes to pre-mes.
           move in-sucursal to pre-sucursal.
           move in-tamano to pre-tamano.
           read presupuesto
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-presupuesto to jrn-antes-arg
           end-read.
           move in-anio to pre-anio.
           move in-mes to pre-mes.
           move in-sucursal to pre-sucursal.
           move in-tamano to pre-tamano.
           move in-alquileres to pre-alquileres.
           move in-dias to pre-dias.
           move in-importe to pre-importe.
           if es-alta = "S"
               write rec-presupuesto
           else
               rewrite rec-presupuesto
           end-if.
           if ok-pre
               display "Meta grabada."
               move rec-presupuesto to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar presupuesto fs: "
                 fs-presupuesto
           end-if.

       registrar-cambio-journal.
           move "PRESUPUESTO" to jrn-archivo-arg.
           move pre-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
