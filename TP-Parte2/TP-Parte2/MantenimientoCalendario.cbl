       identification division.
       program-id. MantenimientoCalendario.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del calendario de feriados y dias no laborables por
      *> sucursal (calendario.dat), que reemplaza al FERIADOS.dat
      *> editado a mano. Lo consulta el servicio DiaHabil: los
      *> recargos de feriado de ParteA, Cotizaciones y
      *> ProrrogaAlquiler, el tarifario de agencias y todo lo que
      *> cuenta dias habiles (reclamos, antiguedad de deuda,
      *> agenda de procesos, vencimientos de choferes y polizas).
      *> Sucursal 00 = feriado nacional, vale para todas. Tipo F
      *> feriado (dispara el recargo de feriado en el precio), N
      *> dia no laborable de la sucursal (no es habil pero no
      *> recarga el precio). La fecha se ingresa DDMMAAAA y se
      *> guarda AAAAMMDD para que el listado salga en orden.
      *> La opcion de importar carga como feriados nacionales las
      *> fechas del viejo Files\FERIADOS.dat que falten.
      *> Cambiar el calendario exige el permiso de parametros.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select calendario
           assign to disk "..\..\..\Entrada\calendario.dat"
           organization is indexed
           access mode is dynamic
           record key is cal-clave
           file status is fs-calendario.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is random
           record key is suc-codigo
           file status is fs-sucursales.

       select feriados
           assign to disk "..\..\..\Files\FERIADOS.dat"
           organization is line sequential
           file status is fs-feriados.

       DATA DIVISION.
       file section.

       fd calendario
           label record is standard.
       01  rec-calendario.
           03  cal-clave.
               05  cal-sucursal    pic 99.
               05  cal-fecha       pic 9(8).  *> AAAAMMDD
           03  cal-tipo            pic x.
           03  cal-descripcion     pic x(30).

       fd sucursales
           label record is standard.
       01  rec-sucursales.
           03  suc-codigo          pic 99.
           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       fd feriados
           label record is standard.
       01  reg-feriados.
           03  fer-fecha           pic 9(8).  *> DDMMAAAA

       working-storage section.
       01 fs-calendario        pic xx.
           88 ok-cal                   value "00".
           88 eof-cal                  value "10".
       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".
       01 fs-feriados          pic xx.
           88 ok-fer                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-cambiar           value 2.
           88 opcion-baja              value 3.
           88 opcion-importar          value 4.
           88 opcion-salir             value 5.

       01 in-sucursal           pic 99.
       01 in-fecha              pic 9(8).  *> DDMMAAAA
       01 in-fecha-r redefines in-fecha.
           03 inf-dd            pic 99.
           03 inf-mm            pic 99.
           03 inf-aaaa          pic 9(4).
       01 in-tipo               pic x.
           88 tipo-valido              value "F" "N".
       01 in-descripcion        pic x(30).
       01 es-alta               pic x.
       01 sucursal-valida       pic x.
       01 fecha-valida          pic x.

       01 fecha-comp            pic 9(8).  *> AAAAMMDD
       01 fecha-comp-r redefines fecha-comp.
           03 fcp-aaaa          pic 9(4).
           03 fcp-mm            pic 99.
           03 fcp-dd            pic 99.
       77 cant-importados       pic 9(4)    value zeroes.

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

       01 det-calendario.
           03 dc-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 dc-fecha-dd       pic 99.
           03 filler pic x     value "/".
           03 dc-fecha-mm       pic 99.
           03 filler pic x     value "/".
           03 dc-fecha-aaaa     pic 9(4).
           03 filler pic x(2)  value spaces.
           03 dc-tipo           pic x.
           03 filler pic x(2)  value spaces.
           03 dc-descripcion    pic x(30).

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-calendario.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close calendario.
           accept ws-exit.
           stop run.

       abrir-calendario.
           open i-o calendario.
           if fs-calendario = "35"
               *> primera vez: el calendario no existe
               open output calendario
               close calendario
               open i-o calendario
           end-if.
           if not ok-cal
               display "Error al abrir calendario fs: "
                 fs-calendario
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar calendario".
           display "2) Alta / modificacion de un dia".
           display "3) Baja de un dia".
           display "4) Importar feriados de Files\FERIADOS.dat".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-calendario
           end-if.
           if opcion-cambiar
               perform cambiar-dia
           end-if.
           if opcion-baja
               perform baja-dia
           end-if.
           if opcion-importar
               perform importar-feriados
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-calendario.
           display "SUC FECHA       T  DESCRIPCION".
           move low-values to cal-clave.
           start calendario key is not less than cal-clave
               invalid key continue
           end-start.
           perform leer-calendario.
           perform mostrar-dia until not ok-cal.

       leer-calendario.
           read calendario next record
               at end continue
           end-read.

       mostrar-dia.
           move cal-fecha to fecha-comp.
           move cal-sucursal to dc-sucursal.
           move fcp-dd to dc-fecha-dd.
           move fcp-mm to dc-fecha-mm.
           move fcp-aaaa to dc-fecha-aaaa.
           move cal-tipo to dc-tipo.
           move cal-descripcion to dc-descripcion.
           display det-calendario.
           perform leer-calendario.

       pedir-dia.
           display "Sucursal (00 = feriado nacional): ".
           accept in-sucursal.
           display "Fecha (DDMMAAAA): ".
           accept in-fecha.
           perform validar-sucursal.
           perform validar-fecha.

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

       validar-fecha.
           move "S" to fecha-valida.
           if inf-dd < 1 or inf-dd > 31
               or inf-mm < 1 or inf-mm > 12
               or inf-aaaa < 1601
               move "N" to fecha-valida
           end-if.
           move inf-aaaa to fcp-aaaa.
           move inf-mm to fcp-mm.
           move inf-dd to fcp-dd.

       cambiar-dia.
           perform pedir-dia.
           if sucursal-valida = "N"
               display "Sucursal inexistente."
           else if fecha-valida = "N"
               display "Fecha invalida."
           else
               perform grabar-dia
           end-if.

       grabar-dia.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-sucursal to cal-sucursal.
           move fecha-comp to cal-fecha.
           read calendario
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-calendario to jrn-antes-arg
           end-read.
           display "Tipo (F = feriado, N = no laborable): ".
           accept in-tipo.
           if not tipo-valido
               move "F" to in-tipo
           end-if.
           display "Descripcion: ".
           accept in-descripcion.
           move in-sucursal to cal-sucursal.
           move fecha-comp to cal-fecha.
           move in-tipo to cal-tipo.
           move in-descripcion to cal-descripcion.
           if es-alta = "S"
               write rec-calendario
           else
               rewrite rec-calendario
           end-if.
           if ok-cal
               display "Dia grabado."
               move rec-calendario to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar dia fs: " fs-calendario
           end-if.

       baja-dia.
           perform pedir-dia.
           move in-sucursal to cal-sucursal.
           move fecha-comp to cal-fecha.
           read calendario
               invalid key
                   display "Dia no encontrado en el calendario."
               not invalid key
                   move rec-calendario to jrn-antes-arg
                   delete calendario record
                   if ok-cal
                       display "Dia dado de baja."
                       move spaces to jrn-despues-arg
                       move "B" to jrn-operacion-arg
                       perform registrar-cambio-journal
                   else
                       display "Error al dar de baja fs: "
                         fs-calendario
                   end-if
           end-read.

      *> Cada fecha del archivo viejo que no este ya cargada como
      *> nacional entra como feriado de la sucursal 00.
       importar-feriados.
           move zeroes to cant-importados.
           open input feriados.
           if not ok-fer
               display "No se pudo abrir FERIADOS.dat fs: "
                 fs-feriados
           else
               perform leer-feriado
               perform importar-un-feriado until not ok-fer
               close feriados
               display "Feriados importados: " cant-importados
           end-if.

       leer-feriado.
           read feriados
               at end continue
           end-read.

       importar-un-feriado.
           if fer-fecha is numeric
               move zeroes to in-sucursal
               move fer-fecha to in-fecha
               perform validar-fecha
               if fecha-valida = "S"
                   move zeroes to cal-sucursal
                   move fecha-comp to cal-fecha
                   move "F" to cal-tipo
                   move "feriado (FERIADOS.dat)" to cal-descripcion
                   move spaces to jrn-antes-arg
                   write rec-calendario
                       invalid key continue
                       not invalid key
                           add 1 to cant-importados
                           move rec-calendario to jrn-despues-arg
                           move "A" to jrn-operacion-arg
                           perform registrar-cambio-journal
                   end-write
               end-if
           end-if.
           perform leer-feriado.

       registrar-cambio-journal.
           move "CALENDARIO" to jrn-archivo-arg.
           move spaces to jrn-clave-arg.
           move cal-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
