       IDENTIFICATION DIVISION.
       program-id. DiaHabil.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Servicio de dias habiles sobre el calendario de feriados y
      *> dias no laborables por sucursal (calendario.dat, mantenido
      *> por MantenimientoCalendario; reemplaza al FERIADOS.dat
      *> editado a mano). Un dia es habil si no es sabado ni
      *> domingo y no figura en el calendario ni para la sucursal
      *> pedida ni para la 00, que es la de los feriados
      *> nacionales (valen para todas). Funciones:
      *>   E  que dia es in-dh-fecha: "si" habil, "fs" fin de
      *>      semana, "fe" feriado, "nl" no laborable de la
      *>      sucursal (el calendario manda sobre el fin de semana);
      *>   S  el in-dh-cantidad-esimo dia habil posterior a
      *>      in-dh-fecha; con cantidad 0, la misma fecha si es
      *>      habil o el primer habil que le sigue;
      *>   C  cantidad de dias habiles despues de in-dh-fecha hasta
      *>      in-dh-fecha-hasta inclusive (0 si no es posterior).
      *> Las fechas van AAAAMMDD, como las que se pasan a FUNCTION
      *> INTEGER-OF-DATE. El calendario se carga en memoria en la
      *> primera llamada de la corrida; si no existe, solo cuentan
      *> los fines de semana y las corridas siguen andando.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select calendario
           assign to disk "..\..\..\Entrada\calendario.dat"
           organization is indexed
           access mode is sequential
           record key is cal-clave
           file status is fs-calendario.

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

       working-storage section.
       01 fs-calendario        pic xx.
           88 ok-cal                   value "00".
           88 eof-cal                  value "10".

       01 calendario-cargado    pic x       value "N".
           88 esta-cargado             value "S".

      *> Dias del calendario ya pasados a numero de dia
      *> (INTEGER-OF-DATE), para contar sin convertir fechas.
       77 cant-dias-cal         pic 9(4)    value zeroes.
       77 max-dias-cal          pic 9(4)    value 2000.
       01 tabla-calendario.
           03 dcal-elem occurs 2000 times.
               05 dcal-sucursal pic 99.
               05 dcal-dia      pic 9(7).
               05 dcal-tipo     pic x.
       77 ix-cal                pic 9(4).
       77 ix-cal-nac            pic 9(4).

       77 dia-num               pic 9(7).
       77 dia-hasta-num         pic 9(7).
       77 dia-semana            pic 9.     *> 6=sabado, 0=domingo
       01 tipo-dia              pic xx.
           88 dia-es-habil             value "si".
       77 cant-habiles          pic 9(5).
       77 cant-total            pic 9(7).
       77 cant-semanas          pic 9(7).
       77 cant-resto            pic 9.
       77 ix-resto              pic 9.
       01 repetido-nacional     pic x.

       linkage section.
       01  in-dh-funcion           pic x.      *> parametro (E/S/C)
       01  in-dh-sucursal          pic 99.     *> parametro
       01  in-dh-fecha             pic 9(8).   *> parametro (AAAAMMDD)
       01  in-dh-fecha-hasta       pic 9(8).   *> parametro (C)
       01  in-dh-cantidad          pic 9(5).   *> parametro (S)
       01  out-dh-tipo-dia         pic xx.     *> resultado (E)
           88 out-dia-habil            value "si".
           88 out-dia-finde            value "fs".
           88 out-dia-feriado          value "fe".
           88 out-dia-no-laborable     value "nl".
       01  out-dh-fecha            pic 9(8).   *> resultado (S)
       01  out-dh-cantidad         pic 9(5).   *> resultado (C)

       PROCEDURE DIVISION using in-dh-funcion, in-dh-sucursal,
           in-dh-fecha, in-dh-fecha-hasta, in-dh-cantidad,
           out-dh-tipo-dia, out-dh-fecha, out-dh-cantidad.

           if not esta-cargado
               perform cargar-calendario
           end-if.
           move spaces to out-dh-tipo-dia.
           move in-dh-fecha to out-dh-fecha.
           move zeroes to out-dh-cantidad.
           if in-dh-fecha > 16010101
               compute dia-num = function integer-of-date(in-dh-fecha)
               perform clasificar-dia
               move tipo-dia to out-dh-tipo-dia
               if in-dh-funcion = "S"
                   perform buscar-dia-siguiente
               else if in-dh-funcion = "C"
                   perform contar-dias-habiles
               end-if
           end-if.

           goback. *> retorna control al que llama

       cargar-calendario.
           move "S" to calendario-cargado.
           open input calendario.
           if ok-cal
               perform leer-calendario
               perform registrar-dia-calendario until not ok-cal
               close calendario
           end-if.

       leer-calendario.
           read calendario
               at end continue
           end-read.

       registrar-dia-calendario.
           if cant-dias-cal < max-dias-cal
               and cal-fecha > 16010101
               add 1 to cant-dias-cal
               move cal-sucursal to dcal-sucursal(cant-dias-cal)
               compute dcal-dia(cant-dias-cal) =
                   function integer-of-date(cal-fecha)
               move cal-tipo to dcal-tipo(cant-dias-cal)
           end-if.
           perform leer-calendario.

      *> Deja en tipo-dia la clase del dia dia-num. Dia de la
      *> semana via INTEGER-OF-DATE mod 7 (6 = sabado, 0 =
      *> domingo), el mismo criterio que la conciliacion.
       clasificar-dia.
           move "si" to tipo-dia.
           compute dia-semana = function mod(dia-num, 7).
           if dia-semana = 6 or dia-semana = 0
               move "fs" to tipo-dia
           end-if.
           perform chequear-dia-calendario
               varying ix-cal from 1 by 1
               until ix-cal > cant-dias-cal.

       chequear-dia-calendario.
           if dcal-dia(ix-cal) = dia-num
               and (dcal-sucursal(ix-cal) = zeroes
                   or dcal-sucursal(ix-cal) = in-dh-sucursal)
               if dcal-tipo(ix-cal) = "N"
                   and tipo-dia is not equal to "fe"
                   move "nl" to tipo-dia
               else
                   move "fe" to tipo-dia
               end-if
           end-if.

       buscar-dia-siguiente.
           move zeroes to cant-habiles.
           if in-dh-cantidad = zeroes
               perform avanzar-a-habil until dia-es-habil
           else
               perform avanzar-un-habil
                   until cant-habiles = in-dh-cantidad
           end-if.
           compute out-dh-fecha = function date-of-integer(dia-num).

       avanzar-a-habil.
           add 1 to dia-num.
           perform clasificar-dia.

       avanzar-un-habil.
           perform avanzar-a-habil.
           perform avanzar-a-habil until dia-es-habil.
           add 1 to cant-habiles.

      *> Los lunes a viernes del intervalo salen por semanas enteras
      *> mas el resto; despues se descuentan los dias del
      *> calendario que caen en el intervalo, en dia de semana y
      *> para la sucursal (un dia cargado para la sucursal y
      *> tambien como nacional se descuenta una sola vez).
       contar-dias-habiles.
           if in-dh-fecha-hasta > in-dh-fecha
               compute dia-hasta-num =
                   function integer-of-date(in-dh-fecha-hasta)
               compute cant-total = dia-hasta-num - dia-num
               divide cant-total by 7 giving cant-semanas
                   remainder cant-resto
               compute cant-habiles = cant-semanas * 5
               perform contar-dia-resto
                   varying ix-resto from 1 by 1
                   until ix-resto > cant-resto
               perform descontar-dia-calendario
                   varying ix-cal from 1 by 1
                   until ix-cal > cant-dias-cal
               move cant-habiles to out-dh-cantidad
           end-if.

       contar-dia-resto.
           compute dia-semana =
               function mod(dia-hasta-num - ix-resto + 1, 7).
           if dia-semana is not equal to 6 and 0
               add 1 to cant-habiles
           end-if.

       descontar-dia-calendario.
           compute dia-semana = function mod(dcal-dia(ix-cal), 7).
           if dcal-dia(ix-cal) > dia-num
               and dcal-dia(ix-cal) not > dia-hasta-num
               and dia-semana is not equal to 6 and 0
               and (dcal-sucursal(ix-cal) = zeroes
                   or dcal-sucursal(ix-cal) = in-dh-sucursal)
               move "N" to repetido-nacional
               if dcal-sucursal(ix-cal) is not equal to zeroes
                   perform buscar-repetido-nacional
                       varying ix-cal-nac from 1 by 1
                       until ix-cal-nac > cant-dias-cal
               end-if
               if repetido-nacional = "N" and cant-habiles > zeroes
                   subtract 1 from cant-habiles
               end-if
           end-if.

       buscar-repetido-nacional.
           if dcal-sucursal(ix-cal-nac) = zeroes
               and dcal-dia(ix-cal-nac) = dcal-dia(ix-cal)
               move "S" to repetido-nacional
           end-if.
