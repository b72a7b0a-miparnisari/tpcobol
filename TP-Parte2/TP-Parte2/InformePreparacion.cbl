       identification division.
       program-id. InformePreparacion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Informe diario de la playa, de la corrida nocturna: lista
      *> las preparaciones terminadas hoy (PreparacionVehiculos) con
      *> el tiempo que tardo cada una desde que se registro la
      *> devolucion, con el promedio del dia, y los autos que
      *> siguen pendientes hace mas de HORAS-PREPARACION horas
      *> (ObtenerParametro). Si hay autos demorados se asienta una
      *> alerta para la consola de la manana: un auto trabado en la
      *> playa es un auto que no se alquila.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select preparaciones
           assign to disk "..\..\..\Entrada\preparaciones.dat"
           organization is indexed
           access mode is sequential
           record key is prp-clave
           file status is fs-preparaciones.

       select reporte
           assign to disk "..\..\..\Salida\preparacion-autos.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-preparaciones     pic xx.
           88 ok-prp                   value "00".
           88 eof-prp                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

      *> Antiguedad a partir de la cual un auto pendiente se
      *> informa como demorado (ObtenerParametro).
       77 horas-max-prep        pic 9(3)    value 004.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       77 cant-terminadas       pic 9(5)    value zeroes.
       77 cant-pendientes       pic 9(5)    value zeroes.
       77 cant-demoradas        pic 9(5)    value zeroes.
       77 total-minutos         pic 9(9)    value zeroes.
       77 promedio-minutos      pic 9(7)    value zeroes.

      *> Fecha y hora de la corrida y calculo de minutos entre el
      *> alta de la tarea y su cierre (o ahora, si sigue abierta).
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       01 hora-hoy              pic 9(4).
       77 hoy-num               pic 9(7).
       77 alta-num              pic 9(7).
       77 fin-num               pic 9(7).
       01 hora-fin              pic 9(4).
       77 minutos-alta          pic 9(4).
       77 minutos-tarea         pic s9(7).
       77 horas-tarea           pic 9(5).
       77 resto-minutos         pic 9(2).
       01 hora-hh               pic 9(2).
       01 hora-mm               pic 9(2).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 fd-resto              pic 9(4).

       01 enc-prep1.
           03 filler pic x(39) value
               "PREPARACION DE AUTOS DEVUELTOS - Dia  ".
           03 ep1-fecha         pic 9(8).

       01 enc-prep2.
           03 filler pic x(80) value
               "TERMINADAS EN EL DIA".

       01 enc-prep3.
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(5)  value "Suc  ".
           03 filler pic x(10) value "Devuelto  ".
           03 filler pic x(6)  value "Hora  ".
           03 filler pic x(6)  value "Lista ".
           03 filler pic x(10) value " Demora   ".
           03 filler pic x(8)  value "Operador".

       01 enc-prep4.
           03 filler pic x(80) value all "-".

       01 det-terminada.
           03 dte-patente       pic x(6).
           03 filler pic x(3)  value spaces.
           03 dte-sucursal      pic 99.
           03 filler pic x(3)  value spaces.
           03 dte-fecha-devol   pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dte-hora-alta     pic 9(4).
           03 filler pic x(2)  value spaces.
           03 dte-hora-lista    pic 9(4).
           03 filler pic x(3)  value spaces.
           03 dte-horas         pic zzz9.
           03 filler pic x     value ":".
           03 dte-minutos       pic 99.
           03 filler pic x(3)  value spaces.
           03 dte-operador      pic x(8).

       01 tot-terminadas.
           03 filler pic x(28) value
               "Terminadas:                 ".
           03 tte-cantidad      pic zzzz9.
           03 filler pic x(20) value
               "   Demora promedio: ".
           03 tte-horas         pic zzz9.
           03 filler pic x     value ":".
           03 tte-minutos       pic 99.

       01 enc-prep5.
           03 filler pic x(80) value
               "AUTOS DEMORADOS EN PREPARACION".

       01 enc-prep6.
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(5)  value "Suc  ".
           03 filler pic x(10) value "Devuelto  ".
           03 filler pic x(6)  value "Hora  ".
           03 filler pic x(16) value "Horas esperando ".
           03 filler pic x(11) value "Combustible".

       01 det-demorada.
           03 dde-patente       pic x(6).
           03 filler pic x(3)  value spaces.
           03 dde-sucursal      pic 99.
           03 filler pic x(3)  value spaces.
           03 dde-fecha-devol   pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dde-hora-alta     pic 9(4).
           03 filler pic x(4)  value spaces.
           03 dde-horas         pic zzzz9.
           03 filler pic x(9)  value spaces.
           03 dde-recarga       pic x(2).

       01 tot-demoradas.
           03 filler pic x(28) value
               "Pendientes:                 ".
           03 tde-pendientes    pic zzzz9.
           03 filler pic x(20) value
               "   Demoradas:       ".
           03 tde-demoradas     pic zzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "HORAS-PREPARACION" to nombre-parametro.
           move horas-max-prep to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to horas-max-prep.
           move function current-date(1:8) to fecha-hoy.
           move function current-date(9:4) to hora-hoy.
           compute hoy-num = function integer-of-date(fecha-hoy).
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           perform abrir-reporte.
           perform informar-terminadas.
           perform informar-demoradas.
           close reporte.
           if cant-demoradas > zeroes
               move "PREPARACION" to alerta-origen
               move 2 to alerta-severidad
               move "AUTOS DEMORADOS EN PREPARACION, VER REPORTE"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.
           display "PREPARACIONES TERMINADAS: " cant-terminadas.
           display "AUTOS PENDIENTES:         " cant-pendientes.
           display "AUTOS DEMORADOS:          " cant-demoradas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       abrir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy-ddmmaaaa to ep1-fecha.
           write reg-reporte from enc-prep1.

       informar-terminadas.
           write reg-reporte from enc-prep4.
           write reg-reporte from enc-prep2.
           write reg-reporte from enc-prep3.
           write reg-reporte from enc-prep4.
           open input preparaciones.
           if ok-prp
               perform leer-tarea
               perform procesar-terminada until eof-prp
               close preparaciones
           end-if.
           move cant-terminadas to tte-cantidad.
           if cant-terminadas > zeroes
               compute promedio-minutos rounded =
                   total-minutos / cant-terminadas
           end-if.
           divide promedio-minutos by 60
               giving tte-horas remainder tte-minutos.
           write reg-reporte from enc-prep4.
           write reg-reporte from tot-terminadas.

       leer-tarea.
           read preparaciones.
           if fs-preparaciones is not equal to 00 and 10
               display "Error al leer cola de preparacion fs: "
                 fs-preparaciones
           end-if.

       procesar-terminada.
           if prp-lista and prp-fecha-lista = fecha-hoy-ddmmaaaa
               add 1 to cant-terminadas
               move prp-fecha-lista to fecha-a-convertir
               perform invertir-orden-fecha
               compute fin-num =
                   function integer-of-date(fecha-convertida)
               move prp-hora-lista to hora-fin
               perform calcular-minutos
               add minutos-tarea to total-minutos
               move prp-patente to dte-patente
               move prp-sucursal to dte-sucursal
               move prp-fecha-devol to dte-fecha-devol
               move prp-hora-alta to dte-hora-alta
               move prp-hora-lista to dte-hora-lista
               divide minutos-tarea by 60
                   giving horas-tarea remainder resto-minutos
               move horas-tarea to dte-horas
               move resto-minutos to dte-minutos
               move prp-operador to dte-operador
               write reg-reporte from det-terminada
           end-if.
           perform leer-tarea.

       informar-demoradas.
           write reg-reporte from enc-prep4.
           write reg-reporte from enc-prep5.
           write reg-reporte from enc-prep6.
           write reg-reporte from enc-prep4.
           open input preparaciones.
           if ok-prp
               perform leer-tarea
               perform procesar-pendiente until eof-prp
               close preparaciones
           end-if.
           move cant-pendientes to tde-pendientes.
           move cant-demoradas to tde-demoradas.
           write reg-reporte from enc-prep4.
           write reg-reporte from tot-demoradas.

       procesar-pendiente.
           if prp-pendiente
               add 1 to cant-pendientes
               move hoy-num to fin-num
               move hora-hoy to hora-fin
               perform calcular-minutos
               divide minutos-tarea by 60 giving horas-tarea
               if horas-tarea > horas-max-prep
                   add 1 to cant-demoradas
                   move prp-patente to dde-patente
                   move prp-sucursal to dde-sucursal
                   move prp-fecha-devol to dde-fecha-devol
                   move prp-hora-alta to dde-hora-alta
                   move horas-tarea to dde-horas
                   if prp-con-recarga
                       move "SI" to dde-recarga
                   else
                       move "NO" to dde-recarga
                   end-if
                   write reg-reporte from det-demorada
               end-if
           end-if.
           perform leer-tarea.

      *> Minutos entre el alta de la tarea (fecha de devolucion y
      *> hora de registro) y fin-num / hora-fin.
       calcular-minutos.
           move prp-fecha-devol to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute alta-num =
               function integer-of-date(fecha-convertida).
           divide prp-hora-alta by 100
               giving hora-hh remainder hora-mm.
           compute minutos-alta = hora-hh * 60 + hora-mm.
           divide hora-fin by 100
               giving hora-hh remainder hora-mm.
           compute minutos-tarea =
               (fin-num - alta-num) * 1440
               + hora-hh * 60 + hora-mm - minutos-alta.
           if minutos-tarea < zeroes
               move zeroes to minutos-tarea
           end-if.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
               read parametros-corrida
                   at end continue
               end-read
               if ok-corr and corr-desatendida = "S"
                   move "S" to modo-corrida-batch
               end-if
               close parametros-corrida
           end-if.

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para FUNCTION
      *> INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
