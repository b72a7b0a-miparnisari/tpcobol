       identification division.
       program-id. ImportarTelemetria.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Importacion nocturna del archivo diario de los rastreadores
      *> GPS de la flota: una linea por patente y dia con los
      *> kilometros recorridos y la hora del primer y del ultimo
      *> movimiento. Cada dia con movimiento se asienta en el
      *> historial de telemetria y se controla:
      *>   - que la patente tuviera un alquiler aprobado ("T") que
      *>     cubra la fecha; tambien vale uno ya devuelto ("D"),
      *>     porque el archivo llega al dia siguiente y el auto que
      *>     se devolvio ayer ya no esta en "T";
      *>   - que no estuviera bloqueada en el calendario de taller
      *>     (fuera-servicio.dat).
      *> El movimiento sin alquiler o dentro de una ventana de
      *> taller va a la cola central de alertas (RegistrarAlerta)
      *> y al reporte. Ademas, el dia en que la patente tiene
      *> lectura de odometro de una devolucion (odometro.dat, que
      *> arma ServicioPreventivo), los kilometros del odometro
      *> desde la lectura anterior se comparan con la suma de los
      *> kilometros GPS del mismo tramo; si difieren en mas del
      *> porcentaje PCT-DIFERENCIA-GPS del maestro de parametros,
      *> el tramo sale en el reporte de diferencias.
      *> Un dia ya importado no se vuelve a controlar, asi que el
      *> paso se puede repetir sin duplicar alertas.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select telemetria
           assign to disk "..\..\..\Entrada\telemetria.dat"
           organization is line sequential
           file status is fs-telemetria.

      *> Historial de telemetria: un registro por patente y dia,
      *> con la fecha AAAAMMDD en la clave para recorrer los tramos
      *> en orden.
       select historial
           assign to disk
               "..\..\..\Entrada\telemetria-historico.dat"
           organization is indexed
           access mode is dynamic
           record key is tlh-clave
           file status is fs-historial.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select odometro
           assign to disk "..\..\..\Entrada\odometro.dat"
           organization is indexed
           access mode is dynamic
           record key is odo-clave
           file status is fs-odometro.

       select reporte
           assign to disk "..\..\..\Salida\telemetria-control.txt"
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

       fd telemetria
           label record is standard.
       01  reg-telemetria.
           03  tel-patente         pic x(6).
           03  filler              pic x.
           03  tel-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  tel-km              pic 9(5).
           03  filler              pic x.
           03  tel-hora-desde      pic 9(4).  *> HHMM
           03  filler              pic x.
           03  tel-hora-hasta      pic 9(4).  *> HHMM

       fd historial
           label record is standard.
       01  rec-historial.
           03  tlh-clave.
               05  tlh-patente     pic x(6).
               05  tlh-fecha       pic 9(8).  *> AAAAMMDD
           03  tlh-km              pic 9(5).
           03  tlh-hora-desde      pic 9(4).
           03  tlh-hora-hasta      pic 9(4).
           03  tlh-control         pic x.
               88  tlh-sin-novedad     value " ".
               88  tlh-sin-alquiler    value "A".
               88  tlh-en-taller       value "T".

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

       fd odometro
           label record is standard.
       01  rec-odometro.
           03  odo-clave.
               05  odo-patente     pic x(6).
               05  odo-fecha-comp  pic 9(8).  *> AAAAMMDD
           03  odo-km              pic 9(7).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(90).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-telemetria        pic xx.
           88 ok-tel                   value "00".
           88 eof-tel                  value "10".

       01 fs-historial         pic xx.
           88 ok-tlh                   value "00".
           88 eof-tlh                  value "10".
           88 duplicado-tlh            value "22".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-odometro          pic xx.
           88 ok-odo                   value "00".
           88 eof-odo                  value "10".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

       01 hay-alquileres        pic x       value "N".
           88 alquileres-abiertos      value "S".
       01 hay-odometro          pic x       value "N".
           88 odometro-abierto         value "S".

      *> Diferencia admitida entre odometro y GPS, en porcentaje
      *> de los kilometros del odometro.
       77 pct-diferencia-gps    pic 9(3)v99 value 010.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Control de cada dia con movimiento
       01 fecha-mov-ddmm        pic 9(8).
       01 en-taller             pic xx.
           88 mov-en-taller            value "si".
       01 alquiler-cubre        pic x.
           88 mov-con-alquiler         value "S".
       77 mov-num               pic 9(7).
       77 inicio-num            pic 9(7).
       77 fin-num               pic 9(7).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Tramo entre dos lecturas de odometro
       01 lectura-encontrada    pic x.
           88 hay-lectura-anterior     value "S".
       01 fecha-lectura-ant     pic 9(8).
       77 km-lectura-ant        pic 9(7).
       77 km-lectura-act        pic 9(7).
       77 km-odometro           pic s9(7).
       77 km-gps                pic 9(7).
       77 km-diferencia         pic 9(7).
       77 km-admitido           pic 9(7)v99.

       77 cant-dias             pic 9(5)    value zeroes.
       77 cant-repetidos        pic 9(5)    value zeroes.
       77 cant-sin-alquiler     pic 9(5)    value zeroes.
       77 cant-en-taller        pic 9(5)    value zeroes.
       77 cant-diferencias      pic 9(5)    value zeroes.

       01 alerta-origen         pic x(12)   value "TELEMETRIA".
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).
       01 texto-movimiento.
           03 tm-motivo         pic x(26).
           03 tm-patente        pic x(6).
           03 filler pic x(1)  value spaces.
           03 tm-fecha          pic 9(8).
           03 filler pic x(4)  value " km ".
           03 tm-km             pic zzzz9.
           03 filler pic x(10) value spaces.

       01 enc-tel1.
           03 filler pic x(40) value
               "CONTROL DE TELEMETRIA GPS               ".
           03 et1-fecha         pic 9(8).

       01 enc-tel2.
           03 filler pic x(90) value all "-".

       01 enc-movimientos.
           03 filler pic x(40) value
               "MOVIMIENTOS NO AUTORIZADOS              ".

       01 enc-movimientos2.
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(10) value "Fecha     ".
           03 filler pic x(8)  value "Km      ".
           03 filler pic x(12) value "Movimiento  ".
           03 filler pic x(6)  value "Motivo".

       01 det-movimiento.
           03 dm-patente        pic x(6).
           03 filler pic x(3)  value spaces.
           03 dm-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dm-km             pic zzzz9.
           03 filler pic x(3)  value spaces.
           03 dm-hora-desde     pic 9(4).
           03 filler pic x(1)  value "-".
           03 dm-hora-hasta     pic 9(4).
           03 filler pic x(3)  value spaces.
           03 dm-motivo         pic x(26).

       01 enc-diferencias.
           03 filler pic x(40) value
               "DIFERENCIAS ODOMETRO / GPS              ".

       01 enc-diferencias2.
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(20) value "Tramo               ".
           03 filler pic x(10) value "Odometro  ".
           03 filler pic x(10) value "GPS       ".
           03 filler pic x(10) value "Diferencia".

       01 det-diferencia.
           03 dd-patente        pic x(6).
           03 filler pic x(3)  value spaces.
           03 dd-desde          pic 9(8).
           03 filler pic x(3)  value " a ".
           03 dd-hasta          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dd-km-odometro    pic -(6)9.
           03 filler pic x(3)  value spaces.
           03 dd-km-gps         pic zzzzzz9.
           03 filler pic x(3)  value spaces.
           03 dd-diferencia     pic zzzzzz9.

       01 tot-tel.
           03 filler pic x(22) value "DIAS IMPORTADOS:      ".
           03 tt-dias           pic zzzz9.
           03 filler pic x(18) value "  NO AUTORIZADOS: ".
           03 tt-movimientos    pic zzzz9.
           03 filler pic x(16) value "  DIFERENCIAS: ".
           03 tt-diferencias    pic zzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "PCT-DIFERENCIA-GPS" to nombre-parametro.
           move pct-diferencia-gps to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-diferencia-gps.
           perform abrir-archivos.
           perform leer-telemetria.
           perform procesar-telemetria until eof-tel.
           perform cerrar-archivos.
           if cant-diferencias > zeroes
               move 1 to alerta-severidad
               move "DIFERENCIAS ODOMETRO/GPS, VER TELEMETRIA-CONTROL"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.
           display "DIAS IMPORTADOS:       " cant-dias.
           display "DIAS YA IMPORTADOS:    " cant-repetidos.
           display "MOVIMIENTO SIN ALQUILER: " cant-sin-alquiler.
           display "MOVIMIENTO EN TALLER:  " cant-en-taller.
           display "DIFERENCIAS ODOMETRO:  " cant-diferencias.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       abrir-archivos.
           open input telemetria.
           if not ok-tel
               *> sin archivo de los rastreadores no hay nada que
               *> controlar, y el paso no debe frenar la cadena
               display "Sin archivo de telemetria, nada que "
                   "procesar."
               move 0 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open i-o historial.
           if not ok-tlh
               *> primera vez: el historial no existe todavia
               open output historial
               close historial
               open i-o historial
           end-if.
           if not ok-tlh
               display "Error al abrir historial de telemetria fs: "
                 fs-historial
               move 1 to return-code
               stop run
           end-if.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               stop run
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open input odometro.
           if ok-odo
               move "S" to hay-odometro
           end-if.
           move function current-date(1:8) to et1-fecha.
           write reg-reporte from enc-tel1.
           write reg-reporte from enc-tel2.
           write reg-reporte from enc-movimientos.
           write reg-reporte from enc-movimientos2.
           write reg-reporte from enc-tel2.

       leer-telemetria.
           read telemetria.
           if fs-telemetria is not equal to 00 and 10
               display "Error al leer telemetria fs: " fs-telemetria
           end-if.

       procesar-telemetria.
           move tel-patente to tlh-patente.
           move tel-fecha to tlh-fecha.
           move tel-km to tlh-km.
           move tel-hora-desde to tlh-hora-desde.
           move tel-hora-hasta to tlh-hora-hasta.
           move space to tlh-control.
           if tel-km > zeroes
               perform controlar-movimiento
           end-if.
           write rec-historial.
           if ok-tlh
               add 1 to cant-dias
               perform informar-movimiento
               perform controlar-odometro
           else
               if duplicado-tlh
                   add 1 to cant-repetidos
               else
                   display "Error al grabar historial fs: "
                     fs-historial
               end-if
           end-if.
           perform leer-telemetria.

       controlar-movimiento.
           divide tel-fecha by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-mov-ddmm =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           call "AutoFueraDeServicio" using tel-patente,
               fecha-mov-ddmm, en-taller.
           if mov-en-taller
               move "T" to tlh-control
           else
               perform verificar-alquiler
               if not mov-con-alquiler
                   move "A" to tlh-control
               end-if
           end-if.

      *> Un alquiler cubre desde su fecha hasta el dia de la
      *> devolucion prevista (fecha mas cantidad de dias). La
      *> clave lleva la fecha DDMMAAAA, asi que se recorren todos
      *> los alquileres de la patente.
       verificar-alquiler.
           move "S" to alquiler-cubre.
           if alquileres-abiertos
               move "N" to alquiler-cubre
               compute mov-num =
                   function integer-of-date(tel-fecha)
               move tel-patente to alq-patente
               move zeroes to alq-fecha
               start alquileresmae key is not less than alq-clave
                   invalid key move "10" to fs-alquileresmae
               end-start
               if ok-alq
                   perform leer-alquiler
                   perform evaluar-alquiler until eof-alq
                       or alq-patente is not equal to tel-patente
                       or mov-con-alquiler
               end-if
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       evaluar-alquiler.
           if alq-estado = "T" or alq-estado = "D"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute inicio-num =
                   function integer-of-date(fecha-convertida)
               compute fin-num = inicio-num + alq-cantdias
               if mov-num is not less than inicio-num
                   and mov-num is not greater than fin-num
                   move "S" to alquiler-cubre
               end-if
           end-if.
           if not mov-con-alquiler
               perform leer-alquiler
           end-if.

       informar-movimiento.
           if tlh-en-taller
               move "MOVIMIENTO EN TALLER" to dm-motivo
               add 1 to cant-en-taller
           end-if.
           if tlh-sin-alquiler
               move "MOVIMIENTO SIN ALQUILER" to dm-motivo
               add 1 to cant-sin-alquiler
           end-if.
           if not tlh-sin-novedad
               move tel-patente to dm-patente
               move tel-fecha to dm-fecha
               move tel-km to dm-km
               move tel-hora-desde to dm-hora-desde
               move tel-hora-hasta to dm-hora-hasta
               write reg-reporte from det-movimiento
               move dm-motivo to tm-motivo
               move tel-patente to tm-patente
               move tel-fecha to tm-fecha
               move tel-km to tm-km
               move texto-movimiento to alerta-texto
               move 2 to alerta-severidad
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.

      *> *
      *> ODOMETRO CONTRA GPS
      *>
      *> Solo el dia en que hay lectura de odometro de la patente,
      *> y si hay una lectura anterior contra la cual medir el
      *> tramo.
       controlar-odometro.
           if odometro-abierto
               move tel-patente to odo-patente
               move tel-fecha to odo-fecha-comp
               read odometro
                   invalid key continue
                   not invalid key
                       perform medir-tramo
               end-read
           end-if.

       medir-tramo.
           move odo-km to km-lectura-act.
           perform buscar-lectura-anterior.
           if hay-lectura-anterior
               perform sumar-km-gps
               compute km-odometro = km-lectura-act - km-lectura-ant
               if km-odometro > km-gps
                   compute km-diferencia = km-odometro - km-gps
               else
                   compute km-diferencia = km-gps - km-odometro
               end-if
               compute km-admitido =
                   km-odometro * pct-diferencia-gps / 100
               if km-diferencia > km-admitido
                   perform informar-diferencia
               end-if
           end-if.

       buscar-lectura-anterior.
           move "N" to lectura-encontrada.
           move tel-patente to odo-patente.
           move zeroes to odo-fecha-comp.
           start odometro key is not less than odo-clave
               invalid key move "10" to fs-odometro
           end-start.
           if ok-odo
               perform leer-odometro
               perform evaluar-lectura until eof-odo
                   or odo-patente is not equal to tel-patente
                   or odo-fecha-comp is not less than tel-fecha
           end-if.

       leer-odometro.
           read odometro next record
               at end continue
           end-read.

       evaluar-lectura.
           move "S" to lectura-encontrada.
           move odo-fecha-comp to fecha-lectura-ant.
           move odo-km to km-lectura-ant.
           perform leer-odometro.

      *> Kilometros GPS del tramo: los dias posteriores a la
      *> lectura anterior hasta el dia de la lectura actual.
       sumar-km-gps.
           move zeroes to km-gps.
           move tel-patente to tlh-patente.
           move fecha-lectura-ant to tlh-fecha.
           start historial key is greater than tlh-clave
               invalid key move "10" to fs-historial
           end-start.
           if ok-tlh
               perform leer-historial
               perform acumular-historial until eof-tlh
                   or tlh-patente is not equal to tel-patente
                   or tlh-fecha > tel-fecha
           end-if.

       leer-historial.
           read historial next record
               at end continue
           end-read.

       acumular-historial.
           add tlh-km to km-gps.
           perform leer-historial.

       informar-diferencia.
           if cant-diferencias = zeroes
               move spaces to reg-reporte
               write reg-reporte
               write reg-reporte from enc-diferencias
               write reg-reporte from enc-diferencias2
               write reg-reporte from enc-tel2
           end-if.
           move tel-patente to dd-patente.
           move fecha-lectura-ant to dd-desde.
           move tel-fecha to dd-hasta.
           move km-odometro to dd-km-odometro.
           move km-gps to dd-km-gps.
           move km-diferencia to dd-diferencia.
           write reg-reporte from det-diferencia.
           add 1 to cant-diferencias.

       cerrar-archivos.
           write reg-reporte from enc-tel2.
           move cant-dias to tt-dias.
           compute tt-movimientos = cant-sin-alquiler + cant-en-taller.
           move cant-diferencias to tt-diferencias.
           write reg-reporte from tot-tel.
           close telemetria.
           close historial.
           close reporte.
           if alquileres-abiertos
               close alquileresmae
           end-if.
           if odometro-abierto
               close odometro
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

      *> Reordena una fecha DDMMAAAA a AAAAMMDD.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
