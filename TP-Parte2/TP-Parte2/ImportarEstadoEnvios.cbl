       identification division.
       program-id. ImportarEstadoEnvios.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Estado de entrega que devuelve el gateway de SMS / correo
      *> por cada notificacion del outbox (GenerarNotificaciones):
      *> numero de notificacion, E = entregada o F = fallida, fecha
      *> y detalle. Una entregada se cierra; una fallida con carta
      *> de respaldo queda "R" y GenerarNotificaciones la imprime
      *> esa misma noche; una fallida sin respaldo (recordatorios y
      *> avisos de deuda) queda "X" y se lista para que el mostrador
      *> llame al cliente. Solo se toca lo que sigue en el gateway
      *> ("P"): reprocesar el mismo archivo no duplica cartas.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select estado-envios
           assign to disk "..\..\..\Entrada\estado-envios.txt"
           organization is line sequential
           file status is fs-estado-envios.

       select notificaciones
           assign to disk "..\..\..\Entrada\notificaciones.dat"
           organization is indexed
           access mode is random
           record key is not-nro
           file status is fs-notificaciones.

       select informe
           assign to disk "..\..\..\Salida\envios-fallidos.txt"
           organization is line sequential
           file status is fs-informe.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, el ACCEPT final no frena la
      *> cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd estado-envios
           label record is standard.
       01  reg-estado-envios.
           03  esv-nro             pic 9(8).
           03  filler              pic x.
           03  esv-estado          pic x.
               88  esv-entregada       value "E".
               88  esv-fallida         value "F".
           03  filler              pic x.
           03  esv-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  esv-detalle         pic x(30).

       fd notificaciones
           label record is standard.
       01  rec-notificaciones.
           03  not-nro             pic 9(8).
           03  not-fecha           pic 9(8).  *> AAAAMMDD
           03  not-cli-numero      pic x(8).
           03  not-nro-doc         pic x(20).
           03  not-plantilla       pic x(8).
           03  not-canal           pic x(5).
           03  not-destino         pic x(40).
           03  not-variables       pic x(60).
           03  not-clave           pic x(20).
           03  not-estado          pic x.
               88  not-en-gateway      value "P".
           03  not-con-carta       pic x.
           03  not-fecha-estado    pic 9(8).  *> AAAAMMDD

       fd informe
           label record is standard.
       01  reg-informe             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 fs-estado-envios     pic xx.
           88 ok-esv                   value "00".
           88 eof-esv                  value "10".

       01 fs-notificaciones    pic xx.
           88 ok-not                   value "00".

       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.

       77 cant-leidos           pic 9(5)    value zeroes.
       77 cant-entregadas       pic 9(5)    value zeroes.
       77 cant-a-carta          pic 9(5)    value zeroes.
       77 cant-sin-respaldo     pic 9(5)    value zeroes.
       77 cant-desconocidas     pic 9(5)    value zeroes.

       01 enc-informe.
           03 filler pic x(50) value
               "NOTIFICACIONES FALLIDAS SIN CARTA DE RESPALDO".
           03 filler pic x(8)  value "Fecha: ".
           03 ei-fecha          pic 9(8).

       01 enc-columnas.
           03 filler pic x(100) value
               "NRO       CLIENTE   PLANTILLA CANAL DESTINO
      -        "                                  DETALLE".

       01 det-fallida.
           03 df-nro            pic 9(8).
           03 filler pic x(2)  value spaces.
           03 df-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 df-plantilla      pic x(8).
           03 filler pic x(2)  value spaces.
           03 df-canal          pic x(5).
           03 filler pic x     value spaces.
           03 df-destino        pic x(40).
           03 filler pic x(2)  value spaces.
           03 df-detalle        pic x(22).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           open input estado-envios.
           if ok-esv
               perform abrir-archivos
               perform leer-estado
               perform aplicar-estado until eof-esv
               close estado-envios
               close notificaciones
               close informe
           else
               display "Sin archivo de estado del gateway."
           end-if.
           display "ESTADOS LEIDOS:        " cant-leidos.
           display "ENTREGADAS:            " cant-entregadas.
           display "FALLIDAS A CARTA:      " cant-a-carta.
           display "FALLIDAS SIN RESPALDO: " cant-sin-respaldo.
           display "NUMEROS DESCONOCIDOS:  " cant-desconocidas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

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

       abrir-archivos.
           open i-o notificaciones.
           if not ok-not
               display "Error al abrir notificaciones fs: "
                 fs-notificaciones
               move 1 to return-code
               stop run
           end-if.
           open output informe.
           if not ok-inf
               display "Error al abrir informe de fallidas fs: "
                 fs-informe
               move 1 to return-code
               stop run
           end-if.
           move function current-date(1:8) to ei-fecha.
           write reg-informe from enc-informe.
           write reg-informe from enc-columnas.

       leer-estado.
           read estado-envios
               at end continue
           end-read.

       aplicar-estado.
           add 1 to cant-leidos.
           move esv-nro to not-nro.
           read notificaciones
               invalid key
                   add 1 to cant-desconocidas
               not invalid key
                   if not-en-gateway
                       perform actualizar-notificacion
                   end-if
           end-read.
           perform leer-estado.

       actualizar-notificacion.
           if esv-entregada
               move "E" to not-estado
               add 1 to cant-entregadas
           else if esv-fallida and not-con-carta = "S"
               move "R" to not-estado
               add 1 to cant-a-carta
           else if esv-fallida
               move "X" to not-estado
               add 1 to cant-sin-respaldo
               perform informar-fallida
           end-if.
           if esv-entregada or esv-fallida
               move esv-fecha to not-fecha-estado
               rewrite rec-notificaciones
           end-if.

       informar-fallida.
           move not-nro to df-nro.
           move not-cli-numero to df-cli-numero.
           move not-plantilla to df-plantilla.
           move not-canal to df-canal.
           move not-destino to df-destino.
           move esv-detalle to df-detalle.
           write reg-informe from det-fallida.
