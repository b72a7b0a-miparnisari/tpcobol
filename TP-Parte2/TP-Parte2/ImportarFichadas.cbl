       identification division.
       program-id. ImportarFichadas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Importacion nocturna de las fichadas de los choferes (una
      *> linea por legajo y dia con la hora de entrada y de salida).
      *> El servicio con chofer se pasa seguido del turno y las
      *> horas de mas se arreglaban de palabra y se perdian: este
      *> paso calcula, para cada fichada, las horas por encima de
      *> la jornada del turno (HORAS-TURNO del maestro de
      *> parametros) y las asienta en horas-extra.dat, ligadas al
      *> alquiler del legajo que cubre la fecha (clave alternativa
      *> alq-chofer de alquileresmae).
      *> Del asiento salen las dos puntas, cada una una sola vez:
      *>   - Facturacion las cobra al cliente del alquiler como una
      *>     linea mas, a TARIFA-HORA-EXTRA, y las marca facturadas;
      *>   - LiquidacionChoferes se las paga al chofer y las pasa a
      *>     la interface de sueldos, y las marca liquidadas.
      *> Las horas de mas sin alquiler que las cubra se pagan pero
      *> no se facturan. Una fichada ya asentada no se vuelve a
      *> importar, asi que el paso se puede repetir.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select fichadas
           assign to disk "..\..\..\Entrada\fichadas.dat"
           organization is line sequential
           file status is fs-fichadas.

       select horas-extra
           assign to disk "..\..\..\Entrada\horas-extra.dat"
           organization is indexed
           access mode is random
           record key is hex-clave
           file status is fs-horas-extra.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reporte
           assign to disk "..\..\..\Salida\horas-extra.txt"
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

       fd fichadas
           label record is standard.
       01  reg-fichadas.
           03  fch-legajo          pic x(7).
           03  filler              pic x.
           03  fch-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  fch-hora-entrada    pic 9(4).  *> HHMM
           03  filler              pic x.
           03  fch-hora-salida     pic 9(4).  *> HHMM

       fd horas-extra
           label record is standard.
       01  rec-horas-extra.
           03  hex-clave.
               05  hex-legajo      pic x(7).
               05  hex-fecha       pic 9(8).  *> AAAAMMDD
           03  hex-hora-entrada    pic 9(4).
           03  hex-hora-salida     pic 9(4).
           03  hex-turno           pic x.
           03  hex-horas           pic 9(2)v99.
           03  hex-patente         pic x(6).
           03  hex-fecha-alq       pic 9(8).  *> DDMMAAAA
           03  hex-tipo-doc        pic x.
           03  hex-nro-doc         pic x(20).
           03  hex-tarifa          pic 9(4)v99.
           03  hex-importe         pic 9(7)v99.
           03  hex-estado-fact     pic x.
               88  hex-a-facturar      value "P".
               88  hex-facturada       value "F".
               88  hex-sin-alquiler    value "N".
           03  hex-estado-liq      pic x.
               88  hex-a-liquidar      value "P".
               88  hex-liquidada       value "L".
           03  hex-fecha-liq       pic 9(8).  *> AAAAMMDD

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-fichadas          pic xx.
           88 ok-fch                   value "00".
           88 eof-fch                  value "10".

       01 fs-horas-extra       pic xx.
           88 ok-hex                   value "00".
           88 duplicado-hex            value "22".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

       01 hay-alquileres        pic x       value "N".
           88 alquileres-abiertos      value "S".

      *> Jornada del turno y tarifa al cliente (ObtenerParametro).
       77 horas-turno           pic 9(2)v99 value 08.00.
       77 tarifa-hora-extra     pic 9(4)v99 value 1500.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Minutos trabajados: una salida anterior a la entrada es un
      *> servicio que paso la medianoche.
       77 minutos-entrada       pic 9(4).
       77 minutos-salida        pic 9(4).
       77 minutos-trabajados    pic s9(5).
       77 minutos-extra         pic s9(5).
       77 hora-hh               pic 99.
       77 hora-mm               pic 99.

       01 op                    pic x.
       01 fecha-fichada-ddmm    pic 9(8).
       01 chof-estado           pic xx.
       01 out-chofer-motivo     pic 9.
       01 cho-turno-out         pic x.

       01 alquiler-cubre        pic x.
           88 fichada-con-alquiler     value "S".
       77 fichada-num           pic 9(7).
       77 inicio-num            pic 9(7).
       77 fin-num               pic 9(7).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       77 cant-fichadas         pic 9(5)    value zeroes.
       77 cant-con-extra        pic 9(5)    value zeroes.
       77 cant-repetidas        pic 9(5)    value zeroes.
       77 cant-sin-alquiler     pic 9(5)    value zeroes.
       77 tot-horas             pic 9(5)v99 value zeroes.
       77 tot-facturable        pic 9(9)v99 value zeroes.

       01 enc-hex1.
           03 filler pic x(40) value
               "HORAS EXTRA DE CHOFERES IMPORTADAS      ".
           03 eh1-fecha         pic 9(8).

       01 enc-hex2.
           03 filler pic x(9)  value "Legajo   ".
           03 filler pic x(10) value "Fecha     ".
           03 filler pic x(11) value "Fichada    ".
           03 filler pic x(8)  value "Horas   ".
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(12) value "A facturar  ".

       01 enc-hex3.
           03 filler pic x(80) value all "-".

       01 det-hex.
           03 dh-legajo         pic x(7).
           03 filler pic x(2)  value spaces.
           03 dh-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dh-entrada        pic 9(4).
           03 filler pic x(1)  value "-".
           03 dh-salida         pic 9(4).
           03 filler pic x(2)  value spaces.
           03 dh-horas          pic z9.99.
           03 filler pic x(3)  value spaces.
           03 dh-patente        pic x(6).
           03 filler pic x(3)  value spaces.
           03 dh-importe        pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dh-observacion    pic x(14).

       01 tot-hex.
           03 filler pic x(22) value "FICHADAS CON EXTRA:   ".
           03 th-cant           pic zzzz9.
           03 filler pic x(10) value "  Horas: ".
           03 th-horas          pic zzzz9.99.
           03 filler pic x(15) value "  A facturar: ".
           03 th-importe        pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-parametros-sistema.
           perform abrir-archivos.
           perform leer-fichada.
           perform procesar-fichada until eof-fch.
           perform cerrar-archivos.
           display "FICHADAS LEIDAS:       " cant-fichadas.
           display "CON HORAS EXTRA:       " cant-con-extra
               " horas " tot-horas.
           display "SIN ALQUILER (NO FACT): " cant-sin-alquiler.
           display "YA IMPORTADAS:         " cant-repetidas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       leer-parametros-sistema.
           move "HORAS-TURNO" to nombre-parametro.
           move horas-turno to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to horas-turno.
           move "TARIFA-HORA-EXTRA" to nombre-parametro.
           move tarifa-hora-extra to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to tarifa-hora-extra.

       obtener-un-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.

       abrir-archivos.
           open input fichadas.
           if not ok-fch
               *> sin fichadas del dia no hay horas que asentar, y
               *> el paso no debe frenar la cadena
               display "Sin archivo de fichadas, nada que procesar."
               move 0 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open i-o horas-extra.
           if fs-horas-extra = "35"
               *> primera vez: el asiento de horas extra no existe
               open output horas-extra
               close horas-extra
               open i-o horas-extra
           end-if.
           if not ok-hex
               display "Error al abrir horas extra fs: "
                 fs-horas-extra
               move 1 to return-code
               stop run
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               stop run
           end-if.
           move function current-date(1:8) to eh1-fecha.
           write reg-reporte from enc-hex1.
           write reg-reporte from enc-hex2.
           write reg-reporte from enc-hex3.
           move "A" to op.
           call "ChoferEstaActivo" using op, fch-legajo,
               fecha-fichada-ddmm, chof-estado, out-chofer-motivo,
               cho-turno-out.

       leer-fichada.
           read fichadas.
           if ok-fch
               add 1 to cant-fichadas
           end-if.
           if fs-fichadas is not equal to 00 and 10
               display "Error al leer fichadas fs: " fs-fichadas
           end-if.

       procesar-fichada.
           perform calcular-minutos.
           compute minutos-extra =
               minutos-trabajados - horas-turno * 60.
           if minutos-extra > zeroes
               perform asentar-horas-extra
           end-if.
           perform leer-fichada.

       calcular-minutos.
           divide fch-hora-entrada by 100
               giving hora-hh remainder hora-mm.
           compute minutos-entrada = hora-hh * 60 + hora-mm.
           divide fch-hora-salida by 100
               giving hora-hh remainder hora-mm.
           compute minutos-salida = hora-hh * 60 + hora-mm.
           compute minutos-trabajados =
               minutos-salida - minutos-entrada.
           if minutos-trabajados < zeroes
               add 1440 to minutos-trabajados
           end-if.

       asentar-horas-extra.
           move fch-legajo to hex-legajo.
           move fch-fecha to hex-fecha.
           move fch-hora-entrada to hex-hora-entrada.
           move fch-hora-salida to hex-hora-salida.
           compute hex-horas rounded = minutos-extra / 60.
           perform buscar-turno-legajo.
           move cho-turno-out to hex-turno.
           perform buscar-alquiler-fichada.
           if fichada-con-alquiler
               move alq-patente to hex-patente
               move alq-fecha to hex-fecha-alq
               move alq-tipo-doc to hex-tipo-doc
               move alq-nro-doc to hex-nro-doc
               move tarifa-hora-extra to hex-tarifa
               compute hex-importe rounded =
                   hex-horas * tarifa-hora-extra
               move "P" to hex-estado-fact
           else
               move spaces to hex-patente
               move zeroes to hex-fecha-alq
               move spaces to hex-tipo-doc
               move spaces to hex-nro-doc
               move zeroes to hex-tarifa
               move zeroes to hex-importe
               move "N" to hex-estado-fact
           end-if.
           move "P" to hex-estado-liq.
           move zeroes to hex-fecha-liq.
           write rec-horas-extra.
           if ok-hex
               perform informar-horas-extra
           else
               if duplicado-hex
                   add 1 to cant-repetidas
               else
                   display "Error al asentar horas extra fs: "
                     fs-horas-extra
               end-if
           end-if.

       buscar-turno-legajo.
           divide fch-fecha by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-fichada-ddmm =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           move "P" to op.
           move spaces to cho-turno-out.
           call "ChoferEstaActivo" using op, fch-legajo,
               fecha-fichada-ddmm, chof-estado, out-chofer-motivo,
               cho-turno-out.

      *> El alquiler aprobado o devuelto del legajo cuyo periodo
      *> (fecha mas cantidad de dias) cubre el dia fichado.
       buscar-alquiler-fichada.
           move "N" to alquiler-cubre.
           if alquileres-abiertos
               compute fichada-num =
                   function integer-of-date(fch-fecha)
               move fch-legajo to alq-chofer
               start alquileresmae key is equal to alq-chofer
                   invalid key move "10" to fs-alquileresmae
               end-start
               if ok-alq
                   perform leer-alquiler
                   perform evaluar-alquiler until eof-alq
                       or alq-chofer is not equal to fch-legajo
                       or fichada-con-alquiler
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
               if fichada-num is not less than inicio-num
                   and fichada-num is not greater than fin-num
                   move "S" to alquiler-cubre
               end-if
           end-if.
           if not fichada-con-alquiler
               perform leer-alquiler
           end-if.

       informar-horas-extra.
           add 1 to cant-con-extra.
           add hex-horas to tot-horas.
           add hex-importe to tot-facturable.
           move hex-legajo to dh-legajo.
           move hex-fecha to dh-fecha.
           move hex-hora-entrada to dh-entrada.
           move hex-hora-salida to dh-salida.
           move hex-horas to dh-horas.
           move hex-patente to dh-patente.
           move hex-importe to dh-importe.
           if hex-sin-alquiler
               add 1 to cant-sin-alquiler
               move "SIN ALQUILER" to dh-observacion
           else
               move spaces to dh-observacion
           end-if.
           write reg-reporte from det-hex.

       cerrar-archivos.
           write reg-reporte from enc-hex3.
           move cant-con-extra to th-cant.
           move tot-horas to th-horas.
           move tot-facturable to th-importe.
           write reg-reporte from tot-hex.
           move "C" to op.
           call "ChoferEstaActivo" using op, fch-legajo,
               fecha-fichada-ddmm, chof-estado, out-chofer-motivo,
               cho-turno-out.
           close fichadas.
           close horas-extra.
           close reporte.
           if alquileres-abiertos
               close alquileresmae
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
