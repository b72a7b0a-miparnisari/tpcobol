       identification division.
       program-id. TarifarioAgencias.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Tarifario y disponibilidad diarios para las agencias socias:
      *> hasta ahora cotizaban a sus clientes con una lista de precios
      *> que se les mandaba una vez por mes, y muchas SOLICITUDES
      *> perdian el desempate o llegaban con un precio distinto del
      *> que la agencia habia prometido. Cada noche se deja un
      *> TARIFARIOn.dat por agencia activa (espejo de la nomenclatura
      *> SOLICITUDESn / RESPUESTAn) con:
      *>   TARPAT  la tarifa/dia vigente de cada patente alquilable
      *>           (BuscarTarifaVigente; sin historico, aut-importe);
      *>   TARTAM  por tamano: cantidad de autos, tarifa minima y
      *>           maxima;
      *>   REGLA   las reglas comerciales de REGLASPRECIO (recargos y
      *>           descuentos que la conciliacion aplica al importe);
      *>   FERIAD  los feriados nacionales de los proximos 30 dias
      *>           (calendario.dat, sucursal 00), que disparan las
      *>           reglas de tipo E;
      *>   DISPON  autos libres por dia y tamano para los proximos 30
      *>           dias (DISPONIBILIDAD.dat de PronosticoOcupacion,
      *>           que corre antes en la cadena).
      *> Con los mismos controles que las SOLICITUDESn: una linea
      *> HEADER + fecha de generacion + agencia al principio y una
      *> TRAILR + cantidad de registros al final.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is sequential
           record key is aut-patente
           file status is fs-autos.

       select reglasprecio
           assign to disk "..\..\..\Files\REGLASPRECIO.dat"
           organization is line sequential
           file status is fs-reglasprecio.

       select calendario
           assign to disk "..\..\..\Entrada\calendario.dat"
           organization is indexed
           access mode is dynamic
           record key is cal-clave
           file status is fs-calendario.

       select disponibilidad
           assign to disk "..\..\..\Files\DISPONIBILIDAD.dat"
           organization is line sequential
           file status is fs-disponibilidad.

       select tarifario
           assign to disk nombre-tarifario
           organization is line sequential
           file status is fs-tarifario.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo          value "A".
               88  aut-subalquilado    value "S".
           03  aut-sucursal        pic 99.

       fd reglasprecio
           label record is standard.
       01  reg-reglasprecio.
           03  rglp-tipo           pic x.
           03  filler              pic x.
           03  rglp-pct            pic 9(3)v99.
           03  filler              pic x.
           03  rglp-sentido        pic x.
           03  filler              pic x.
           03  rglp-dias           pic 9(2).

       fd calendario
           label record is standard.
       01  rec-calendario.
           03  cal-clave.
               05  cal-sucursal    pic 99.
               05  cal-fecha       pic 9(8).  *> AAAAMMDD
           03  cal-tipo            pic x.
           03  cal-descripcion     pic x(30).

       fd disponibilidad
           label record is standard.
       01  reg-disponibilidad.
           03  dsp-fecha           pic 9(8).  *> DDMMAAAA
           03  filler              pic x.
           03  dsp-tamano          pic x.
           03  filler              pic x.
           03  dsp-flota           pic 9(3).
           03  filler              pic x.
           03  dsp-demanda         pic 9(3).
           03  filler              pic x.
           03  dsp-libres          pic 9(3).

       fd tarifario
           label record is standard.
       01  reg-tarifario           pic x(40).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 eof-auto                 value "10".
       01 fs-reglasprecio      pic xx.
       01 fs-calendario        pic xx.
           88 ok-cal                   value "00".
       01 fs-disponibilidad    pic xx.
       01 fs-tarifario         pic xx.
           88 ok-trf                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

      *> Las mismas agencias activas que concilia ParteA
      *> (CANT-AGENCIAS).
       77 cant-agencias         pic 9       value 3.
       77 agencia-actual        pic 9.
       01 nombre-tarifario      pic x(40).
       77 cant-registros        pic 9(8).

      *> Tarifa vigente de cada patente alquilable.
       01 tabla-patentes.
           03 tp-elem occurs 500 times.
               05 tp-patente       pic x(6).
               05 tp-tamano        pic x.
               05 tp-tarifa        pic 9(4)v99.
       77 cant-patentes         pic 9(3)    value zeroes.
       77 max-patentes          pic 9(3)    value 500.
       77 ix-pat                pic 9(3).

       01 tabla-tamanos.
           03 tt-elem occurs 10 times.
               05 tt-tamano        pic x.
               05 tt-cantidad      pic 9(3).
               05 tt-minima        pic 9(4)v99.
               05 tt-maxima        pic 9(4)v99.
       77 cant-tamanos          pic 9(2)    value zeroes.
       77 max-tamanos           pic 9(2)    value 10.
       77 ix-tam                pic 9(2).
       77 pos-tam               pic 9(2).

       01 tabla-reglas.
           03 rgl-elem occurs 10 times.
               05 rgl-tipo         pic x.
               05 rgl-pct          pic 9(3)v99.
               05 rgl-sentido      pic x.
               05 rgl-dias         pic 9(2).
       77 cant-reglas           pic 99      value zeroes.
       77 max-reglas            pic 99      value 10.
       77 ix-regla              pic 99.

       01 tabla-feriados.
           03 fer-elem occurs 100 times pic 9(8).
       77 cant-feriados         pic 9(3)    value zeroes.
       77 max-feriados          pic 9(3)    value 100.
       77 ix-feriado            pic 9(3).

       01 tabla-disponibilidad.
           03 td-elem occurs 300 times.
               05 td-fecha         pic 9(8).
               05 td-tamano        pic x.
               05 td-libres        pic 9(3).
       77 cant-disponibles      pic 9(3)    value zeroes.
       77 max-disponibles       pic 9(3)    value 300.
       77 ix-dsp                pic 9(3).

       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic xx.

       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       77 hoy-num               pic 9(7).
       77 feriado-num           pic 9(7).
       01 fd-resto              pic 9(4).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 lin-header.
           03 filler            pic x(6)    value "HEADER".
           03 lh-fecha          pic 9(8).
           03 lh-agencia        pic 9.
       01 lin-trailer.
           03 filler            pic x(6)    value "TRAILR".
           03 lt-cant           pic 9(8).
       01 lin-patente.
           03 filler            pic x(6)    value "TARPAT".
           03 filler            pic x       value spaces.
           03 lp-patente        pic x(6).
           03 filler            pic x       value spaces.
           03 lp-tamano         pic x.
           03 filler            pic x       value spaces.
           03 lp-tarifa         pic 9(4)v99.
       01 lin-tamano.
           03 filler            pic x(6)    value "TARTAM".
           03 filler            pic x       value spaces.
           03 lm-tamano         pic x.
           03 filler            pic x       value spaces.
           03 lm-cantidad       pic 9(3).
           03 filler            pic x       value spaces.
           03 lm-minima         pic 9(4)v99.
           03 filler            pic x       value spaces.
           03 lm-maxima         pic 9(4)v99.
       01 lin-regla.
           03 filler            pic x(6)    value "REGLA ".
           03 filler            pic x       value spaces.
           03 lr-tipo           pic x.
           03 filler            pic x       value spaces.
           03 lr-pct            pic 9(3)v99.
           03 filler            pic x       value spaces.
           03 lr-sentido        pic x.
           03 filler            pic x       value spaces.
           03 lr-dias           pic 9(2).
       01 lin-feriado.
           03 filler            pic x(6)    value "FERIAD".
           03 filler            pic x       value spaces.
           03 lf-fecha          pic 9(8).
       01 lin-disponible.
           03 filler            pic x(6)    value "DISPON".
           03 filler            pic x       value spaces.
           03 ld-fecha          pic 9(8).
           03 filler            pic x       value spaces.
           03 ld-tamano         pic x.
           03 filler            pic x       value spaces.
           03 ld-libres         pic 9(3).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute hoy-num = function integer-of-date(fecha-hoy).
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           perform cargar-tarifas.
           perform cargar-reglas-precio.
           perform cargar-feriados.
           perform cargar-disponibilidad.
           perform emitir-tarifario
               varying agencia-actual from 1 by 1
               until agencia-actual > cant-agencias.
           display "PATENTES INFORMADAS:  " cant-patentes.
           display "DIAS/TAMANO INFORMADOS: " cant-disponibles.
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

      *> Se informan los autos activos y los de terceros
      *> subalquilados, los mismos que cuentan como flota en el
      *> pronostico de ocupacion.
       cargar-tarifas.
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           perform leer-auto.
           perform registrar-auto until eof-auto.
           close autos.

       leer-auto.
           read autos.
           if fs-autos is not equal to 00 and 10
               display "Error al leer autos fs: " fs-autos
           end-if.

       registrar-auto.
           if (aut-activo or aut-subalquilado)
               and cant-patentes < max-patentes
               call "BuscarTarifaVigente" using aut-patente,
                   fecha-hoy-ddmmaaaa, tarifa-vigente, tarifa-estado
               if tarifa-estado is not equal to "00"
                   move aut-importe to tarifa-vigente
               end-if
               add 1 to cant-patentes
               move aut-patente to tp-patente(cant-patentes)
               move aut-tamano to tp-tamano(cant-patentes)
               move tarifa-vigente to tp-tarifa(cant-patentes)
               perform acumular-tamano
           end-if.
           perform leer-auto.

       acumular-tamano.
           move zeroes to pos-tam.
           perform buscar-tamano
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           if pos-tam = zeroes and cant-tamanos < max-tamanos
               add 1 to cant-tamanos
               move cant-tamanos to pos-tam
               move aut-tamano to tt-tamano(pos-tam)
               move zeroes to tt-cantidad(pos-tam)
               move tarifa-vigente to tt-minima(pos-tam)
               move tarifa-vigente to tt-maxima(pos-tam)
           end-if.
           if pos-tam is not equal to zeroes
               add 1 to tt-cantidad(pos-tam)
               if tarifa-vigente < tt-minima(pos-tam)
                   move tarifa-vigente to tt-minima(pos-tam)
               end-if
               if tarifa-vigente > tt-maxima(pos-tam)
                   move tarifa-vigente to tt-maxima(pos-tam)
               end-if
           end-if.

       buscar-tamano.
           if tt-tamano(ix-tam) = aut-tamano
               move ix-tam to pos-tam
           end-if.

       cargar-reglas-precio.
           open input reglasprecio.
           if fs-reglasprecio is equal to "00"
               read reglasprecio record at end
                   move "10" to fs-reglasprecio
               end-read
               perform registrar-regla until
                   fs-reglasprecio is not equal to "00"
               close reglasprecio
           end-if.

       registrar-regla.
           if cant-reglas < max-reglas
               add 1 to cant-reglas
               move rglp-tipo to rgl-tipo(cant-reglas)
               move rglp-pct to rgl-pct(cant-reglas)
               move rglp-sentido to rgl-sentido(cant-reglas)
               move rglp-dias to rgl-dias(cant-reglas)
           end-if.
           read reglasprecio record at end
               move "10" to fs-reglasprecio
           end-read.

      *> Solo los feriados nacionales del horizonte de 30 dias; los
      *> dias no laborables de una sucursal no recargan el precio.
      *> Se informan DDMMAAAA, como el resto de las fechas.
       cargar-feriados.
           open input calendario.
           if ok-cal
               move zeroes to cal-sucursal
               move fecha-hoy to cal-fecha
               start calendario key is not less than cal-clave
                   invalid key move "10" to fs-calendario
               end-start
               if ok-cal
                   perform leer-calendario
               end-if
               perform registrar-feriado until not ok-cal
                   or cal-sucursal is not equal to zeroes
               close calendario
           end-if.

       leer-calendario.
           read calendario next record
               at end continue
           end-read.

       registrar-feriado.
           compute feriado-num = function integer-of-date(cal-fecha).
           if feriado-num < hoy-num + 30
               if cal-tipo = "F" and cant-feriados < max-feriados
                   add 1 to cant-feriados
                   move cal-fecha(7:2) to fer-elem(cant-feriados)(1:2)
                   move cal-fecha(5:2) to fer-elem(cant-feriados)(3:2)
                   move cal-fecha(1:4) to fer-elem(cant-feriados)(5:4)
               end-if
               perform leer-calendario
           else
               move "10" to fs-calendario
           end-if.

      *> Sin DISPONIBILIDAD.dat (el pronostico no corrio) el
      *> tarifario sale igual, sin lineas DISPON.
       cargar-disponibilidad.
           open input disponibilidad.
           if fs-disponibilidad is equal to "00"
               read disponibilidad record at end
                   move "10" to fs-disponibilidad
               end-read
               perform registrar-disponible until
                   fs-disponibilidad is not equal to "00"
               close disponibilidad
           else
               display "Sin pronostico de disponibilidad fs: "
                   fs-disponibilidad
           end-if.

       registrar-disponible.
           if cant-disponibles < max-disponibles
               add 1 to cant-disponibles
               move dsp-fecha to td-fecha(cant-disponibles)
               move dsp-tamano to td-tamano(cant-disponibles)
               move dsp-libres to td-libres(cant-disponibles)
           end-if.
           read disponibilidad record at end
               move "10" to fs-disponibilidad
           end-read.

       emitir-tarifario.
           move spaces to nombre-tarifario.
           string "..\..\..\Files\TARIFARIO" agencia-actual ".dat"
               delimited by size into nombre-tarifario
           end-string.
           open output tarifario.
           if not ok-trf
               display "Error al abrir TARIFARIO" agencia-actual
                   " fs: " fs-tarifario
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move zeroes to cant-registros.
           move fecha-hoy-ddmmaaaa to lh-fecha.
           move agencia-actual to lh-agencia.
           write reg-tarifario from lin-header.
           perform emitir-patente
               varying ix-pat from 1 by 1
               until ix-pat > cant-patentes.
           perform emitir-tamano
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           perform emitir-regla
               varying ix-regla from 1 by 1
               until ix-regla > cant-reglas.
           perform emitir-feriado
               varying ix-feriado from 1 by 1
               until ix-feriado > cant-feriados.
           perform emitir-disponible
               varying ix-dsp from 1 by 1
               until ix-dsp > cant-disponibles.
           move cant-registros to lt-cant.
           write reg-tarifario from lin-trailer.
           close tarifario.

       emitir-patente.
           move tp-patente(ix-pat) to lp-patente.
           move tp-tamano(ix-pat) to lp-tamano.
           move tp-tarifa(ix-pat) to lp-tarifa.
           write reg-tarifario from lin-patente.
           add 1 to cant-registros.

       emitir-tamano.
           move tt-tamano(ix-tam) to lm-tamano.
           move tt-cantidad(ix-tam) to lm-cantidad.
           move tt-minima(ix-tam) to lm-minima.
           move tt-maxima(ix-tam) to lm-maxima.
           write reg-tarifario from lin-tamano.
           add 1 to cant-registros.

       emitir-regla.
           move rgl-tipo(ix-regla) to lr-tipo.
           move rgl-pct(ix-regla) to lr-pct.
           move rgl-sentido(ix-regla) to lr-sentido.
           move rgl-dias(ix-regla) to lr-dias.
           write reg-tarifario from lin-regla.
           add 1 to cant-registros.

       emitir-feriado.
           move fer-elem(ix-feriado) to lf-fecha.
           write reg-tarifario from lin-feriado.
           add 1 to cant-registros.

       emitir-disponible.
           move td-fecha(ix-dsp) to ld-fecha.
           move td-tamano(ix-dsp) to ld-tamano.
           move td-libres(ix-dsp) to ld-libres.
           write reg-tarifario from lin-disponible.
           add 1 to cant-registros.
