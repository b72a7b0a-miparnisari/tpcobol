       identification division.
       program-id. ScorecardAgencias.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Tablero mensual de desempenio de las agencias socias, para
       *> las renegociaciones de comision y cupos: por agencia, lo
       *> del mes pedido contra el promedio de los tres meses
       *> anteriores. Junta lo que hoy esta repartido en varios
       *> historicos:
       *>
       *>   HISTAGENCIAS.dat       solicitudes recibidas (SO) y en
       *>                          cuarentena (CU), bajas (CA) y
       *>                          modificaciones (MO) aplicadas y
       *>                          promovidas de la lista de espera
       *>                          (PE), por fecha de corrida.
       *>   RECHAZADOS-HIST.dat    desempates de ParteA: perdidos
       *>                          (motivo 1 con la agencia) y ganados
       *>                          (la agencia como ganadora, una vez
       *>                          por clave disputada).
       *>   rechazos-historico.txt rechazos de Principal por motivo.
       *>   alquileres.dat         no-shows ("N"), ingresos y dias
       *>                          promedio de los alquileres del mes
       *>                          ("T", "D" y "N").
       *>
       *> Un historico que todavia no existe deja sus columnas en
       *> cero; sin maestro de alquileres no hay tablero.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select hist-agencias
           assign to disk "..\..\..\Files\HISTAGENCIAS.dat"
           organization is line sequential
           file status is fs-hist-agencias.

       select rechhist
           assign to disk "..\..\..\Files\RECHAZADOS-HIST.dat"
           organization is line sequential
           file status is fs-rechhist.

       select rechazos-historico
           assign to disk "..\..\..\Salida\rechazos-historico.txt"
           organization is line sequential
           file status is fs-rech-historico.

       select scorecard
           assign to disk "..\..\..\Salida\scorecard-agencias.txt"
           organization is line sequential
           file status is fs-scorecard.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, las respuestas salen de aca
      *> y los ACCEPT no frenan la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

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

       fd hist-agencias
           label record is standard.
       01  reg-hist-agencias.
           03  hag-fecha-corrida   pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  hag-agencia         pic 9.
           03  filler              pic x.
           03  hag-evento          pic x(2).
           03  filler              pic x.
           03  hag-cantidad        pic 9(6).

       fd rechhist
           label record is standard.
       01  reg-rechhist.
           03  rh-fecha-corrida    pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  rh-patente          pic x(6).
           03  filler              pic x.
           03  rh-fecha            pic 9(8).
           03  filler              pic x.
           03  rh-tipodoc          pic x.
           03  filler              pic x.
           03  rh-nrodoc           pic x(20).
           03  filler              pic x.
           03  rh-motivo           pic 9.
           03  filler              pic x.
           03  rh-agencia          pic 9.
           03  filler              pic x.
           03  rh-ganador          pic 9.
           03  filler              pic x.
           03  rh-cantdias         pic 9(2).

       fd rechazos-historico
           label record is standard.
       01  reg-rech-historico.
           03  rhist-fecha-corrida pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  rhist-patente       pic x(6).
           03  filler              pic x.
           03  rhist-fecha         pic 9(8).
           03  filler              pic x.
           03  rhist-tipo-doc      pic x.
           03  filler              pic x.
           03  rhist-nro-doc       pic x(20).
           03  filler              pic x.
           03  rhist-importe       pic 9(6)v99.
           03  filler              pic x.
           03  rhist-motivo        pic 99.
           03  filler              pic x.
           03  rhist-agencia       pic x.

       fd scorecard
           label record is standard.
       01  reg-scorecard           pic x(80).

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
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-hist-agencias     pic xx.
           88 ok-hag                   value "00".
           88 eof-hag                  value "10".

       01 fs-rechhist          pic xx.
           88 ok-rh                    value "00".
           88 eof-rh                   value "10".

       01 fs-rech-historico    pic xx.
           88 ok-rhist                 value "00".
           88 eof-rhist                value "10".

       01 fs-scorecard         pic xx.
           88 ok-sc                    value "00".

       77 ws-exit               pic x.

       01 mes-tablero           pic 9(2).
       01 anio-tablero          pic 9(4).

       *> Cada registro se ubica por su distancia en meses al mes
       *> pedido: 0 es el mes del tablero, 1 a 3 los anteriores
       *> (ix-mes 1 a 4); lo demas no entra.
       77 periodo-tablero       pic 9(6).
       77 periodo-registro      pic 9(6).
       77 distancia-meses       pic s9(6).
       77 ix-mes                pic 9.
       77 ix-agencia            pic 9.
       77 ix-motivo             pic 99.
       01 reg-aaaa              pic 9(4).
       01 reg-mm                pic 9(2).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).

       *> Clave de la ultima disputa contada como ganada: las lineas
       *> de los perdedores de un mismo desempate salen juntas.
       01 ultima-disputa.
           03 ud-fecha-corrida  pic 9(8)    value zeroes.
           03 ud-patente        pic x(6)    value spaces.
           03 ud-fecha          pic 9(8)    value zeroes.

       01 tabla-tablero.
           03 tt-agencia occurs 6 times.
               05 tt-mes occurs 4 times.
                   07 tt-recibidas     pic 9(6)    value zeroes.
                   07 tt-cuarentena    pic 9(6)    value zeroes.
                   07 tt-ganados       pic 9(6)    value zeroes.
                   07 tt-perdidos      pic 9(6)    value zeroes.
                   07 tt-promovidas    pic 9(6)    value zeroes.
                   07 tt-no-shows      pic 9(6)    value zeroes.
                   07 tt-bajas         pic 9(6)    value zeroes.
                   07 tt-modificadas   pic 9(6)    value zeroes.
                   07 tt-rechazos      pic 9(6)    value zeroes.
                   07 tt-alquileres    pic 9(6)    value zeroes.
                   07 tt-dias          pic 9(7)    value zeroes.
                   07 tt-ingresos      pic 9(9)v99 value zeroes.

       *> Rechazos de Principal del mes del tablero, por motivo.
       01 tabla-motivos.
           03 tm-agencia occurs 6 times.
               05 tm-motivo occurs 19 times pic 9(6) value zeroes.

       *> Valor del mes y promedio de los tres anteriores del
       *> indicador que se esta imprimiendo.
       77 valor-mes             pic 9(9)v99.
       77 valor-previo          pic 9(9)v99.
       77 suma-previa           pic 9(9)v99.
       77 dias-mes              pic 9(7).
       77 alq-mes               pic 9(6).
       77 variacion-pct         pic s9(5)v9.

       01 enc-sc1.
           03 filler pic x(35) value
               "TABLERO MENSUAL DE AGENCIAS  Mes: ".
           03 es1-mes           pic 9(2).
           03 filler pic x     value "/".
           03 es1-anio          pic 9(4).

       01 enc-sc2.
           03 filler pic x(9)  value "AGENCIA: ".
           03 es2-agencia       pic 9.

       01 enc-sc3.
           03 filler pic x(30) value "Indicador".
           03 filler pic x(15) value "      Mes".
           03 filler pic x(15) value "  Prom.3 ant.".
           03 filler pic x(10) value "   Var.%".

       01 enc-sc4.
           03 filler pic x(80) value all "-".

       01 det-sc.
           03 ds-indicador      pic x(30).
           03 ds-valor          pic zzzzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 ds-previo         pic zzzzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 ds-variacion      pic -----9.9.

       01 det-motivo.
           03 filler pic x(20) value "  Rechazos motivo ".
           03 dm-motivo         pic z9.
           03 filler pic x(8)  value spaces.
           03 dm-cant           pic zzzzzzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           compute periodo-tablero = anio-tablero * 12 + mes-tablero.
           perform acumular-alquileres.
           perform acumular-hist-agencias.
           perform acumular-desempates.
           perform acumular-rechazos.
           perform emitir-tablero.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> En modo desatendido (agenda nocturna) se arma el mes
      *> calendario anterior; por consola se pide como siempre.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               move mes-trabajo to mes-tablero
               move anio-trabajo to anio-tablero
           else
               display "Mes del tablero (MM): "
               accept mes-tablero
               display "Anio del tablero (AAAA): "
               accept anio-tablero
           end-if.

       *> alq-fecha se guarda DDMMAAAA (ver CLAVE-ALQ en ParteA).
       acumular-alquileres.
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           perform leer-alquileres.
           perform sumar-alquiler until eof-alq.
           close alquileresmae.

       leer-alquileres.
           read alquileresmae.
           if fs-alquileresmae is not equal to 00 and 10
               display "Error al leer alquileres fs: "
                 fs-alquileresmae
           end-if.

       sumar-alquiler.
           divide alq-fecha by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving reg-mm remainder reg-aaaa.
           perform ubicar-mes.
           if ix-mes > 0
               and alq-agencia >= 1 and alq-agencia <= 6
               and (alq-estado = "T" or alq-estado = "D"
                    or alq-estado = "N")
               add 1 to tt-alquileres(alq-agencia, ix-mes)
               add alq-cantdias to tt-dias(alq-agencia, ix-mes)
               add alq-importe to tt-ingresos(alq-agencia, ix-mes)
               if alq-estado = "N"
                   add 1 to tt-no-shows(alq-agencia, ix-mes)
               end-if
           end-if.
           perform leer-alquileres.

       acumular-hist-agencias.
           open input hist-agencias.
           if ok-hag
               perform leer-hist-agencias
               perform sumar-hist-agencias until eof-hag
               close hist-agencias
           end-if.

       leer-hist-agencias.
           read hist-agencias
               at end continue
           end-read.

       sumar-hist-agencias.
           if hag-fecha-corrida is numeric
               and hag-cantidad is numeric
               and hag-agencia >= 1 and hag-agencia <= 6
               divide hag-fecha-corrida by 10000
                   giving reg-aaaa remainder fec-resto
               divide fec-resto by 100 giving reg-mm
               perform ubicar-mes
               if ix-mes > 0
                   perform sumar-evento-agencia
               end-if
           end-if.
           perform leer-hist-agencias.

       sumar-evento-agencia.
           if hag-evento = "SO"
               add hag-cantidad to tt-recibidas(hag-agencia, ix-mes)
           else if hag-evento = "CU"
               add hag-cantidad to tt-cuarentena(hag-agencia, ix-mes)
           else if hag-evento = "PE"
               add hag-cantidad to tt-promovidas(hag-agencia, ix-mes)
           else if hag-evento = "CA"
               add hag-cantidad to tt-bajas(hag-agencia, ix-mes)
           else if hag-evento = "MO"
               add hag-cantidad
                   to tt-modificadas(hag-agencia, ix-mes)
           end-if.

      *> Motivo 1 es "clave ya aprobada por otra agencia": con
      *> ganador distinto de 9 la linea es un desempate perdido
      *> por rh-agencia y ganado por rh-ganador.
       acumular-desempates.
           open input rechhist.
           if ok-rh
               perform leer-rechhist
               perform sumar-desempate until eof-rh
               close rechhist
           end-if.

       leer-rechhist.
           read rechhist
               at end continue
           end-read.

       sumar-desempate.
           if rh-fecha-corrida is numeric
               and rh-motivo = 1 and rh-ganador is not equal to 9
               divide rh-fecha-corrida by 10000
                   giving reg-aaaa remainder fec-resto
               divide fec-resto by 100 giving reg-mm
               perform ubicar-mes
               if ix-mes > 0
                   perform sumar-disputa
               end-if
           end-if.
           perform leer-rechhist.

       sumar-disputa.
           if rh-agencia >= 1 and rh-agencia <= 6
               add 1 to tt-perdidos(rh-agencia, ix-mes)
           end-if.
           if rh-ganador >= 1 and rh-ganador <= 6
               and (rh-fecha-corrida is not equal to ud-fecha-corrida
                    or rh-patente is not equal to ud-patente
                    or rh-fecha is not equal to ud-fecha)
               add 1 to tt-ganados(rh-ganador, ix-mes)
               move rh-fecha-corrida to ud-fecha-corrida
               move rh-patente to ud-patente
               move rh-fecha to ud-fecha
           end-if.

      *> Las lineas anteriores a que el historico guardara la
      *> agencia la traen en blanco y no se pueden atribuir.
       acumular-rechazos.
           open input rechazos-historico.
           if ok-rhist
               perform leer-rech-historico
               perform sumar-rechazo until eof-rhist
               close rechazos-historico
           end-if.

       leer-rech-historico.
           move spaces to reg-rech-historico.
           read rechazos-historico
               at end continue
           end-read.

       sumar-rechazo.
           if rhist-fecha-corrida is numeric
               and rhist-agencia >= "1" and rhist-agencia <= "6"
               and rhist-motivo >= 1 and rhist-motivo <= 19
               divide rhist-fecha-corrida by 10000
                   giving reg-aaaa remainder fec-resto
               divide fec-resto by 100 giving reg-mm
               perform ubicar-mes
               move rhist-agencia to ix-agencia
               if ix-mes > 0
                   add 1 to tt-rechazos(ix-agencia, ix-mes)
               end-if
               if ix-mes = 1
                   add 1 to tm-motivo(ix-agencia, rhist-motivo)
               end-if
           end-if.
           perform leer-rech-historico.

       ubicar-mes.
           compute periodo-registro = reg-aaaa * 12 + reg-mm.
           compute distancia-meses =
               periodo-tablero - periodo-registro.
           if distancia-meses >= 0 and distancia-meses <= 3
               compute ix-mes = distancia-meses + 1
           else
               move 0 to ix-mes
           end-if.

       emitir-tablero.
           open output scorecard.
           if not ok-sc
               display "Error al abrir archivo scorecard fs: "
                 fs-scorecard
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move mes-tablero to es1-mes.
           move anio-tablero to es1-anio.
           write reg-scorecard from enc-sc1.
           write reg-scorecard from enc-sc4.
           perform emitir-agencia
               varying ix-agencia from 1 by 1 until ix-agencia > 6.
           close scorecard.

       emitir-agencia.
           move ix-agencia to es2-agencia.
           write reg-scorecard from enc-sc2.
           write reg-scorecard from enc-sc3.
           write reg-scorecard from enc-sc4.

           move "Solicitudes enviadas" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-enviadas
               varying ix-mes from 2 by 1 until ix-mes > 4.
           compute valor-mes = tt-recibidas(ix-agencia, 1)
               + tt-cuarentena(ix-agencia, 1).
           perform escribir-indicador.

           move "En cuarentena (pre-edit)" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-cuarentena
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-cuarentena(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Desempates ganados" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-ganados
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-ganados(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Desempates perdidos" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-perdidos
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-perdidos(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Promovidas de lista de espera" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-promovidas
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-promovidas(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "No-shows" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-no-shows
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-no-shows(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Cancelaciones" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-bajas
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-bajas(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Modificaciones" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-modificadas
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-modificadas(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Rechazos (Principal)" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-rechazos
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-rechazos(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           move "Ingresos" to ds-indicador.
           move zeroes to suma-previa.
           perform sumar-ingresos
               varying ix-mes from 2 by 1 until ix-mes > 4.
           move tt-ingresos(ix-agencia, 1) to valor-mes.
           perform escribir-indicador.

           *> El promedio de dias de los meses anteriores sale del
           *> total de dias sobre el total de alquileres de los tres.
           move "Dias promedio por alquiler" to ds-indicador.
           move zeroes to dias-mes.
           move zeroes to alq-mes.
           perform sumar-dias
               varying ix-mes from 2 by 1 until ix-mes > 4.
           if alq-mes > 0
               compute suma-previa rounded = dias-mes / alq-mes * 3
           else
               move zeroes to suma-previa
           end-if.
           if tt-alquileres(ix-agencia, 1) > 0
               compute valor-mes rounded = tt-dias(ix-agencia, 1)
                   / tt-alquileres(ix-agencia, 1)
           else
               move zeroes to valor-mes
           end-if.
           perform escribir-indicador.

           perform escribir-motivo
               varying ix-motivo from 1 by 1 until ix-motivo > 19.
           write reg-scorecard from enc-sc4.

       sumar-enviadas.
           add tt-recibidas(ix-agencia, ix-mes)
               tt-cuarentena(ix-agencia, ix-mes) to suma-previa.

       sumar-cuarentena.
           add tt-cuarentena(ix-agencia, ix-mes) to suma-previa.

       sumar-ganados.
           add tt-ganados(ix-agencia, ix-mes) to suma-previa.

       sumar-perdidos.
           add tt-perdidos(ix-agencia, ix-mes) to suma-previa.

       sumar-promovidas.
           add tt-promovidas(ix-agencia, ix-mes) to suma-previa.

       sumar-no-shows.
           add tt-no-shows(ix-agencia, ix-mes) to suma-previa.

       sumar-bajas.
           add tt-bajas(ix-agencia, ix-mes) to suma-previa.

       sumar-modificadas.
           add tt-modificadas(ix-agencia, ix-mes) to suma-previa.

       sumar-rechazos.
           add tt-rechazos(ix-agencia, ix-mes) to suma-previa.

       sumar-ingresos.
           add tt-ingresos(ix-agencia, ix-mes) to suma-previa.

       sumar-dias.
           add tt-dias(ix-agencia, ix-mes) to dias-mes.
           add tt-alquileres(ix-agencia, ix-mes) to alq-mes.

      *> Sin movimiento en los tres meses anteriores no hay contra
      *> que comparar y la variacion queda en cero.
       escribir-indicador.
           compute valor-previo rounded = suma-previa / 3.
           if valor-previo > 0
               compute variacion-pct rounded =
                   (valor-mes - valor-previo) * 100 / valor-previo
                   on size error move zeroes to variacion-pct
               end-compute
           else
               move zeroes to variacion-pct
           end-if.
           move valor-mes to ds-valor.
           move valor-previo to ds-previo.
           move variacion-pct to ds-variacion.
           write reg-scorecard from det-sc.

       escribir-motivo.
           if tm-motivo(ix-agencia, ix-motivo) > 0
               move ix-motivo to dm-motivo
               move tm-motivo(ix-agencia, ix-motivo) to dm-cant
               write reg-scorecard from det-motivo
           end-if.

      *> Mes y anio anteriores al corriente, para el modo
      *> desatendido de la agenda nocturna.
       derivar-mes-anterior.
           move function current-date(1:4) to anio-trabajo.
           move function current-date(5:2) to mes-trabajo.
           if mes-trabajo = 1
               move 12 to mes-trabajo
               subtract 1 from anio-trabajo
           else
               subtract 1 from mes-trabajo
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
