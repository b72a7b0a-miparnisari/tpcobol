       identification division.
       program-id. SugerenciasReposicion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Sugerencias de reposicion entre sucursales, de la corrida
      *> nocturna: arma el mismo pronostico a 30 dias que
      *> PronosticoOcupacion (demanda comprometida contra flota neta
      *> de taller, por dia y por tamano) pero para cada sucursal a
      *> la vez, y para cada dia en que a una sucursal le faltan
      *> autos de un tamano propone que auto ocioso de otra
      *> sucursal mandarle antes de ese dia.
      *>
      *> La flota de cada sucursal sale de aut-sucursal, corregida
      *> por los alquileres de ida pendientes (desde su fecha de
      *> retorno) y por las ordenes de reposicion abiertas (sale del
      *> origen el dia de salida, entra al destino el dia de
      *> llegada prevista). La demanda y el taller cuentan en la
      *> sucursal donde va a estar el auto al empezar
      *> (UbicacionAuto).
      *>
      *> Un auto es ocioso si no tiene en todo el horizonte ningun
      *> alquiler, reserva, ventana de taller, alquiler de ida ni
      *> orden de reposicion. Se lo propone solo si la sucursal
      *> donde esta puede prescindir de el desde la salida hasta el
      *> fin del horizonte sin quedar ella en falta; una vez
      *> propuesto cuenta en el destino y deja de contar en el
      *> origen para las faltas siguientes. El viaje se estima en
      *> DIAS-TRASLADO-REPOS dias (ObtenerParametro), asi que las
      *> faltas de los primeros dias ya no se llegan a cubrir y solo
      *> se informan. Las ordenes se cargan a mano en
      *> OrdenesReposicion: esto es una sugerencia, no mueve nada.

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

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is sequential
           record key is res-clave
           file status is fs-reservas.

       select fuera-servicio
           assign to disk "..\..\..\Entrada\fuera-servicio.dat"
           organization is indexed
           access mode is sequential
           record key is fsv-clave
           file status is fs-fuera-servicio.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is sequential
           record key is sdv-clave
           file status is fs-suc-devol.

       select ordenes-reposicion
           assign to disk "..\..\..\Entrada\ordenes-reposicion.dat"
           organization is indexed
           access mode is sequential
           record key is orp-clave
           file status is fs-ordenes.

       select reporte
           assign to disk "..\..\..\Salida\sugerencias-reposicion.txt"
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
           03  aut-sucursal        pic 99.

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

       fd reservas
           label record is standard.
       01  rec-reservas.
           03  res-clave.
               05  res-patente     pic x(6).
               05  res-fecha       pic 9(8).
           03  res-tipo-doc        pic x.
           03  res-nro-doc         pic x(20).
           03  res-cantdias        pic 9(2).
           03  res-senia           pic 9(4)v99.
           03  res-estado          pic x.
               88  res-activa          value "A".
           03  res-pena-retenida   pic 9(4)v99.
           03  res-senia-devuelta  pic 9(4)v99.

       fd fuera-servicio
           label record is standard.
       01  rec-fuera-servicio.
           03  fsv-clave.
               05  fsv-patente     pic x(6).
               05  fsv-fecha-desde pic 9(8).
           03  fsv-fecha-hasta     pic 9(8).
           03  fsv-motivo          pic x(20).

       fd sucursal-devolucion
           label record is standard.
       01  rec-suc-devol.
           03  sdv-clave.
               05  sdv-patente     pic x(6).
               05  sdv-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  sdv-sucursal-retiro pic 99.
           03  sdv-sucursal-pactada pic 99.
           03  sdv-fecha-retorno   pic 9(8).  *> AAAAMMDD
           03  sdv-sucursal-real   pic 99.    *> 00 = no volvio
           03  sdv-tipo-doc        pic x.
           03  sdv-nro-doc         pic x(20).
           03  sdv-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  sdv-importe         pic 9(5)v99.
           03  sdv-estado          pic x.

       fd ordenes-reposicion
           label record is standard.
       01  rec-ordenes.
           03  orp-clave.
               05  orp-patente     pic x(6).
               05  orp-fecha-salida pic 9(8).  *> DDMMAAAA
           03  orp-sucursal-origen pic 99.
           03  orp-sucursal-destino pic 99.
           03  orp-fecha-llegada   pic 9(8).  *> DDMMAAAA, prevista
           03  orp-chofer          pic x(7).
           03  orp-estado          pic x.
               88  orp-en-traslado     value "T".
           03  orp-fecha-llegada-real pic 9(8). *> DDMMAAAA
           03  orp-operador        pic x(8).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(90).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 eof-auto                 value "10".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
           88 eof-res                  value "10".
       01 fs-fuera-servicio    pic xx.
           88 ok-fsv                   value "00".
           88 eof-fsv                  value "10".
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
           88 eof-sdv                  value "10".
       01 fs-ordenes           pic xx.
           88 ok-orp                   value "00".
           88 eof-orp                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

      *> Dias que tarda un traslado entre sucursales
      *> (ObtenerParametro).
       77 dias-traslado         pic 9(2)    value 01.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Flota en memoria: tamano, sucursal de hoy, si esta ociosa
      *> en todo el horizonte y si ya se la propuso mover.
       01 tabla-flota.
           03 tf-elem occurs 500 times.
               05 tf-patente       pic x(6).
               05 tf-tamano        pic x.
               05 tf-sucursal      pic 99.
               05 tf-ocioso        pic x.
               05 tf-propuesto     pic x.
       77 cant-flota            pic 9(3)    value zeroes.
       77 max-flota             pic 9(3)    value 500.
       77 ix-flo                pic 9(3).
       77 pos-flo               pic 9(3).
       01 tamano-hallado        pic x.
       01 sucursal-hallada      pic 99.
       01 patente-buscada       pic x(6).

      *> Diccionarios de tamanos y de sucursales.
       01 tabla-tamanos.
           03 tt-elem occurs 10 times.
               05 tt-tamano        pic x.
       77 cant-tamanos          pic 9(2)    value zeroes.
       77 max-tamanos           pic 9(2)    value 10.
       77 ix-tam                pic 9(2).
       77 pos-tam               pic 9(2).

       01 tabla-sucursales.
           03 ts-elem occurs 20 times.
               05 ts-sucursal      pic 99.
       77 cant-sucursales       pic 9(2)    value zeroes.
       77 max-sucursales        pic 9(2)    value 20.
       77 ix-suc                pic 9(2).
       77 pos-suc               pic 9(2).
       77 pos-suc-origen        pic 9(2).

      *> Matrices dia (1..30) x sucursal x tamano: autos disponibles
      *> (flota neta de taller y de movimientos) y demanda
      *> comprometida.
       01 matriz-disponible.
           03 mdi-dia occurs 30 times.
               05 mdi-suc occurs 20 times.
                   07 mdi-col occurs 10 times pic s9(3).
       01 matriz-demanda.
           03 mde-dia occurs 30 times.
               05 mde-suc occurs 20 times.
                   07 mde-col occurs 10 times pic 9(3).
       77 ix-dia                pic 9(2).
       77 ix-dia-margen         pic 9(2).
       77 dia-salida            pic s9(5).
       77 faltante              pic s9(3).
       77 margen-origen         pic s9(3).
       77 margen-dia            pic s9(3).
       77 delta-disponible      pic s9.
       01 hay-candidato         pic x.
           88 candidato-hallado        value "S".

       77 cant-faltas           pic 9(4)    value zeroes.
       77 cant-sugerencias      pic 9(4)    value zeroes.
       77 cant-sin-cubrir       pic 9(4)    value zeroes.

       77 fecha-hoy-num         pic 9(7).
       77 fecha-dia-num         pic 9(7).
       77 dia-relativo          pic s9(5).
       01 fecha-hoy             pic 9(8).
       01 fecha-dia-comp        pic 9(8).
       01 fecha-dia-ddmmaaaa    pic 9(8).
       01 fecha-inicio-ddmmaaaa pic 9(8).
       01 fd-aaaa               pic 9(4).
       01 fd-mm                 pic 9(2).
       01 fd-dd                 pic 9(2).
       01 fd-resto              pic 9(4).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       77 desde-num             pic 9(7).
       77 hasta-num             pic 9(7).
       77 dia-num-trabajo       pic 9(7).

       01 enc-sug1.
           03 filler pic x(46) value
               "SUGERENCIAS DE REPOSICION ENTRE SUCURSALES -  ".
           03 filler pic x(8)  value "Emitido ".
           03 es1-fecha         pic 9(8).

       01 enc-sug2.
           03 filler pic x(10) value "Falta el ".
           03 filler pic x(5)  value "Suc  ".
           03 filler pic x(3)  value "T  ".
           03 filler pic x(8)  value "Faltan  ".
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(7)  value "Desde  ".
           03 filler pic x(17) value "Salir a mas tardar".

       01 enc-sug3.
           03 filler pic x(90) value all "-".

       01 det-sug.
           03 ds-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 ds-sucursal       pic 99.
           03 filler pic x(3)  value spaces.
           03 ds-tamano         pic x.
           03 filler pic x(2)  value spaces.
           03 ds-faltante       pic zz9.
           03 filler pic x(5)  value spaces.
           03 ds-patente        pic x(6).
           03 filler pic x(3)  value spaces.
           03 ds-origen         pic 99.
           03 filler pic x(5)  value spaces.
           03 ds-salida         pic x(17).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "DIAS-TRASLADO-REPOS" to nombre-parametro.
           move dias-traslado to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-traslado.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           perform cargar-flota.
           perform acumular-demanda-maestro.
           perform acumular-demanda-reservas.
           perform acumular-fuera-servicio.
           perform acumular-devoluciones-ida.
           perform acumular-ordenes-reposicion.
           perform emitir-sugerencias.
           display "FALTAS DETECTADAS:    " cant-faltas.
           display "AUTOS A REPONER:      " cant-sugerencias.
           display "FALTAS SIN CUBRIR:    " cant-sin-cubrir.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Cada auto activo con sucursal cuenta como disponible en su
      *> sucursal los 30 dias; los movimientos y el taller se
      *> descuentan despues.
       cargar-flota.
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
           if aut-activo
               and aut-sucursal is not equal to zeroes
               and cant-flota < max-flota
               move aut-tamano to tamano-hallado
               perform ubicar-tamano
               move aut-sucursal to sucursal-hallada
               perform ubicar-sucursal
               if pos-tam > zeroes and pos-suc > zeroes
                   add 1 to cant-flota
                   move aut-patente to tf-patente(cant-flota)
                   move aut-tamano to tf-tamano(cant-flota)
                   move aut-sucursal to tf-sucursal(cant-flota)
                   move "S" to tf-ocioso(cant-flota)
                   move "N" to tf-propuesto(cant-flota)
                   move 1 to delta-disponible
                   move 1 to dia-salida
                   perform sumar-disponible-desde
               end-if
           end-if.
           perform leer-auto.

       ubicar-tamano.
           move zeroes to pos-tam.
           perform buscar-tamano
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           if pos-tam = zeroes and cant-tamanos < max-tamanos
               add 1 to cant-tamanos
               move cant-tamanos to pos-tam
               move tamano-hallado to tt-tamano(pos-tam)
           end-if.

       buscar-tamano.
           if tt-tamano(ix-tam) = tamano-hallado
               move ix-tam to pos-tam
           end-if.

       ubicar-sucursal.
           move zeroes to pos-suc.
           perform buscar-sucursal
               varying ix-suc from 1 by 1
               until ix-suc > cant-sucursales.
           if pos-suc = zeroes and cant-sucursales < max-sucursales
               and sucursal-hallada is not equal to zeroes
               add 1 to cant-sucursales
               move cant-sucursales to pos-suc
               move sucursal-hallada to ts-sucursal(pos-suc)
           end-if.

       buscar-sucursal.
           if ts-sucursal(ix-suc) = sucursal-hallada
               move ix-suc to pos-suc
           end-if.

       buscar-patente.
           move zeroes to pos-flo.
           perform chequear-flota
               varying ix-flo from 1 by 1
               until ix-flo > cant-flota.

       chequear-flota.
           if tf-patente(ix-flo) = patente-buscada
               move ix-flo to pos-flo
           end-if.

      *> Suma delta-disponible en la sucursal pos-suc y el tamano
      *> pos-tam desde el dia relativo dia-salida hasta el 30.
       sumar-disponible-desde.
           if dia-salida < 1
               move 1 to dia-salida
           end-if.
           perform sumar-disponible-dia
               varying ix-dia from dia-salida by 1 until ix-dia > 30.

       sumar-disponible-dia.
           add delta-disponible to mdi-col(ix-dia, pos-suc, pos-tam).

      *> Un auto con demanda, taller o movimiento dentro del
      *> horizonte deja de ser ocioso.
       marcar-ocupado.
           if hasta-num is not less than fecha-hoy-num
               and desde-num is not greater than fecha-hoy-num + 29
               move "N" to tf-ocioso(pos-flo)
           end-if.

      *> La demanda cuenta en la sucursal donde va a estar el auto
      *> el dia en que empieza.
       ubicar-demanda.
           move tf-tamano(pos-flo) to tamano-hallado.
           perform ubicar-tamano.
           call "UbicacionAuto" using patente-buscada,
               fecha-inicio-ddmmaaaa, tf-sucursal(pos-flo),
               sucursal-hallada.
           perform ubicar-sucursal.

       acumular-demanda-maestro.
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
           perform leer-alquiler.
           perform procesar-alquiler until eof-alq.
           close alquileresmae.

       leer-alquiler.
           read alquileresmae.
           if fs-alquileresmae is not equal to 00 and 10
               display "Error al leer alquileres fs: "
                 fs-alquileresmae
           end-if.

       procesar-alquiler.
           if alq-estado = "P" or alq-estado = "T"
               or alq-estado = "R"
               move alq-patente to patente-buscada
               move alq-fecha to fecha-inicio-ddmmaaaa
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               if alq-cantdias = zeroes
                   move desde-num to hasta-num
               else
                   compute hasta-num =
                       desde-num + alq-cantdias - 1
               end-if
               perform sumar-demanda-rango
           end-if.
           perform leer-alquiler.

       acumular-demanda-reservas.
           open input reservas.
           if ok-res
               perform leer-reserva
               perform procesar-reserva until eof-res
               close reservas
           end-if.

       leer-reserva.
           read reservas.
           if fs-reservas is not equal to 00 and 10
               display "Error al leer reservas fs: " fs-reservas
           end-if.

       procesar-reserva.
           if res-activa
               move res-patente to patente-buscada
               move res-fecha to fecha-inicio-ddmmaaaa
               move res-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               if res-cantdias = zeroes
                   move desde-num to hasta-num
               else
                   compute hasta-num =
                       desde-num + res-cantdias - 1
               end-if
               perform sumar-demanda-rango
           end-if.
           perform leer-reserva.

       sumar-demanda-rango.
           perform buscar-patente.
           if pos-flo > zeroes
               and hasta-num is not less than fecha-hoy-num
               and desde-num is not greater than fecha-hoy-num + 29
               perform marcar-ocupado
               perform ubicar-demanda
               if pos-suc > zeroes
                   perform sumar-demanda-dia
                       varying dia-num-trabajo from desde-num by 1
                       until dia-num-trabajo > hasta-num
               end-if
           end-if.

       sumar-demanda-dia.
           compute dia-relativo =
               dia-num-trabajo - fecha-hoy-num + 1.
           if dia-relativo >= 1 and dia-relativo <= 30
               add 1 to mde-col(dia-relativo, pos-suc, pos-tam)
           end-if.

       acumular-fuera-servicio.
           open input fuera-servicio.
           if ok-fsv
               perform leer-ventana
               perform procesar-ventana until eof-fsv
               close fuera-servicio
           end-if.

       leer-ventana.
           read fuera-servicio.
           if fs-fuera-servicio is not equal to 00 and 10
               display "Error al leer calendario de taller fs: "
                 fs-fuera-servicio
           end-if.

       procesar-ventana.
           move fsv-patente to patente-buscada.
           perform buscar-patente.
           if pos-flo > zeroes
               move fsv-fecha-desde to fecha-inicio-ddmmaaaa
               move fsv-fecha-desde to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               move fsv-fecha-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               compute hasta-num =
                   function integer-of-date(fecha-convertida)
               perform marcar-ocupado
               perform ubicar-demanda
               if pos-suc > zeroes
                   perform restar-fuera-dia
                       varying dia-num-trabajo from desde-num by 1
                       until dia-num-trabajo > hasta-num
               end-if
           end-if.
           perform leer-ventana.

       restar-fuera-dia.
           compute dia-relativo =
               dia-num-trabajo - fecha-hoy-num + 1.
           if dia-relativo >= 1 and dia-relativo <= 30
               subtract 1 from mdi-col(dia-relativo, pos-suc, pos-tam)
           end-if.

      *> Un alquiler de ida todavia en la calle saca el auto de la
      *> sucursal de hoy y lo pone en la pactada desde su fecha de
      *> retorno (o desde hoy, si ya esta atrasado).
       acumular-devoluciones-ida.
           open input sucursal-devolucion.
           if ok-sdv
               perform leer-devolucion-ida
               perform procesar-devolucion-ida until eof-sdv
               close sucursal-devolucion
           end-if.

       leer-devolucion-ida.
           read sucursal-devolucion.
           if fs-suc-devol is not equal to 00 and 10
               display "Error al leer sucursal de devolucion fs: "
                 fs-suc-devol
           end-if.

       procesar-devolucion-ida.
           move sdv-patente to patente-buscada.
           perform buscar-patente.
           if pos-flo > zeroes
               and sdv-sucursal-real = zeroes
               and sdv-sucursal-pactada is not equal to zeroes
               and sdv-fecha-retorno is not equal to zeroes
               move "N" to tf-ocioso(pos-flo)
               if sdv-sucursal-pactada is not equal to
                   tf-sucursal(pos-flo)
                   compute desde-num =
                       function integer-of-date(sdv-fecha-retorno)
                   compute dia-salida = desde-num - fecha-hoy-num + 1
                   move tf-sucursal(pos-flo) to sucursal-hallada
                   move -1 to delta-disponible
                   perform mover-disponible
                   move sdv-sucursal-pactada to sucursal-hallada
                   move 1 to delta-disponible
                   perform mover-disponible
               end-if
           end-if.
           perform leer-devolucion-ida.

       mover-disponible.
           move tf-tamano(pos-flo) to tamano-hallado.
           perform ubicar-tamano.
           perform ubicar-sucursal.
           if pos-suc > zeroes and dia-salida <= 30
               perform sumar-disponible-desde
           end-if.

      *> Una orden de reposicion abierta saca el auto del origen
      *> desde la salida y lo suma al destino desde la llegada
      *> prevista.
       acumular-ordenes-reposicion.
           open input ordenes-reposicion.
           if ok-orp
               perform leer-orden
               perform procesar-orden until eof-orp
               close ordenes-reposicion
           end-if.

       leer-orden.
           read ordenes-reposicion.
           if fs-ordenes is not equal to 00 and 10
               display "Error al leer ordenes de reposicion fs: "
                 fs-ordenes
           end-if.

       procesar-orden.
           move orp-patente to patente-buscada.
           perform buscar-patente.
           if pos-flo > zeroes and orp-en-traslado
               move "N" to tf-ocioso(pos-flo)
               move orp-fecha-salida to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               compute dia-salida = desde-num - fecha-hoy-num + 1
               move orp-sucursal-origen to sucursal-hallada
               move -1 to delta-disponible
               perform mover-disponible
               move orp-fecha-llegada to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               compute dia-salida = desde-num - fecha-hoy-num + 1
               move orp-sucursal-destino to sucursal-hallada
               move 1 to delta-disponible
               perform mover-disponible
           end-if.
           perform leer-orden.

      *> Recorre los 30 dias en orden: cada falta se cubre con los
      *> autos ociosos que haya, y lo que se propone ya cuenta para
      *> las faltas de los dias siguientes.
       emitir-sugerencias.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to es1-fecha.
           write reg-reporte from enc-sug1.
           write reg-reporte from enc-sug2.
           write reg-reporte from enc-sug3.
           perform revisar-dia
               varying ix-dia from 1 by 1 until ix-dia > 30.
           close reporte.

       revisar-dia.
           compute fecha-dia-num = fecha-hoy-num + ix-dia - 1.
           compute fecha-dia-comp =
               function date-of-integer(fecha-dia-num).
           divide fecha-dia-comp by 10000
               giving fd-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fd-mm remainder fd-dd.
           compute fecha-dia-ddmmaaaa =
               fd-dd * 1000000 + fd-mm * 10000 + fd-aaaa.
           perform revisar-sucursal
               varying pos-suc from 1 by 1
               until pos-suc > cant-sucursales.

       revisar-sucursal.
           perform revisar-tamano
               varying pos-tam from 1 by 1
               until pos-tam > cant-tamanos.

       revisar-tamano.
           compute faltante = mde-col(ix-dia, pos-suc, pos-tam)
               - mdi-col(ix-dia, pos-suc, pos-tam).
           if faltante > zeroes
               add 1 to cant-faltas
               move fecha-dia-ddmmaaaa to ds-fecha
               move ts-sucursal(pos-suc) to ds-sucursal
               move tt-tamano(pos-tam) to ds-tamano
               move faltante to ds-faltante
               compute dia-salida = ix-dia - dias-traslado
               if dia-salida < 1
                   move spaces to ds-patente
                   move zeroes to ds-origen
                   move "SIN TIEMPO" to ds-salida
                   write reg-reporte from det-sug
                   add 1 to cant-sin-cubrir
               else
                   move "S" to hay-candidato
                   perform cubrir-faltante
                       until faltante = zeroes
                           or not candidato-hallado
               end-if
           end-if.

       cubrir-faltante.
           perform buscar-candidato.
           if candidato-hallado
               perform proponer-candidato
           else
               move spaces to ds-patente
               move zeroes to ds-origen
               move "SIN AUTO OCIOSO" to ds-salida
               move faltante to ds-faltante
               write reg-reporte from det-sug
               add 1 to cant-sin-cubrir
           end-if.

       buscar-candidato.
           move "N" to hay-candidato.
           perform evaluar-candidato
               varying ix-flo from 1 by 1
               until ix-flo > cant-flota or candidato-hallado.

      *> El auto tiene que ser del tamano en falta, ocioso, no
      *> propuesto y de otra sucursal, y su sucursal tiene que
      *> seguir cubierta sin el desde la salida hasta el dia 30.
       evaluar-candidato.
           if tf-tamano(ix-flo) = tt-tamano(pos-tam)
               and tf-ocioso(ix-flo) = "S"
               and tf-propuesto(ix-flo) = "N"
               and tf-sucursal(ix-flo) is not equal to
                   ts-sucursal(pos-suc)
               move tf-sucursal(ix-flo) to sucursal-hallada
               perform ubicar-sucursal-origen
               if pos-suc-origen > zeroes
                   perform calcular-margen-origen
                   if margen-origen >= 1
                       move ix-flo to pos-flo
                       move "S" to hay-candidato
                   end-if
               end-if
           end-if.

       ubicar-sucursal-origen.
           move zeroes to pos-suc-origen.
           perform buscar-sucursal-origen
               varying ix-suc from 1 by 1
               until ix-suc > cant-sucursales.

       buscar-sucursal-origen.
           if ts-sucursal(ix-suc) = sucursal-hallada
               move ix-suc to pos-suc-origen
           end-if.

       calcular-margen-origen.
           move 999 to margen-origen.
           perform medir-margen-dia
               varying ix-dia-margen from dia-salida by 1
               until ix-dia-margen > 30.

       medir-margen-dia.
           compute margen-dia =
               mdi-col(ix-dia-margen, pos-suc-origen, pos-tam)
               - mde-col(ix-dia-margen, pos-suc-origen, pos-tam).
           if margen-dia < margen-origen
               move margen-dia to margen-origen
           end-if.

      *> El auto propuesto deja el origen el dia de salida y cubre
      *> el destino desde el dia de la falta.
       proponer-candidato.
           move "S" to tf-propuesto(pos-flo).
           move tf-patente(pos-flo) to ds-patente.
           move tf-sucursal(pos-flo) to ds-origen.
           move faltante to ds-faltante.
           compute fecha-dia-num = fecha-hoy-num + dia-salida - 1.
           compute fecha-dia-comp =
               function date-of-integer(fecha-dia-num).
           divide fecha-dia-comp by 10000
               giving fd-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fd-mm remainder fd-dd.
           move spaces to ds-salida.
           compute fecha-inicio-ddmmaaaa =
               fd-dd * 1000000 + fd-mm * 10000 + fd-aaaa.
           move fecha-inicio-ddmmaaaa to ds-salida(1:8).
           write reg-reporte from det-sug.
           add 1 to cant-sugerencias.
           subtract 1 from faltante.
           perform restar-origen-dia
               varying ix-dia-margen from dia-salida by 1
               until ix-dia-margen > 30.
           perform sumar-destino-dia
               varying ix-dia-margen from ix-dia by 1
               until ix-dia-margen > 30.

       restar-origen-dia.
           subtract 1 from
               mdi-col(ix-dia-margen, pos-suc-origen, pos-tam).

       sumar-destino-dia.
           add 1 to mdi-col(ix-dia-margen, pos-suc, pos-tam).

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
