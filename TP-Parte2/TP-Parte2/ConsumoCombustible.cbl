       identification division.
       program-id. ConsumoCombustible.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Consumo de combustible por vehiculo para el mes pedido, a
      *> partir del registro de cargas con tarjeta que arma
      *> ImportarCombustible. El reporte tiene dos partes:
      *>   - las cargas observadas: cargas hechas en un dia en que
      *>     el auto estaba en el taller (calendario de
      *>     MantenimientoTaller) o parado sin ningun alquiler
      *>     aprobado o devuelto que cubra la fecha, cargas de mas
      *>     litros que el tanque (tanques.dat, o el parametro
      *>     CAPACIDAD-TANQUE) y cargas con un odometro menor al de
      *>     la carga anterior de la misma patente;
      *>   - el consumo por patente: cargas, litros, importe, los
      *>     kilometros recorridos en el mes (entre la menor y la
      *>     mayor lectura de odometro, sumando a las lecturas de
      *>     las tarjetas las de las devoluciones en odometro.dat)
      *>     y los litros cada 100 km.
      *> Agendado en MantenimientoAgenda: en modo desatendido toma
      *> el mes calendario anterior; por consola pide el periodo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cargas
           assign to disk "..\..\..\Entrada\cargas-combustible.dat"
           organization is indexed
           access mode is sequential
           record key is cco-clave
           file status is fs-cargas.

       select odometro
           assign to disk "..\..\..\Entrada\odometro.dat"
           organization is indexed
           access mode is sequential
           record key is odo-clave
           file status is fs-odometro.

       select tanques
           assign to disk "..\..\..\Entrada\tanques.dat"
           organization is indexed
           access mode is random
           record key is tan-patente
           file status is fs-tanques.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reporte
           assign to disk "..\..\..\Salida\consumo-combustible.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, las respuestas salen de aca
      *> y los ACCEPT no frenan la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd cargas
           label record is standard.
       01  rec-cargas.
           03  cco-clave.
               05  cco-patente     pic x(6).
               05  cco-fecha       pic 9(8).  *> AAAAMMDD
               05  cco-nro         pic 99.
           03  cco-tarjeta         pic x(16).
           03  cco-litros          pic 9(3)v99.
           03  cco-importe         pic 9(7)v99.
           03  cco-odometro        pic 9(7).

       fd odometro
           label record is standard.
       01  rec-odometro.
           03  odo-clave.
               05  odo-patente     pic x(6).
               05  odo-fecha-comp  pic 9(8).  *> AAAAMMDD
           03  odo-km              pic 9(7).

       fd tanques
           label record is standard.
       01  rec-tanques.
           03  tan-patente         pic x(6).
           03  tan-capacidad       pic 9(3).  *> litros

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
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-cargas            pic xx.
           88 ok-cco                   value "00".
           88 eof-cco                  value "10".
       01 fs-odometro          pic xx.
           88 ok-odo                   value "00".
           88 eof-odo                  value "10".
       01 fs-tanques           pic xx.
           88 ok-tan                   value "00".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).

       77 ws-exit               pic x.
       01 periodo-pedido        pic 9(6).  *> AAAAMM
       01 periodo-registro      pic 9(6).
       77 resto-periodo         pic 9(2).

      *> Capacidad por defecto (ObtenerParametro), la misma que usa
      *> DevolucionAlquileres para el cargo por combustible.
       01 nombre-parametro      pic x(20).
       01 default-parametro     pic s9(9)v99.
       01 valor-parametro       pic s9(9)v99.
       77 capacidad-tanque-def  pic 9(3)    value 050.
       77 capacidad-tanque      pic 9(3)    value zeroes.

       01 hay-tanques           pic x       value "N".
           88 tanques-abiertos         value "S".
       01 hay-alquileres        pic x       value "N".
           88 alquileres-abiertos      value "S".

      *> Control de cada carga
       01 patente-anterior      pic x(6)    value spaces.
       77 odometro-anterior     pic 9(7)    value zeroes.
       01 fecha-carga-ddmm      pic 9(8).
       01 en-taller             pic xx.
           88 carga-en-taller          value "si".
       01 alquiler-cubre        pic x.
           88 carga-con-alquiler       value "S".
       77 carga-num             pic 9(7).
       77 inicio-num            pic 9(7).
       77 fin-num               pic 9(7).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 tabla-consumo.
           03 tc-elem occurs 500 times.
               05 tc-patente       pic x(6).
               05 tc-cargas        pic 9(4).
               05 tc-litros        pic 9(6)v99.
               05 tc-importe       pic 9(9)v99.
               05 tc-km-min        pic 9(7).
               05 tc-km-max        pic 9(7).
       77 cant-consumo          pic 9(3)    value zeroes.
       77 max-consumo           pic 9(3)    value 500.
       77 ix-con                pic 9(3).
       77 pos-con               pic 9(3).
       01 patente-buscada       pic x(6).
       01 agregar-patente       pic x.
           88 se-agrega-patente        value "S".
       77 lectura-km            pic 9(7).
       77 km-recorridos         pic 9(7).
       77 litros-cada-100       pic 9(4)v99.

       77 cant-observadas       pic 9(5)    value zeroes.
       77 tot-cargas            pic 9(5)    value zeroes.
       77 tot-litros            pic 9(8)v99 value zeroes.
       77 tot-importe           pic 9(9)v99 value zeroes.
       77 tot-km                pic 9(9)    value zeroes.

       01 enc-cmb1.
           03 filler pic x(42) value
               "CONSUMO DE COMBUSTIBLE - Periodo          ".
           03 ec1-periodo       pic 9(6).

       01 enc-cmb2.
           03 filler pic x(100) value all "-".

       01 enc-observadas.
           03 filler pic x(40) value
               "CARGAS OBSERVADAS                       ".

       01 enc-observadas2.
           03 filler pic x(8)  value "Patente ".
           03 filler pic x(10) value "Fecha     ".
           03 filler pic x(18) value "Tarjeta           ".
           03 filler pic x(8)  value "Litros  ".
           03 filler pic x(12) value "Importe     ".
           03 filler pic x(9)  value "Odometro ".
           03 filler pic x(6)  value "Motivo".

       01 det-observada.
           03 do-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 do-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 do-tarjeta        pic x(16).
           03 filler pic x(2)  value spaces.
           03 do-litros         pic zz9.99.
           03 filler pic x(2)  value spaces.
           03 do-importe        pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 do-odometro       pic zzzzzz9.
           03 filler pic x(2)  value spaces.
           03 do-motivo         pic x(30).

       01 tot-observadas.
           03 filler pic x(20) value "CARGAS OBSERVADAS:  ".
           03 to-cant           pic zzzz9.

       01 enc-consumo.
           03 filler pic x(40) value
               "CONSUMO POR VEHICULO                    ".

       01 enc-consumo2.
           03 filler pic x(8)  value "Patente ".
           03 filler pic x(8)  value "Cargas  ".
           03 filler pic x(12) value "Litros      ".
           03 filler pic x(14) value "Importe       ".
           03 filler pic x(10) value "Km        ".
           03 filler pic x(10) value "L/100km".

       01 det-consumo.
           03 dc-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dc-cargas         pic zzz9.
           03 filler pic x(2)  value spaces.
           03 dc-litros         pic zzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dc-importe        pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dc-km             pic zzzzzz9.
           03 filler pic x(3)  value spaces.
           03 dc-consumo        pic zzz9.99.
           03 filler pic x(2)  value spaces.
           03 dc-observacion    pic x(20).

       01 tot-consumo.
           03 filler pic x(8)  value "TOTAL   ".
           03 tt-cargas         pic zzzz9.
           03 filler pic x(1)  value spaces.
           03 tt-litros         pic zzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 tt-importe        pic zzzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 tt-km             pic zzzzzzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           move "CAPACIDAD-TANQUE" to nombre-parametro.
           move capacidad-tanque-def to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to capacidad-tanque-def.
           perform abrir-archivos.
           perform listar-observadas.
           perform sumar-lecturas-devolucion.
           perform listar-consumo.
           perform cerrar-archivos.
           display "VEHICULOS:          " cant-consumo.
           display "CARGAS DEL PERIODO: " tot-cargas " por "
               tot-importe.
           display "CARGAS OBSERVADAS:  " cant-observadas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Sin tarjetas importadas no hay nada que listar; el
      *> maestro de tanques y los alquileres son opcionales para el
      *> control (sin ellos se usa la capacidad por defecto y no se
      *> marca el auto parado).
       abrir-archivos.
           open input cargas.
           if not ok-cco
               display "Error al abrir cargas de combustible fs: "
                 fs-cargas
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input tanques.
           if ok-tan
               move "S" to hay-tanques
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           move periodo-pedido to ec1-periodo.
           write reg-reporte from enc-cmb1.
           write reg-reporte from enc-cmb2.

      *> *
      *> CARGAS OBSERVADAS
      *>
      *> El registro viene ordenado por patente y fecha, asi que la
      *> carga anterior de la patente (aunque sea de otro mes) es
      *> la ultima leida.
       listar-observadas.
           write reg-reporte from enc-observadas.
           write reg-reporte from enc-observadas2.
           write reg-reporte from enc-cmb2.
           perform leer-carga.
           perform procesar-carga until eof-cco.
           write reg-reporte from enc-cmb2.
           move cant-observadas to to-cant.
           write reg-reporte from tot-observadas.
           move spaces to reg-reporte.
           write reg-reporte.

       leer-carga.
           read cargas.
           if fs-cargas is not equal to 00 and 10
               display "Error al leer cargas fs: " fs-cargas
           end-if.

       procesar-carga.
           if cco-patente is not equal to patente-anterior
               move cco-patente to patente-anterior
               move zeroes to odometro-anterior
           end-if.
           divide cco-fecha by 100
               giving periodo-registro remainder resto-periodo.
           if periodo-registro = periodo-pedido
               perform acumular-carga
               perform controlar-carga
           end-if.
           if cco-odometro > zeroes
               move cco-odometro to odometro-anterior
           end-if.
           perform leer-carga.

       acumular-carga.
           move cco-patente to patente-buscada.
           move "S" to agregar-patente.
           perform ubicar-patente.
           if pos-con > zeroes
               add 1 to tc-cargas(pos-con)
               add cco-litros to tc-litros(pos-con)
               add cco-importe to tc-importe(pos-con)
               move cco-odometro to lectura-km
               perform registrar-lectura
           end-if.
           add 1 to tot-cargas.
           add cco-litros to tot-litros.
           add cco-importe to tot-importe.

       controlar-carga.
           perform buscar-capacidad-tanque.
           if cco-litros > capacidad-tanque
               move "SUPERA LA CAPACIDAD DEL TANQUE" to do-motivo
               perform reportar-observada
           end-if.
           divide cco-fecha by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-carga-ddmm =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           call "AutoFueraDeServicio" using cco-patente,
               fecha-carga-ddmm, en-taller.
           if carga-en-taller
               move "VEHICULO EN TALLER" to do-motivo
               perform reportar-observada
           else
               perform verificar-alquiler
               if not carga-con-alquiler
                   move "VEHICULO SIN ALQUILER" to do-motivo
                   perform reportar-observada
               end-if
           end-if.
           if cco-odometro > zeroes
               and cco-odometro < odometro-anterior
               move "ODOMETRO MENOR AL ANTERIOR" to do-motivo
               perform reportar-observada
           end-if.

       buscar-capacidad-tanque.
           move capacidad-tanque-def to capacidad-tanque.
           if tanques-abiertos
               move cco-patente to tan-patente
               read tanques
                   invalid key continue
                   not invalid key
                       move tan-capacidad to capacidad-tanque
               end-read
           end-if.

      *> Un alquiler cubre desde su fecha hasta el dia de la
      *> devolucion prevista (fecha mas cantidad de dias). La
      *> clave lleva la fecha DDMMAAAA, asi que se recorren todos
      *> los alquileres de la patente.
       verificar-alquiler.
           move "S" to alquiler-cubre.
           if alquileres-abiertos
               move "N" to alquiler-cubre
               compute carga-num =
                   function integer-of-date(cco-fecha)
               move cco-patente to alq-patente
               move zeroes to alq-fecha
               start alquileresmae key is not less than alq-clave
                   invalid key move "10" to fs-alquileresmae
               end-start
               if ok-alq
                   perform leer-alquiler
                   perform evaluar-alquiler until eof-alq
                       or alq-patente is not equal to cco-patente
                       or carga-con-alquiler
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
               if carga-num is not less than inicio-num
                   and carga-num is not greater than fin-num
                   move "S" to alquiler-cubre
               end-if
           end-if.
           if not carga-con-alquiler
               perform leer-alquiler
           end-if.

       reportar-observada.
           move cco-patente to do-patente.
           move cco-fecha to do-fecha.
           move cco-tarjeta to do-tarjeta.
           move cco-litros to do-litros.
           move cco-importe to do-importe.
           move cco-odometro to do-odometro.
           write reg-reporte from det-observada.
           add 1 to cant-observadas.

      *> *
      *> LECTURAS DE LAS DEVOLUCIONES
      *>
      *> Solo completan el rango de kilometros de las patentes que
      *> cargaron combustible en el mes.
       sumar-lecturas-devolucion.
           open input odometro.
           if ok-odo
               perform leer-odometro
               perform procesar-odometro until eof-odo
               close odometro
           end-if.

       leer-odometro.
           read odometro.
           if fs-odometro is not equal to 00 and 10
               display "Error al leer odometro fs: " fs-odometro
           end-if.

       procesar-odometro.
           divide odo-fecha-comp by 100
               giving periodo-registro remainder resto-periodo.
           if periodo-registro = periodo-pedido
               move odo-patente to patente-buscada
               move "N" to agregar-patente
               perform ubicar-patente
               if pos-con > zeroes
                   move odo-km to lectura-km
                   perform registrar-lectura
               end-if
           end-if.
           perform leer-odometro.

       registrar-lectura.
           if lectura-km > zeroes
               if tc-km-min(pos-con) = zeroes
                   or lectura-km < tc-km-min(pos-con)
                   move lectura-km to tc-km-min(pos-con)
               end-if
               if lectura-km > tc-km-max(pos-con)
                   move lectura-km to tc-km-max(pos-con)
               end-if
           end-if.

       ubicar-patente.
           move zeroes to pos-con.
           perform buscar-patente
               varying ix-con from 1 by 1
               until ix-con > cant-consumo.
           if pos-con = zeroes and se-agrega-patente
               and cant-consumo < max-consumo
               add 1 to cant-consumo
               move cant-consumo to pos-con
               move patente-buscada to tc-patente(pos-con)
               move zeroes to tc-cargas(pos-con)
               move zeroes to tc-litros(pos-con)
               move zeroes to tc-importe(pos-con)
               move zeroes to tc-km-min(pos-con)
               move zeroes to tc-km-max(pos-con)
           end-if.

       buscar-patente.
           if tc-patente(ix-con) = patente-buscada
               move ix-con to pos-con
           end-if.

      *> *
      *> CONSUMO POR VEHICULO
      *>
       listar-consumo.
           write reg-reporte from enc-consumo.
           write reg-reporte from enc-consumo2.
           write reg-reporte from enc-cmb2.
           perform escribir-fila-consumo
               varying ix-con from 1 by 1
               until ix-con > cant-consumo.
           write reg-reporte from enc-cmb2.
           move tot-cargas to tt-cargas.
           move tot-litros to tt-litros.
           move tot-importe to tt-importe.
           move tot-km to tt-km.
           write reg-reporte from tot-consumo.

       escribir-fila-consumo.
           move tc-patente(ix-con) to dc-patente.
           move tc-cargas(ix-con) to dc-cargas.
           move tc-litros(ix-con) to dc-litros.
           move tc-importe(ix-con) to dc-importe.
           compute km-recorridos =
               tc-km-max(ix-con) - tc-km-min(ix-con).
           move km-recorridos to dc-km.
           if km-recorridos > zeroes
               compute litros-cada-100 rounded =
                   tc-litros(ix-con) * 100 / km-recorridos
                   on size error move 9999.99 to litros-cada-100
               end-compute
               move litros-cada-100 to dc-consumo
               move spaces to dc-observacion
           else
               move zeroes to dc-consumo
               move "SIN KM EN EL MES" to dc-observacion
           end-if.
           write reg-reporte from det-consumo.
           add km-recorridos to tot-km.

       cerrar-archivos.
           close cargas.
           close reporte.
           if tanques-abiertos
               close tanques
           end-if.
           if alquileres-abiertos
               close alquileresmae
           end-if.

       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               compute periodo-pedido =
                   anio-trabajo * 100 + mes-trabajo
           else
               display "Periodo a listar (AAAAMM): "
               accept periodo-pedido
           end-if.

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

      *> Reordena una fecha DDMMAAAA a AAAAMMDD.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
