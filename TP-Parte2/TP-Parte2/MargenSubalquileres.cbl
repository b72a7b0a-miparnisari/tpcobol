       identification division.
       program-id. MargenSubalquileres.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Margen de los subalquileres (Subalquileres): por cada auto
      *> de tercero y periodo, lo que el proveedor nos cobra (dias
      *> del periodo por el costo diario) contra lo que facturamos a
      *> los clientes por alquileres de esa patente dentro del
      *> periodo (alquileresmae con numero de factura), mas lo
      *> aprobado o devuelto que todavia no se facturo. Un periodo
      *> con margen negativo se marca como perdida: el faltante de
      *> flota se cubrio, pero costo plata.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select subalquileres
           assign to disk "..\..\..\Entrada\subalquileres.dat"
           organization is indexed
           access mode is sequential
           record key is sba-clave
           file status is fs-subalquileres.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reporte
           assign to disk "..\..\..\Salida\margen-subalquileres.txt"
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

       fd subalquileres
           label record is standard.
       01  rec-subalquileres.
           03  sba-clave.
               05  sba-patente     pic x(6).
               05  sba-fecha-desde pic 9(8).  *> DDMMAAAA
           03  sba-fecha-hasta     pic 9(8).  *> DDMMAAAA
           03  sba-proveedor       pic x(20).
           03  sba-costo-dia       pic 9(5)v99.
           03  sba-sucursal        pic 99.
           03  sba-estado          pic x.
               88  sba-vigente         value "A".
           03  sba-operador        pic x(8).

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
       01 fs-subalquileres     pic xx.
           88 ok-sba                   value "00".
           88 eof-sba                  value "10".
       01 hay-subalquileres    pic x       value "N".
           88 subalquileres-abiertos   value "S".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 hay-alquileres       pic x       value "N".
           88 alquileres-abiertos      value "S".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

       77 dias-periodo          pic 9(5).
       77 costo-periodo         pic 9(9)v99.
       77 facturado-periodo     pic 9(9)v99.
       77 pendiente-periodo     pic 9(9)v99.
       77 margen-periodo        pic s9(9)v99.
       77 cant-periodos         pic 9(5)    value zeroes.
       77 cant-perdidas         pic 9(5)    value zeroes.
       77 tot-costo             pic 9(11)v99 value zeroes.
       77 tot-facturado         pic 9(11)v99 value zeroes.
       77 tot-pendiente         pic 9(11)v99 value zeroes.
       77 tot-margen            pic s9(11)v99 value zeroes.

       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       01 desde-comp            pic 9(8).
       01 hasta-comp            pic 9(8).
       01 alq-fecha-comp        pic 9(8).
       77 desde-num             pic 9(7).
       77 hasta-num             pic 9(7).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 fd-resto              pic 9(4).

       01 enc-mar1.
           03 filler pic x(40) value
               "MARGEN DE SUBALQUILERES - Emitido       ".
           03 em1-fecha         pic 9(8).

       01 enc-mar2.
           03 filler pic x(8)  value "Patente ".
           03 filler pic x(9)  value "Desde    ".
           03 filler pic x(9)  value "Hasta    ".
           03 filler pic x(5)  value "Dias ".
           03 filler pic x(21) value "Proveedor            ".
           03 filler pic x(12) value "   Costo    ".
           03 filler pic x(12) value " Facturado  ".
           03 filler pic x(12) value " Sin fact.  ".
           03 filler pic x(12) value "   Margen".

       01 enc-mar3.
           03 filler pic x(100) value all "-".

       01 det-mar.
           03 dm-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dm-desde          pic 9(8).
           03 filler pic x     value space.
           03 dm-hasta          pic 9(8).
           03 filler pic x     value space.
           03 dm-dias           pic zzz9.
           03 filler pic x     value space.
           03 dm-proveedor      pic x(20).
           03 filler pic x     value space.
           03 dm-costo          pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dm-facturado      pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dm-pendiente      pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dm-margen         pic -zzzzzz9.99.
           03 filler pic x     value space.
           03 dm-marca          pic x(7).

       01 tot-mar1.
           03 filler pic x(22) value "Periodos:             ".
           03 tm1-cant          pic zzzz9.
           03 filler pic x(22) value "   Con perdida:       ".
           03 tm1-perdidas      pic zzzz9.

       01 tot-mar2.
           03 filler pic x(22) value "Costo proveedores:    ".
           03 tm2-costo         pic zzzzzzzzzz9.99.
           03 filler pic x(16) value "   Facturado:   ".
           03 tm2-facturado     pic zzzzzzzzzz9.99.

       01 tot-mar3.
           03 filler pic x(22) value "Sin facturar:         ".
           03 tm3-pendiente     pic zzzzzzzzzz9.99.
           03 filler pic x(16) value "   Margen:      ".
           03 tm3-margen        pic -zzzzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           perform abrir-archivos.
           if subalquileres-abiertos
               perform leer-subalquiler
               perform procesar-subalquiler until eof-sba
           end-if.
           perform escribir-totales.
           perform cerrar-archivos.
           display "PERIODOS DE SUBALQUILER:  " cant-periodos.
           display "PERIODOS CON PERDIDA:     " cant-perdidas.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Sin subalquileres cargados no hay nada que medir: el
      *> reporte sale con los totales en cero.
       abrir-archivos.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy-ddmmaaaa to em1-fecha.
           write reg-reporte from enc-mar1.
           write reg-reporte from enc-mar2.
           write reg-reporte from enc-mar3.
           open input subalquileres.
           if ok-sba
               move "S" to hay-subalquileres
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.

       cerrar-archivos.
           close reporte.
           if subalquileres-abiertos
               close subalquileres
           end-if.
           if alquileres-abiertos
               close alquileresmae
           end-if.

       leer-subalquiler.
           read subalquileres.
           if fs-subalquileres is not equal to 00 and 10
               display "Error al leer subalquileres fs: "
                 fs-subalquileres
           end-if.

       procesar-subalquiler.
           if sba-vigente
               add 1 to cant-periodos
               move sba-fecha-desde to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to desde-comp
               compute desde-num =
                   function integer-of-date(fecha-convertida)
               move sba-fecha-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to hasta-comp
               compute hasta-num =
                   function integer-of-date(fecha-convertida)
               compute dias-periodo = hasta-num - desde-num + 1
               compute costo-periodo = dias-periodo * sba-costo-dia
               move zeroes to facturado-periodo
               move zeroes to pendiente-periodo
               perform sumar-alquileres-patente
               compute margen-periodo =
                   facturado-periodo - costo-periodo
               perform escribir-periodo
           end-if.
           perform leer-subalquiler.

      *> Los alquileres de la patente con fecha dentro del periodo:
      *> lo facturado tiene numero de factura; lo aprobado o
      *> devuelto sin factura es margen que todavia no entro.
       sumar-alquileres-patente.
           if alquileres-abiertos
               move sba-patente to alq-patente
               move zeroes to alq-fecha
               start alquileresmae key is not less than alq-clave
                   invalid key move "10" to fs-alquileresmae
               end-start
               if ok-alq
                   perform leer-alquiler
                   perform acumular-alquiler until eof-alq
                       or alq-patente is not equal to sba-patente
               end-if
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       acumular-alquiler.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to alq-fecha-comp.
           if alq-fecha-comp is not less than desde-comp
               and alq-fecha-comp is not greater than hasta-comp
               if alq-factura > zeroes
                   add alq-importe to facturado-periodo
               else if alq-estado = "T" or alq-estado = "D"
                   add alq-importe to pendiente-periodo
               end-if
           end-if.
           perform leer-alquiler.

       escribir-periodo.
           move sba-patente to dm-patente.
           move sba-fecha-desde to dm-desde.
           move sba-fecha-hasta to dm-hasta.
           move dias-periodo to dm-dias.
           move sba-proveedor to dm-proveedor.
           move costo-periodo to dm-costo.
           move facturado-periodo to dm-facturado.
           move pendiente-periodo to dm-pendiente.
           move margen-periodo to dm-margen.
           if margen-periodo < zeroes
               move "PERDIDA" to dm-marca
               add 1 to cant-perdidas
           else
               move spaces to dm-marca
           end-if.
           write reg-reporte from det-mar.
           add costo-periodo to tot-costo.
           add facturado-periodo to tot-facturado.
           add pendiente-periodo to tot-pendiente.
           add margen-periodo to tot-margen.

       escribir-totales.
           write reg-reporte from enc-mar3.
           move cant-periodos to tm1-cant.
           move cant-perdidas to tm1-perdidas.
           write reg-reporte from tot-mar1.
           move tot-costo to tm2-costo.
           move tot-facturado to tm2-facturado.
           write reg-reporte from tot-mar2.
           move tot-pendiente to tm3-pendiente.
           move tot-margen to tm3-margen.
           write reg-reporte from tot-mar3.

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

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para comparar y para
      *> FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
