       identification division.
       program-id. InformeCampanias.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Resultado de las campanias promocionales: por cada campania
      *> del maestro (MantenimientoCampanias), los usos y el
      *> descuento otorgado que fue consumiendo AplicarCampania
      *> contra el tope, y el ingreso de los alquileres elegibles
      *> (mismo tamano, marca y agencia que pide la campania, usen o
      *> no el codigo) dentro de la vigencia, comparado con el
      *> ingreso de los alquileres elegibles en un periodo de la
      *> misma cantidad de dias inmediatamente anterior al inicio
      *> de la campania. La diferencia es el ingreso incremental:
      *> cuanto se vendio de mas (o de menos) con la campania en la
      *> calle, ya neto del descuento. Los alquileres rechazados y
      *> los no-show no cuentan.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select campanias
           assign to disk "..\..\..\Entrada\campanias.dat"
           organization is indexed
           access mode is sequential
           record key is cam-codigo
           file status is fs-campanias.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select reporte
           assign to disk "..\..\..\Salida\informe-campanias.txt"
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

       fd campanias
           label record is standard.
       01  rec-campanias.
           03  cam-codigo          pic x(8).
           03  cam-descripcion     pic x(20).
           03  cam-estado          pic x.
           03  cam-desde           pic 9(8).  *> AAAAMMDD
           03  cam-hasta           pic 9(8).  *> AAAAMMDD
           03  cam-tamano          pic x.     *> blanco = todos
           03  cam-marca           pic x(20). *> blanco = todas
           03  cam-agencia         pic x.     *> blanco = todas
           03  cam-tipo            pic x.
           03  cam-valor           pic 9(6)v99.
           03  cam-tope            pic 9(7)v99. *> 0 = sin tope
           03  cam-consumido       pic 9(7)v99.
           03  cam-usos            pic 9(5).

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
           03  aut-sucursal        pic 99.

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(110).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-campanias         pic xx.
           88 ok-cam                   value "00".
           88 eof-cam                  value "10".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-autos             pic xx.
           88 ok-aut                   value "00".
       01 hay-autos            pic x       value "N".
           88 autos-abiertos           value "S".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).

      *> Campanias del maestro con sus dos ventanas (vigencia y
      *> periodo base anterior) y los acumulados de cada una.
       77 cant-campanias        pic 99      value zeroes.
       77 max-campanias         pic 99      value 50.
       01 tabla-campanias.
           03 tc-elem occurs 50 times.
               05 tc-codigo        pic x(8).
               05 tc-descripcion   pic x(20).
               05 tc-estado        pic x.
               05 tc-desde         pic 9(8).
               05 tc-hasta         pic 9(8).
               05 tc-base-desde    pic 9(8).
               05 tc-base-hasta    pic 9(8).
               05 tc-tamano        pic x.
               05 tc-marca         pic x(20).
               05 tc-agencia       pic x.
               05 tc-tope          pic 9(7)v99.
               05 tc-consumido     pic 9(7)v99.
               05 tc-usos          pic 9(5).
               05 tc-cant-camp     pic 9(5).
               05 tc-ingreso-camp  pic 9(9)v99.
               05 tc-cant-base     pic 9(5).
               05 tc-ingreso-base  pic 9(9)v99.
       77 ix-cam                pic 99.

       77 dias-vigencia         pic 9(5).
       77 desde-num             pic 9(7).
       77 base-num              pic 9(7).
       01 alq-fecha-comp        pic 9(8).
       01 agencia-alfa          pic x.
       01 hay-auto              pic x.
           88 auto-encontrado          value "S".
       77 saldo-tope            pic s9(7)v99.
       77 incremental           pic s9(9)v99.

       77 tot-usos              pic 9(7)    value zeroes.
       77 tot-descuento         pic 9(9)v99 value zeroes.
       77 tot-incremental       pic s9(9)v99 value zeroes.

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 enc-inf1.
           03 filler pic x(44) value
               "RESULTADO DE CAMPANIAS PROMOCIONALES - Fecha".
           03 filler pic x      value spaces.
           03 ei1-fecha         pic 9(8).

       01 enc-inf2.
           03 filler pic x(10) value "Codigo".
           03 filler pic x(22) value "Descripcion".
           03 filler pic x(20) value "Vigencia".
           03 filler pic x(8)  value "   Usos".
           03 filler pic x(14) value "    Descuento".
           03 filler pic x(14) value "         Tope".
           03 filler pic x(14) value "        Saldo".
           03 filler pic x(2)  value " E".

       01 enc-inf3.
           03 filler pic x(110) value all "-".

       01 det-inf1.
           03 di1-codigo        pic x(8).
           03 filler pic x(2)  value spaces.
           03 di1-descripcion   pic x(20).
           03 filler pic x(2)  value spaces.
           03 di1-desde         pic 9(8).
           03 filler pic x(1)  value "-".
           03 di1-hasta         pic 9(8).
           03 filler pic x(3)  value spaces.
           03 di1-usos          pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 di1-descuento     pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 di1-tope          pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 di1-saldo         pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 di1-estado        pic x.

       01 det-inf2.
           03 filler pic x(10) value spaces.
           03 filler pic x(11) value "Campania: ".
           03 di2-cant-camp     pic zzzz9.
           03 filler pic x(5)  value " alq ".
           03 di2-ingreso-camp  pic zzzzzzzz9.99.
           03 filler pic x(15) value "  Base previa: ".
           03 di2-cant-base     pic zzzz9.
           03 filler pic x(5)  value " alq ".
           03 di2-ingreso-base  pic zzzzzzzz9.99.
           03 filler pic x(15) value "  Incremental: ".
           03 di2-incremental   pic -(9)9.99.

       01 det-inf3.
           03 filler pic x(10) value spaces.
           03 filler pic x(19) value "Periodo base: ".
           03 di3-base-desde    pic 9(8).
           03 filler pic x(1)  value "-".
           03 di3-base-hasta    pic 9(8).

       01 tot-inf.
           03 filler pic x(17) value "TOTAL CAMPANIAS: ".
           03 ti-cant           pic z9.
           03 filler pic x(9)  value "   Usos: ".
           03 ti-usos           pic zzzzzz9.
           03 filler pic x(14) value "   Descuento: ".
           03 ti-descuento      pic zzzzzzzz9.99.
           03 filler pic x(16) value "   Incremental: ".
           03 ti-incremental    pic -(9)9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           perform cargar-campanias.
           perform acumular-alquileres.
           perform listar-campania
               varying ix-cam from 1 by 1 until ix-cam > cant-campanias.
           write reg-reporte from enc-inf3.
           move cant-campanias to ti-cant.
           move tot-usos to ti-usos.
           move tot-descuento to ti-descuento.
           move tot-incremental to ti-incremental.
           write reg-reporte from tot-inf.
           perform cerrar-archivos.
           display "CAMPANIAS INFORMADAS: " cant-campanias.
           display "DESCUENTO OTORGADO:   " tot-descuento.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

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
           move fecha-hoy to ei1-fecha.
           write reg-reporte from enc-inf1.
           write reg-reporte from enc-inf2.
           write reg-reporte from enc-inf3.
           *> sin maestro de autos no se puede filtrar por tamano
           *> ni marca: solo cuentan las campanias sin esos filtros
           open input autos.
           if ok-aut
               move "S" to hay-autos
           end-if.

       cerrar-archivos.
           if autos-abiertos
               close autos
           end-if.
           close reporte.

      *> Sin maestro de campanias el informe sale vacio.
       cargar-campanias.
           open input campanias.
           if ok-cam
               perform leer-campania
               perform registrar-campania until eof-cam
               close campanias
           end-if.

       leer-campania.
           read campanias next record
               at end continue
           end-read.

      *> El periodo base termina el dia anterior al inicio de la
      *> campania y dura lo mismo que la vigencia.
       registrar-campania.
           if cant-campanias < max-campanias
               add 1 to cant-campanias
               move cam-codigo to tc-codigo(cant-campanias)
               move cam-descripcion to tc-descripcion(cant-campanias)
               move cam-estado to tc-estado(cant-campanias)
               move cam-desde to tc-desde(cant-campanias)
               move cam-hasta to tc-hasta(cant-campanias)
               move cam-tamano to tc-tamano(cant-campanias)
               move cam-marca to tc-marca(cant-campanias)
               move cam-agencia to tc-agencia(cant-campanias)
               move cam-tope to tc-tope(cant-campanias)
               move cam-consumido to tc-consumido(cant-campanias)
               move cam-usos to tc-usos(cant-campanias)
               move zeroes to tc-cant-camp(cant-campanias)
               move zeroes to tc-ingreso-camp(cant-campanias)
               move zeroes to tc-cant-base(cant-campanias)
               move zeroes to tc-ingreso-base(cant-campanias)
               compute desde-num = function integer-of-date(cam-desde)
               compute dias-vigencia =
                   function integer-of-date(cam-hasta) - desde-num + 1
               compute base-num = desde-num - 1
               compute tc-base-hasta(cant-campanias) =
                   function date-of-integer(base-num)
               compute base-num = desde-num - dias-vigencia
               compute tc-base-desde(cant-campanias) =
                   function date-of-integer(base-num)
           end-if.
           perform leer-campania.

       acumular-alquileres.
           if cant-campanias > zeroes
               open input alquileresmae
               if ok-alq
                   perform leer-alquiler
                   perform evaluar-alquiler until eof-alq
                   close alquileresmae
               end-if
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

      *> Rechazados por el supervisor ("X") y no-show ("N") no son
      *> ingreso de nadie.
       evaluar-alquiler.
           if alq-estado is not equal to "X"
               and alq-estado is not equal to "N"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               move alq-agencia to agencia-alfa
               perform buscar-auto
               perform comparar-campania
                   varying ix-cam from 1 by 1
                   until ix-cam > cant-campanias
           end-if.
           perform leer-alquiler.

       buscar-auto.
           move "N" to hay-auto.
           if autos-abiertos
               move alq-patente to aut-patente
               read autos
                   invalid key continue
                   not invalid key move "S" to hay-auto
               end-read
           end-if.

       comparar-campania.
           if (tc-agencia(ix-cam) = space
                   or tc-agencia(ix-cam) = agencia-alfa)
               and (tc-tamano(ix-cam) = space
                   or (auto-encontrado
                       and tc-tamano(ix-cam) = aut-tamano))
               and (tc-marca(ix-cam) = spaces
                   or (auto-encontrado
                       and tc-marca(ix-cam) = aut-marca))
               perform acumular-ventana
           end-if.

       acumular-ventana.
           if alq-fecha-comp not < tc-desde(ix-cam)
               and alq-fecha-comp not > tc-hasta(ix-cam)
               add 1 to tc-cant-camp(ix-cam)
               add alq-importe to tc-ingreso-camp(ix-cam)
           else if alq-fecha-comp not < tc-base-desde(ix-cam)
               and alq-fecha-comp not > tc-base-hasta(ix-cam)
               add 1 to tc-cant-base(ix-cam)
               add alq-importe to tc-ingreso-base(ix-cam)
           end-if.

       listar-campania.
           move tc-codigo(ix-cam) to di1-codigo.
           move tc-descripcion(ix-cam) to di1-descripcion.
           move tc-desde(ix-cam) to di1-desde.
           move tc-hasta(ix-cam) to di1-hasta.
           move tc-usos(ix-cam) to di1-usos.
           move tc-consumido(ix-cam) to di1-descuento.
           move tc-tope(ix-cam) to di1-tope.
           if tc-tope(ix-cam) > zeroes
               compute saldo-tope =
                   tc-tope(ix-cam) - tc-consumido(ix-cam)
               if saldo-tope < zeroes
                   move zeroes to saldo-tope
               end-if
           else
               move zeroes to saldo-tope
           end-if.
           move saldo-tope to di1-saldo.
           move tc-estado(ix-cam) to di1-estado.
           write reg-reporte from det-inf1.
           move tc-base-desde(ix-cam) to di3-base-desde.
           move tc-base-hasta(ix-cam) to di3-base-hasta.
           write reg-reporte from det-inf3.
           compute incremental =
               tc-ingreso-camp(ix-cam) - tc-ingreso-base(ix-cam).
           move tc-cant-camp(ix-cam) to di2-cant-camp.
           move tc-ingreso-camp(ix-cam) to di2-ingreso-camp.
           move tc-cant-base(ix-cam) to di2-cant-base.
           move tc-ingreso-base(ix-cam) to di2-ingreso-base.
           move incremental to di2-incremental.
           write reg-reporte from det-inf2.
           add tc-usos(ix-cam) to tot-usos.
           add tc-consumido(ix-cam) to tot-descuento.
           add incremental to tot-incremental.

      *> Reordena una fecha DDMMAAAA del maestro de alquileres a
      *> AAAAMMDD para compararla contra la vigencia.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

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
