       identification division.
       program-id. HojaDeRuta.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Paso nocturno que deja armado el despacho de la manana: el
      *> despachante llamaba a cada chofer para decirle que auto
      *> retirar y a que cliente llevarlo, con datos que ya estan en
      *> el maestro de alquileres. Salen dos listados para la fecha
      *> de despacho (hoy mas DIAS-ADELANTO-HOJA, porque la corrida
      *> es la noche anterior):
      *>   - hojas-de-ruta.txt: una hoja por legajo con los
      *>     alquileres aprobados ("T") que arrancan ese dia, con el
      *>     vehiculo, la direccion y el telefono del cliente
      *>     (BuscarDatosCliente), el numero de contrato emitido y
      *>     los dias. Sale en orden de legajo por la clave
      *>     alternativa alq-chofer.
      *>   - tablero-despacho.txt: por sucursal, las salidas del
      *>     dia, las devoluciones esperadas (alq-fecha mas
      *>     alq-cantdias) y los autos que siguen afuera con la
      *>     devolucion vencida. Se arma con un sort por sucursal y
      *>     seccion.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select contratos-emitidos
           assign to disk "..\..\..\Entrada\contratos-emitidos.dat"
           organization is indexed
           access mode is random
           record key is ctr-clave
           file status is fs-contratos-emitidos.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is random
           record key is suc-codigo
           file status is fs-sucursales.

       select hojas
           assign to disk "..\..\..\Salida\hojas-de-ruta.txt"
           organization is line sequential
           file status is fs-hojas.

       select tablero
           assign to disk "..\..\..\Salida\tablero-despacho.txt"
           organization is line sequential
           file status is fs-tablero.

       select temporal
           assign to disk "..\..\..\Salida\tablero-despacho.tmp".

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
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

       fd contratos-emitidos
           label record is standard.
       01  rec-contratos-emitidos.
           03  ctr-clave.
               05  ctr-patente     pic x(6).
               05  ctr-fecha       pic 9(8).
           03  ctr-nro             pic 9(6).
           03  ctr-fecha-emision   pic 9(8).  *> AAAAMMDD

       fd sucursales
           label record is standard.
       01  rec-sucursales.
           03  suc-codigo          pic 99.
           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       fd hojas
           label record is standard.
       01  reg-hojas               pic x(80).

       fd tablero
           label record is standard.
       01  reg-tablero             pic x(80).

      *> Seccion del tablero: 1 = sale hoy, 2 = vuelve hoy,
      *> 3 = devolucion vencida.
       sd temporal
           data record is reg-temporal-tab.
       01  reg-temporal-tab.
           03  temp-tab-clave.
               05  temp-sucursal   pic 99.
               05  temp-seccion    pic 9.
               05  temp-fin-comp   pic 9(8).  *> AAAAMMDD
               05  temp-patente    pic x(6).
           03  temp-fecha          pic 9(8).  *> DDMMAAAA
           03  temp-cantdias       pic 9(2).
           03  temp-chofer         pic x(7).
           03  temp-nro-doc        pic x(20).
           03  temp-dias-atraso    pic 9(4).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-contratos-emitidos pic xx.
           88 ok-ctr                   value "00".
       01 hay-contratos        pic x       value "N".
           88 contratos-abiertos       value "S".

       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".
       01 hay-sucursales       pic x       value "N".
           88 sucursales-abiertas      value "S".

       01 fs-hojas             pic xx.
           88 ok-hoj                   value "00".

       01 fs-tablero           pic xx.
           88 ok-tab                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       77 EndOfFile             pic 9      value zeroes.

      *> Dias entre la corrida y la manana que se despacha
      *> (ObtenerParametro).
       77 dias-adelanto-hoja    pic 9(2)    value 01.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 fecha-despacho        pic 9(8).  *> AAAAMMDD
       01 fecha-despacho-ddmm   pic 9(8).  *> DDMMAAAA
       77 despacho-num          pic 9(7).
       77 inicio-num            pic 9(7).
       77 fin-num               pic 9(7).
       01 fin-comp              pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 op                    pic x.
       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-telefono         pic x(20).
       01 cli-nueva-direccion  pic x(30)   value spaces.
       01 cli-nuevo-telefono   pic x(20)   value spaces.
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

       01 legajo-actual         pic x(7)    value spaces.
       01 sucursal-actual       pic 99.
       01 seccion-actual        pic 9.
       77 cant-hojas            pic 9(4)    value zeroes.
       77 cant-servicios        pic 9(5)    value zeroes.
       77 cant-seccion          pic 9(5)    value zeroes.
       77 cant-salidas          pic 9(5)    value zeroes.
       77 cant-vuelven          pic 9(5)    value zeroes.
       77 cant-vencidos         pic 9(5)    value zeroes.

       01 titulos-seccion.
           03 filler pic x(30) value "SALIDAS DEL DIA               ".
           03 filler pic x(30) value "DEVOLUCIONES ESPERADAS HOY    ".
           03 filler pic x(30) value "AFUERA CON DEVOLUCION VENCIDA ".
       01 titulos-seccion-r redefines titulos-seccion.
           03 titulo-seccion    pic x(30) occurs 3 times.

       01 enc-hoja1.
           03 filler pic x(26) value "HOJA DE RUTA - Legajo:    ".
           03 eh1-legajo        pic x(7).
           03 filler pic x(12) value "    Fecha: ".
           03 eh1-fecha         pic 9(8).

       01 enc-hoja2.
           03 filler pic x(80) value all "-".

       01 det-hoja1.
           03 filler pic x(10) value "Vehiculo: ".
           03 dh-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dh-marca          pic x(20).
           03 filler pic x(12) value "  Contrato: ".
           03 dh-contrato       pic x(10).
           03 filler pic x(8)  value "  Dias: ".
           03 dh-dias           pic z9.

       01 det-hoja2.
           03 filler pic x(10) value "Cliente:  ".
           03 dh-nro-doc        pic x(20).
           03 filler pic x(8)  value "  Tel.: ".
           03 dh-telefono       pic x(20).

       01 det-hoja3.
           03 filler pic x(10) value "Entrega:  ".
           03 dh-direccion      pic x(30).

       01 tot-hoja.
           03 filler pic x(22) value "SERVICIOS DEL LEGAJO: ".
           03 th-cant           pic zz9.

       01 enc-tab1.
           03 filler pic x(35) value
               "TABLERO DE DESPACHO - Fecha:       ".
           03 et1-fecha         pic 9(8).

       01 enc-tab2.
           03 filler pic x(11) value "SUCURSAL:  ".
           03 et2-sucursal      pic 99.
           03 filler pic x(2)  value spaces.
           03 et2-nombre        pic x(20).

       01 enc-tab3.
           03 filler pic x(80) value all "-".

       01 enc-tab4.
           03 filler pic x(4)  value spaces.
           03 et4-titulo        pic x(30).

       01 det-tab.
           03 filler pic x(4)  value spaces.
           03 dt-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dt-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dt-dias           pic z9.
           03 filler pic x(2)  value spaces.
           03 dt-fin            pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dt-chofer         pic x(7).
           03 filler pic x(2)  value spaces.
           03 dt-nro-doc        pic x(20).
           03 filler pic x(1)  value spaces.
           03 dt-atraso         pic zzz9.

       01 tot-seccion.
           03 filler pic x(4)  value spaces.
           03 filler pic x(10) value "Cantidad: ".
           03 ts-cant           pic zzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "DIAS-ADELANTO-HOJA" to nombre-parametro.
           move dias-adelanto-hoja to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-adelanto-hoja.
           perform calcular-fecha-despacho.
           perform abrir-archivos.
           perform emitir-hojas.
           perform sort-tablero.
           perform cerrar-archivos.
           display "FECHA DE DESPACHO:    " fecha-despacho.
           display "HOJAS DE RUTA:        " cant-hojas.
           display "SALIDAS DEL DIA:      " cant-salidas.
           display "DEVOLUCIONES DEL DIA: " cant-vuelven.
           display "DEVOLUCIONES VENCIDAS:" cant-vencidos.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       calcular-fecha-despacho.
           move function current-date(1:8) to fecha-despacho.
           compute despacho-num =
               function integer-of-date(fecha-despacho)
               + dias-adelanto-hoja.
           compute fecha-despacho =
               function date-of-integer(despacho-num).
           divide fecha-despacho by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-despacho-ddmm =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.

       abrir-archivos.
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
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input contratos-emitidos.
           if ok-ctr
               move "S" to hay-contratos
           end-if.
           open input sucursales.
           if ok-suc
               move "S" to hay-sucursales
           end-if.
           open output hojas.
           if not ok-hoj
               display "Error al abrir hojas de ruta fs: " fs-hojas
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move "A" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.

      *> Hojas de ruta: recorrido por legajo (clave alternativa);
      *> los alquileres sin chofer vienen primero y no llevan hoja.
       emitir-hojas.
           move low-values to alq-chofer.
           start alquileresmae key is not less than alq-chofer
               invalid key move "10" to fs-alquileresmae
           end-start.
           if ok-alq
               perform leer-alquiler
               perform procesar-alquiler-hoja until eof-alq
           end-if.
           if legajo-actual is not equal to spaces
               perform cerrar-hoja
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       procesar-alquiler-hoja.
           if alq-estado = "T"
               and alq-fecha = fecha-despacho-ddmm
               and alq-chofer is not equal to spaces
               perform escribir-servicio
           end-if.
           perform leer-alquiler.

       escribir-servicio.
           if alq-chofer is not equal to legajo-actual
               if legajo-actual is not equal to spaces
                   perform cerrar-hoja
               end-if
               perform abrir-hoja
           end-if.
           move alq-patente to aut-patente.
           read autos
               invalid key move spaces to aut-marca
           end-read.
           move alq-patente to dh-patente.
           move aut-marca to dh-marca.
           move "SIN EMITIR" to dh-contrato.
           if contratos-abiertos
               move alq-clave to ctr-clave
               read contratos-emitidos
                   invalid key continue
                   not invalid key move ctr-nro to dh-contrato
               end-read
           end-if.
           move alq-cantdias to dh-dias.
           move "P" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move alq-nro-doc to dh-nro-doc.
           move cli-telefono to dh-telefono.
           move cli-direccion to dh-direccion.
           write reg-hojas from det-hoja1.
           write reg-hojas from det-hoja2.
           write reg-hojas from det-hoja3.
           write reg-hojas from enc-hoja2.
           add 1 to cant-servicios.

       abrir-hoja.
           move alq-chofer to legajo-actual.
           move zeroes to cant-servicios.
           move legajo-actual to eh1-legajo.
           move fecha-despacho-ddmm to eh1-fecha.
           write reg-hojas from enc-hoja1.
           write reg-hojas from enc-hoja2.
           add 1 to cant-hojas.

       cerrar-hoja.
           move cant-servicios to th-cant.
           write reg-hojas from tot-hoja.
           move spaces to reg-hojas.
           write reg-hojas.

       sort-tablero.
           sort temporal ascending key temp-tab-clave
               input procedure entrada-tablero
               output procedure salida-tablero.

      *> ENTRADA: los alquileres aprobados que salen el dia de
      *> despacho, los que deberian volver ese dia y los que ya
      *> tendrian que haber vuelto.
       entrada-tablero.
           compute despacho-num =
               function integer-of-date(fecha-despacho).
           move low-values to alq-clave.
           start alquileresmae key is not less than alq-clave
               invalid key move "10" to fs-alquileresmae
           end-start.
           if ok-alq
               perform leer-alquiler
               perform clasificar-alquiler until eof-alq
           end-if.

       clasificar-alquiler.
           if alq-estado = "T"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute inicio-num =
                   function integer-of-date(fecha-convertida)
               compute fin-num = inicio-num + alq-cantdias
               compute fin-comp = function date-of-integer(fin-num)
               move zeroes to temp-dias-atraso
               if inicio-num = despacho-num
                   move 1 to temp-seccion
                   perform liberar-tablero
               end-if
               if fin-num = despacho-num
                   move 2 to temp-seccion
                   perform liberar-tablero
               end-if
               if fin-num < despacho-num
                   compute temp-dias-atraso = despacho-num - fin-num
                   move 3 to temp-seccion
                   perform liberar-tablero
               end-if
           end-if.
           perform leer-alquiler.

       liberar-tablero.
           move alq-sucursal to temp-sucursal.
           move fin-comp to temp-fin-comp.
           move alq-patente to temp-patente.
           move alq-fecha to temp-fecha.
           move alq-cantdias to temp-cantdias.
           move alq-chofer to temp-chofer.
           move alq-nro-doc to temp-nro-doc.
           release reg-temporal-tab.

      *> SALIDA: corte de control por sucursal y por seccion.
       salida-tablero.
           open output tablero.
           if not ok-tab
               display "Error al abrir tablero fs: " fs-tablero
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-despacho-ddmm to et1-fecha.
           write reg-tablero from enc-tab1.
           write reg-tablero from enc-tab3.
           perform leer-temporal-tab.
           perform procesar-sucursal until EndOfFile = 1.
           close tablero.

       leer-temporal-tab.
           return temporal record
               at end set EndOfFile to 1.

       procesar-sucursal.
           move temp-sucursal to sucursal-actual.
           move sucursal-actual to et2-sucursal.
           move spaces to et2-nombre.
           if sucursales-abiertas
               move sucursal-actual to suc-codigo
               read sucursales
                   invalid key continue
                   not invalid key move suc-nombre to et2-nombre
               end-read
           end-if.
           write reg-tablero from enc-tab2.
           perform procesar-seccion until EndOfFile = 1
               or temp-sucursal <> sucursal-actual.
           write reg-tablero from enc-tab3.

       procesar-seccion.
           move temp-seccion to seccion-actual.
           move zeroes to cant-seccion.
           move titulo-seccion(seccion-actual) to et4-titulo.
           write reg-tablero from enc-tab4.
           perform escribir-linea-tablero until EndOfFile = 1
               or temp-sucursal <> sucursal-actual
               or temp-seccion <> seccion-actual.
           move cant-seccion to ts-cant.
           write reg-tablero from tot-seccion.

       escribir-linea-tablero.
           move temp-patente to dt-patente.
           move temp-fecha to dt-fecha.
           move temp-cantdias to dt-dias.
           divide temp-fin-comp by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute dt-fin =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           move temp-chofer to dt-chofer.
           move temp-nro-doc to dt-nro-doc.
           move temp-dias-atraso to dt-atraso.
           write reg-tablero from det-tab.
           add 1 to cant-seccion.
           if seccion-actual = 1
               add 1 to cant-salidas
           end-if.
           if seccion-actual = 2
               add 1 to cant-vuelven
           end-if.
           if seccion-actual = 3
               add 1 to cant-vencidos
           end-if.
           perform leer-temporal-tab.

       cerrar-archivos.
           move "C" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           close alquileresmae.
           close autos.
           close hojas.
           if contratos-abiertos
               close contratos-emitidos
           end-if.
           if sucursales-abiertas
               close sucursales
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
