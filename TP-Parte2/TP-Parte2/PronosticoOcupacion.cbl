      *> activa neta de ventanas de taller, por dia y por tamano de
      *> vehiculo, y marca los dias en que la demanda supera la
      *> flota disponible.
      *>
      *> Se puede pedir para una sola sucursal: la flota es la que
      *> esta en esa sucursal (aut-sucursal, que DevolucionAlquileres
      *> corrige cuando un auto vuelve a otra), mas los autos que
      *> llegan con un alquiler de ida pactado y menos los que se
      *> van, a partir de su fecha de retorno; un auto con una orden
      *> de reposicion abierta (OrdenesReposicion) sale de la flota
      *> de origen el dia de salida y entra en la de destino el dia
      *> de llegada prevista. La demanda y el taller cuentan por la
      *> sucursal donde va a estar el auto al empezar
      *> (UbicacionAuto).
      *>
      *> Los autos de terceros subalquilados (aut-estado "S", ver
      *> Subalquileres) suman a la flota solo los dias de su
      *> periodo: el resto cuentan como fuera de servicio.
      *>
      *> Para toda la flota deja ademas DISPONIBILIDAD.dat, una linea
      *> por dia y tamano con la flota, la demanda y los autos
      *> libres, que TarifarioAgencias manda a las agencias. En la
      *> cadena nocturna corre desatendido, siempre por toda la
      *> flota.

       ENVIRONMENT DIVISION.
       configuration section.
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
           assign to disk "..\..\..\Salida\pronostico-ocupacion.txt"
           organization is line sequential
           file status is fs-reporte.

       select disponibilidad
           assign to disk "..\..\..\Files\DISPONIBILIDAD.dat"
           organization is line sequential
           file status is fs-disponibilidad.

      *> Control de corrida (ver Principal): en modo desatendido no
      *> se pide la sucursal y el ACCEPT final no frena la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo          value "A".
               88  aut-subalquilado    value "S".
           03  aut-sucursal        pic 99.

       fd alquileresmae
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
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

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 eof-fsv                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".
       01 fs-disponibilidad    pic xx.
           88 ok-dsp                   value "00".
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
           88 eof-sdv                  value "10".
       01 fs-ordenes           pic xx.
           88 ok-orp                   value "00".
           88 eof-orp                  value "10".

      *> Sucursal pedida (00 = toda la flota) y ubicacion del auto
      *> de cada demanda.
       01 filtro-sucursal       pic 99      value zeroes.
       01 sucursal-hallada      pic 99.
       01 sucursal-ubicacion    pic 99.
       01 fecha-inicio-ddmmaaaa pic 9(8).
       01 cuenta-en-sucursal    pic x.
           88 es-de-la-sucursal        value "S".
       77 delta-reubicado       pic s9      value zeroes.
       01 subalquiler-vigente   pic xx.
           88 auto-en-subalquiler      value "si".

       77 ws-exit               pic x.

      *> Flota en memoria (patente -> tamano y sucursal) para
      *> resolver el tamano de cada demanda sin relecturas.
       01 tabla-flota.
           03 tf-elem occurs 500 times.
               05 tf-patente       pic x(6).
               05 tf-tamano        pic x.
               05 tf-sucursal      pic 99.
       77 cant-flota            pic 9(3)    value zeroes.
       77 max-flota             pic 9(3)    value 500.
       77 ix-flo                pic 9(3).
       01 matriz-fuera.
           03 mf-fila occurs 30 times.
               05 mf-col occurs 10 times pic 9(3).
      *> Autos que entran (+) o salen (-) de la sucursal pedida por
      *> alquileres de ida, desde su fecha de retorno.
       01 matriz-reubicados.
           03 mr-fila occurs 30 times.
               05 mr-col occurs 10 times pic s9(3).
       77 ix-dia                pic 9(2).
       77 dia-demanda           pic s9(3).
       77 dia-flota             pic s9(3).
               "PRONOSTICO DE OCUPACION A 30 DIAS - Emitido ".
           03 ep1-fecha         pic 9(8).

       01 enc-pro-suc.
           03 filler pic x(10) value "Sucursal: ".
           03 eps-sucursal      pic 99.

       01 enc-pro2.
           03 filler pic x(11) value "Fecha      ".
           03 filler pic x(12) value "Disponibles ".
           03 dsv-flota         pic -(2)9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           if modo-desatendido
               move zeroes to filtro-sucursal
           else
               display "Sucursal (0 = toda la flota): "
               accept filtro-sucursal
           end-if.
           perform cargar-flota.
           perform acumular-demanda-maestro.
           perform acumular-demanda-reservas.
           perform acumular-fuera-servicio.
           if filtro-sucursal is not equal to zeroes
               perform acumular-reubicaciones
               perform acumular-traslados
           end-if.
           perform emitir-pronostico.
           display "DIAS CON SOBREVENTA: " cant-sobreventas.
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
           end-if.

       registrar-auto.
           if aut-activo or aut-subalquilado
               if cant-flota < max-flota
                   add 1 to cant-flota
                   move aut-patente to tf-patente(cant-flota)
                   move aut-tamano to tf-tamano(cant-flota)
                   move aut-sucursal to tf-sucursal(cant-flota)
               end-if
               move aut-tamano to tamano-hallado
               perform ubicar-tamano
               if filtro-sucursal = zeroes
                   or aut-sucursal = filtro-sucursal
                   add 1 to tt-flota(pos-tam)
                   if aut-subalquilado
                       perform descontar-dia-sin-tercero
                           varying ix-dia from 1 by 1
                           until ix-dia > 30
                   end-if
               end-if
           end-if.
           perform leer-auto.

      *> Un dia del horizonte fuera del periodo del subalquiler el
      *> auto del tercero no esta: se descuenta como el taller.
       descontar-dia-sin-tercero.
           compute fecha-dia-num = fecha-hoy-num + ix-dia - 1.
           compute fecha-dia-comp =
               function date-of-integer(fecha-dia-num).
           divide fecha-dia-comp by 10000
               giving fd-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fd-mm remainder fd-dd.
           compute fecha-dia-ddmmaaaa =
               fd-dd * 1000000 + fd-mm * 10000 + fd-aaaa.
           call "SubalquilerVigente" using aut-patente,
               fecha-dia-ddmmaaaa, subalquiler-vigente.
           if not auto-en-subalquiler
               add 1 to mf-col(ix-dia, pos-tam)
           end-if.

       ubicar-tamano.
           move zeroes to pos-tam.
           perform buscar-tamano

       buscar-tamano-patente.
           move spaces to tamano-hallado.
           move zeroes to sucursal-hallada.
           perform chequear-flota
               varying ix-flo from 1 by 1
               until ix-flo > cant-flota.
       chequear-flota.
           if tf-patente(ix-flo) = patente-buscada
               move tf-tamano(ix-flo) to tamano-hallado
               move tf-sucursal(ix-flo) to sucursal-hallada
           end-if.

      *> Con una sucursal pedida, la demanda (o la ventana de
      *> taller) cuenta solo si el auto va a estar en esa sucursal
      *> el dia en que empieza.
       chequear-sucursal.
           move "S" to cuenta-en-sucursal.
           if filtro-sucursal is not equal to zeroes
               call "UbicacionAuto" using patente-buscada,
                   fecha-inicio-ddmmaaaa, sucursal-hallada,
                   sucursal-ubicacion
               if sucursal-ubicacion is not equal to filtro-sucursal
                   move "N" to cuenta-en-sucursal
               end-if
           end-if.

      *> La demanda de un alquiler ocupa desde su fecha por la
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
           if alq-estado = "P" or alq-estado = "T"
               or alq-estado = "R"
               move alq-patente to patente-buscada
               move alq-fecha to fecha-inicio-ddmmaaaa
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =
       procesar-reserva.
           if res-activa
               move res-patente to patente-buscada
               move res-fecha to fecha-inicio-ddmmaaaa
               move res-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute desde-num =

       sumar-demanda-rango.
           perform buscar-tamano-patente.
           perform chequear-sucursal.
           if tamano-hallado is not equal to spaces
               and es-de-la-sucursal
               perform ubicar-tamano
               perform sumar-demanda-dia
                   varying dia-num-trabajo from desde-num by 1

       procesar-ventana.
           move fsv-patente to patente-buscada.
           move fsv-fecha-desde to fecha-inicio-ddmmaaaa.
           perform buscar-tamano-patente.
           perform chequear-sucursal.
           if tamano-hallado is not equal to spaces
               and es-de-la-sucursal
               perform ubicar-tamano
               move fsv-fecha-desde to fecha-a-convertir
               perform invertir-orden-fecha
               add 1 to mf-col(dia-relativo, pos-tam)
           end-if.

      *> Un alquiler de ida todavia en la calle mueve el auto a la
      *> sucursal pactada desde su fecha de retorno (o desde hoy, si
      *> ya esta atrasado).
       acumular-reubicaciones.
           open input sucursal-devolucion.
           if ok-sdv
               perform leer-reubicacion
               perform procesar-reubicacion until eof-sdv
               close sucursal-devolucion
           end-if.

       leer-reubicacion.
           read sucursal-devolucion.
           if fs-suc-devol is not equal to 00 and 10
               display "Error al leer sucursal de devolucion fs: "
                 fs-suc-devol
           end-if.

       procesar-reubicacion.
           if sdv-sucursal-real = zeroes
               and sdv-sucursal-pactada is not equal to zeroes
               and sdv-fecha-retorno is not equal to zeroes
               move sdv-patente to patente-buscada
               perform buscar-tamano-patente
               move zeroes to delta-reubicado
               if sucursal-hallada = filtro-sucursal
                   and sdv-sucursal-pactada is not equal to
                       filtro-sucursal
                   move -1 to delta-reubicado
               end-if
               if sucursal-hallada is not equal to filtro-sucursal
                   and sdv-sucursal-pactada = filtro-sucursal
                   move 1 to delta-reubicado
               end-if
               if tamano-hallado is not equal to spaces
                   and delta-reubicado is not equal to zeroes
                   perform ubicar-tamano
                   compute desde-num =
                       function integer-of-date(sdv-fecha-retorno)
                   if desde-num < fecha-hoy-num
                       move fecha-hoy-num to desde-num
                   end-if
                   compute hasta-num = fecha-hoy-num + 29
                   perform sumar-reubicado-dia
                       varying dia-num-trabajo from desde-num by 1
                       until dia-num-trabajo > hasta-num
               end-if
           end-if.
           perform leer-reubicacion.

       sumar-reubicado-dia.
           compute dia-relativo =
               dia-num-trabajo - fecha-hoy-num + 1.
           if dia-relativo >= 1 and dia-relativo <= 30
               add delta-reubicado to mr-col(dia-relativo, pos-tam)
           end-if.

      *> Una orden de reposicion abierta saca el auto de la sucursal
      *> de origen desde la salida y lo suma a la de destino desde
      *> la llegada prevista; en el medio no cuenta en ninguna.
       acumular-traslados.
           open input ordenes-reposicion.
           if ok-orp
               perform leer-traslado
               perform procesar-traslado until eof-orp
               close ordenes-reposicion
           end-if.

       leer-traslado.
           read ordenes-reposicion.
           if fs-ordenes is not equal to 00 and 10
               display "Error al leer ordenes de reposicion fs: "
                 fs-ordenes
           end-if.

       procesar-traslado.
           if orp-en-traslado
               and orp-sucursal-origen is not equal to
                   orp-sucursal-destino
               move orp-patente to patente-buscada
               perform buscar-tamano-patente
               if tamano-hallado is not equal to spaces
                   perform ubicar-tamano
                   compute hasta-num = fecha-hoy-num + 29
                   if orp-sucursal-origen = filtro-sucursal
                       move -1 to delta-reubicado
                       move orp-fecha-salida to fecha-a-convertir
                       perform sumar-traslado
                   end-if
                   if orp-sucursal-destino = filtro-sucursal
                       move 1 to delta-reubicado
                       move orp-fecha-llegada to fecha-a-convertir
                       perform sumar-traslado
                   end-if
               end-if
           end-if.
           perform leer-traslado.

       sumar-traslado.
           perform invertir-orden-fecha.
           compute desde-num =
               function integer-of-date(fecha-convertida).
           if desde-num < fecha-hoy-num
               move fecha-hoy-num to desde-num
           end-if.
           perform sumar-reubicado-dia
               varying dia-num-trabajo from desde-num by 1
               until dia-num-trabajo > hasta-num.

       emitir-pronostico.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           if filtro-sucursal = zeroes
               open output disponibilidad
               if not ok-dsp
                   display "Error al abrir disponibilidad fs: "
                     fs-disponibilidad
               end-if
           end-if.
           move fecha-hoy to ep1-fecha.
           write reg-reporte from enc-pro1.
           if filtro-sucursal is not equal to zeroes
               move filtro-sucursal to eps-sucursal
               write reg-reporte from enc-pro-suc
           end-if.
           write reg-reporte from enc-pro2.
           write reg-reporte from enc-pro3.
           perform emitir-dia
               varying ix-dia from 1 by 1 until ix-dia > 30.
           close reporte.
           if filtro-sucursal = zeroes and ok-dsp
               close disponibilidad
           end-if.
           display "Pronostico emitido en pronostico-ocupacion.txt.".

       emitir-dia.
           perform avisar-tamano-sobrevendido
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           if filtro-sucursal = zeroes and ok-dsp
               perform grabar-disponibilidad
                   varying ix-tam from 1 by 1
                   until ix-tam > cant-tamanos
           end-if.

       sumar-totales-dia.
           add md-col(ix-dia, ix-tam) to tot-demanda-dia.
           compute dia-flota =
               tt-flota(ix-tam) - mf-col(ix-dia, ix-tam)
               + mr-col(ix-dia, ix-tam).
           add dia-flota to tot-flota-dia.

       avisar-tamano-sobrevendido.
           compute dia-flota =
               tt-flota(ix-tam) - mf-col(ix-dia, ix-tam)
               + mr-col(ix-dia, ix-tam).
           move md-col(ix-dia, ix-tam) to dia-demanda.
           if dia-demanda > dia-flota
               move fecha-dia-ddmmaaaa to dsv-fecha
               write reg-reporte from det-sobre
           end-if.

      *> Flota neta negativa (mas taller que autos) se informa como
      *> cero; los libres nunca bajan de cero.
       grabar-disponibilidad.
           compute dia-flota =
               tt-flota(ix-tam) - mf-col(ix-dia, ix-tam)
               + mr-col(ix-dia, ix-tam).
           if dia-flota < zeroes
               move zeroes to dia-flota
           end-if.
           move spaces to reg-disponibilidad.
           move fecha-dia-ddmmaaaa to dsp-fecha.
           move tt-tamano(ix-tam) to dsp-tamano.
           move dia-flota to dsp-flota.
           move md-col(ix-dia, ix-tam) to dsp-demanda.
           if md-col(ix-dia, ix-tam) < dia-flota
               compute dsp-libres = dia-flota - md-col(ix-dia, ix-tam)
           else
               move zeroes to dsp-libres
           end-if.
           write reg-disponibilidad.

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para FUNCTION
      *> INTEGER-OF-DATE.
       invertir-orden-fecha.
