       identification division.
       program-id. InformeSatisfaccion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Informe mensual de satisfaccion de clientes, armado sobre
       *> las encuestas post-devolucion (CargaEncuestas) respondidas
       *> en el mes pedido. Cada encuesta se cruza con alquileresmae
       *> por la clave del alquiler para saber legajo, patente,
       *> sucursal y agencia, y con el maestro de autos para el
       *> tamano del vehiculo.
       *>
       *> NPS = % promotores (9 y 10) - % detractores (0 a 6), y
       *> promedio de las notas de chofer, vehiculo y puntualidad
       *> (las notas en 0 no aplican y no entran al promedio), por
       *> chofer, tamano de vehiculo, sucursal y agencia.
       *>
       *> Al final, para RRHH, los choferes peor calificados (con un
       *> minimo de ENC-MIN-RESPUESTAS encuestas para no castigar
       *> a nadie por una sola respuesta), con su posicion en el
       *> ultimo RankingChoferes emitido al lado.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select encuestas
           assign to disk "..\..\..\Entrada\encuestas.dat"
           organization is indexed
           access mode is sequential
           record key is enc-clave
           file status is fs-encuestas.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select ranking-periodo
           assign to disk "..\..\..\Entrada\ranking-periodo.dat"
           organization is indexed
           access mode is random
           record key is rkp-legajo
           file status is fs-ranking-periodo.

       select informe
           assign to disk "..\..\..\Salida\satisfaccion-clientes.txt"
           organization is line sequential
           file status is fs-informe.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, las respuestas salen de aca
      *> y los ACCEPT no frenan la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd encuestas
           label record is standard.
       01  rec-encuestas.
           03  enc-clave.
               05  enc-patente     pic x(6).
               05  enc-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  enc-fecha-respuesta pic 9(8).  *> AAAAMMDD
           03  enc-puntaje         pic 99.
           03  enc-nota-chofer     pic 9.
           03  enc-nota-vehiculo   pic 9.
           03  enc-nota-puntualidad pic 9.
           03  enc-operador        pic x(8).

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

       fd ranking-periodo
           label record is standard.
       01  rec-ranking-periodo.
           03  rkp-legajo          pic x(7).
           03  rkp-posicion        pic 9(3).
           03  rkp-fecha           pic 9(8).  *> AAAAMMDD

       fd informe
           label record is standard.
       01  reg-informe             pic x(80).

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

       01 fs-encuestas         pic xx.
           88 ok-enc                   value "00".
           88 eof-enc                  value "10".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-ranking-periodo   pic xx.
           88 ok-rkp                   value "00".
       01 hay-ranking          pic x       value "N".
           88 ranking-abierto          value "S".

       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.

       01 mes-informe           pic 9(2).
       01 anio-informe          pic 9(4).
       01 periodo-informe       pic 9(6).
       01 periodo-respuesta     pic 9(6).

      *> Minimo de encuestas para entrar a la lista de peor
      *> calificados y largo de la lista; el maestro de parametros
      *> puede pisar los defaults.
       77 min-respuestas        pic 9(3)    value 003.
       77 cant-peores           pic 9(3)    value 010.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Un solo acumulador para todas las aperturas: tipo "G"
      *> total general, "C" chofer (legajo), "T" tamano de
      *> vehiculo, "S" sucursal y "A" agencia.
       01 tabla-grupos.
           03 tg-elem occurs 800 times.
               05 tg-orden.
                   07 tg-tipo          pic x.
                   07 tg-clave         pic x(7).
               05 tg-cant              pic 9(5).
               05 tg-promotores        pic 9(5).
               05 tg-detractores       pic 9(5).
               05 tg-cant-chofer       pic 9(5).
               05 tg-suma-chofer       pic 9(6).
               05 tg-cant-vehiculo     pic 9(5).
               05 tg-suma-vehiculo     pic 9(6).
               05 tg-cant-puntual      pic 9(5).
               05 tg-suma-puntual      pic 9(6).
       77 cant-grupos           pic 9(3)    value zeroes.
       77 max-grupos            pic 9(3)    value 800.
       77 ix-grupo              pic 9(3).
       77 jx-grupo              pic 9(3).
       77 pos-grupo             pic 9(3).

       01 elem-auxiliar         pic x(56).

       01 grupo-buscado.
           03 gb-tipo           pic x.
           03 gb-clave          pic x(7).

       01 sucursal-encuesta     pic 99.
       01 agencia-encuesta      pic 9.

      *> Choferes candidatos a la lista de peor calificados,
      *> ordenados de menor a mayor promedio de nota al chofer.
       01 tabla-peores.
           03 tp-elem occurs 500 times.
               05 tp-legajo        pic x(7).
               05 tp-cant          pic 9(5).
               05 tp-promedio      pic 9v99.
       77 cant-candidatos       pic 9(3)    value zeroes.
       77 max-candidatos        pic 9(3)    value 500.
       77 ix-peor               pic 9(3).
       77 jx-peor               pic 9(3).
       01 peor-auxiliar         pic x(15).

       77 cant-leidas           pic 9(5)    value zeroes.
       77 cant-del-mes          pic 9(5)    value zeroes.
       77 cant-sin-alquiler     pic 9(5)    value zeroes.
       77 nps-calculado         pic s9(3)v9.
       77 promedio-calculado    pic 9v99.
       01 tipo-seccion          pic x.

       01 enc-inf1.
           03 filler pic x(40) value
               "SATISFACCION DE CLIENTES (NPS)   Mes: ".
           03 ei1-mes           pic 9(2).
           03 filler pic x     value "/".
           03 ei1-anio          pic 9(4).

       01 enc-seccion.
           03 filler pic x(4)  value spaces.
           03 es-titulo         pic x(40).

       01 enc-columnas.
           03 filler pic x(10) value "Clave".
           03 filler pic x(8)  value "  Resp.".
           03 filler pic x(10) value "     NPS".
           03 filler pic x(10) value "  Chofer".
           03 filler pic x(10) value " Vehiculo".
           03 filler pic x(10) value " Puntual.".

       01 enc-linea.
           03 filler pic x(80) value all "-".

       01 det-grupo.
           03 dg-clave          pic x(7).
           03 filler pic x(3)  value spaces.
           03 dg-cant           pic zzzz9.
           03 filler pic x(3)  value spaces.
           03 dg-nps            pic ---9.9.
           03 filler pic x(4)  value spaces.
           03 dg-chofer         pic z9.99.
           03 filler pic x(5)  value spaces.
           03 dg-vehiculo       pic z9.99.
           03 filler pic x(5)  value spaces.
           03 dg-puntual        pic z9.99.

       01 enc-peores.
           03 filler pic x(50) value
               "CHOFERES PEOR CALIFICADOS (para RRHH)".

       01 enc-col-peores.
           03 filler pic x(10) value "Legajo".
           03 filler pic x(8)  value "  Resp.".
           03 filler pic x(12) value "  Nota chof.".
           03 filler pic x(16) value "  Pos. ranking".

       01 det-peor.
           03 dp-legajo         pic x(7).
           03 filler pic x(3)  value spaces.
           03 dp-cant           pic zzzz9.
           03 filler pic x(6)  value spaces.
           03 dp-promedio       pic z9.99.
           03 filler pic x(8)  value spaces.
           03 dp-posicion       pic x(3).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-parametros-informe.
           perform pedir-periodo.
           compute periodo-informe = anio-informe * 100 + mes-informe.
           perform abrir-archivos.
           perform leer-encuesta.
           perform procesar-encuesta until eof-enc.
           perform ordenar-grupos.
           perform emitir-informe.
           perform cerrar-archivos.
           display "ENCUESTAS LEIDAS:       " cant-leidas.
           display "ENCUESTAS DEL MES:      " cant-del-mes.
           display "SIN ALQUILER EN MAESTRO:" cant-sin-alquiler.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       leer-parametros-informe.
           move "ENC-MIN-RESPUESTAS" to nombre-parametro.
           move min-respuestas to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to min-respuestas.
           move "ENC-PEORES-CHOFERES" to nombre-parametro.
           move cant-peores to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to cant-peores.

       obtener-un-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.

      *> En modo desatendido (agenda nocturna) se arma el mes
      *> calendario anterior; por consola se pide como siempre.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               move mes-trabajo to mes-informe
               move anio-trabajo to anio-informe
           else
               display "Mes del informe (MM): "
               accept mes-informe
               display "Anio del informe (AAAA): "
               accept anio-informe
           end-if.

       abrir-archivos.
           open input encuestas.
           if not ok-enc
               display "Error al abrir encuestas fs: " fs-encuestas
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
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
           *> sin ranking emitido la lista sale sin posicion
           open input ranking-periodo.
           if ok-rkp
               move "S" to hay-ranking
           end-if.
           open output informe.
           if not ok-inf
               display "Error al abrir informe fs: " fs-informe
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

       leer-encuesta.
           read encuestas.
           if fs-encuestas is not equal to 00 and 10
               display "Error al leer encuestas fs: " fs-encuestas
           end-if.

       procesar-encuesta.
           add 1 to cant-leidas.
           divide enc-fecha-respuesta by 100
               giving periodo-respuesta.
           if periodo-respuesta = periodo-informe
               move enc-clave to alq-clave
               read alquileresmae
                   invalid key
                       add 1 to cant-sin-alquiler
                   not invalid key
                       perform acumular-encuesta
               end-read
           end-if.
           perform leer-encuesta.

      *> La sucursal es la del alquiler; si el alquiler no la tiene,
      *> la del auto (mismo criterio que DevolucionAlquileres).
       acumular-encuesta.
           add 1 to cant-del-mes.
           move alq-patente to aut-patente.
           read autos
               invalid key
                   move "?" to aut-tamano
                   move zeroes to aut-sucursal
           end-read.
           move alq-sucursal to sucursal-encuesta.
           if sucursal-encuesta = zeroes
               move aut-sucursal to sucursal-encuesta
           end-if.
           move alq-agencia to agencia-encuesta.

           move "G" to gb-tipo.
           move "TOTAL" to gb-clave.
           perform acumular-grupo.
           if alq-chofer is not equal to spaces
               move "C" to gb-tipo
               move alq-chofer to gb-clave
               perform acumular-grupo
           end-if.
           move "T" to gb-tipo.
           move aut-tamano to gb-clave.
           perform acumular-grupo.
           move "S" to gb-tipo.
           move sucursal-encuesta to gb-clave.
           perform acumular-grupo.
           move "A" to gb-tipo.
           move agencia-encuesta to gb-clave.
           perform acumular-grupo.

       acumular-grupo.
           move zeroes to pos-grupo.
           perform buscar-grupo
               varying ix-grupo from 1 by 1
               until ix-grupo > cant-grupos.
           if pos-grupo = zeroes
               if cant-grupos < max-grupos
                   add 1 to cant-grupos
                   move cant-grupos to pos-grupo
                   move grupo-buscado to tg-orden(pos-grupo)
                   move zeroes to tg-cant(pos-grupo)
                   move zeroes to tg-promotores(pos-grupo)
                   move zeroes to tg-detractores(pos-grupo)
                   move zeroes to tg-cant-chofer(pos-grupo)
                   move zeroes to tg-suma-chofer(pos-grupo)
                   move zeroes to tg-cant-vehiculo(pos-grupo)
                   move zeroes to tg-suma-vehiculo(pos-grupo)
                   move zeroes to tg-cant-puntual(pos-grupo)
                   move zeroes to tg-suma-puntual(pos-grupo)
               end-if
           end-if.
           if pos-grupo > zeroes
               perform sumar-respuesta
           end-if.

       buscar-grupo.
           if tg-orden(ix-grupo) = grupo-buscado
               move ix-grupo to pos-grupo
           end-if.

       sumar-respuesta.
           add 1 to tg-cant(pos-grupo).
           if enc-puntaje >= 9
               add 1 to tg-promotores(pos-grupo)
           else if enc-puntaje <= 6
               add 1 to tg-detractores(pos-grupo)
           end-if.
           if enc-nota-chofer > zeroes
               add 1 to tg-cant-chofer(pos-grupo)
               add enc-nota-chofer to tg-suma-chofer(pos-grupo)
           end-if.
           if enc-nota-vehiculo > zeroes
               add 1 to tg-cant-vehiculo(pos-grupo)
               add enc-nota-vehiculo to tg-suma-vehiculo(pos-grupo)
           end-if.
           if enc-nota-puntualidad > zeroes
               add 1 to tg-cant-puntual(pos-grupo)
               add enc-nota-puntualidad to tg-suma-puntual(pos-grupo)
           end-if.

       *> Seleccion directa por tipo y clave, para que cada apertura
       *> salga ordenada: la tabla es chica y el informe es mensual.
       ordenar-grupos.
           perform ordenar-una-posicion
               varying ix-grupo from 1 by 1
               until ix-grupo >= cant-grupos.

       ordenar-una-posicion.
           compute jx-grupo = ix-grupo + 1.
           perform comparar-e-intercambiar
               varying jx-grupo from jx-grupo by 1
               until jx-grupo > cant-grupos.

       comparar-e-intercambiar.
           if tg-orden(jx-grupo) < tg-orden(ix-grupo)
               move tg-elem(ix-grupo) to elem-auxiliar
               move tg-elem(jx-grupo) to tg-elem(ix-grupo)
               move elem-auxiliar to tg-elem(jx-grupo)
           end-if.

       emitir-informe.
           move mes-informe to ei1-mes.
           move anio-informe to ei1-anio.
           write reg-informe from enc-inf1.
           move "G" to tipo-seccion.
           move "TOTAL DEL MES" to es-titulo.
           perform emitir-seccion.
           move "C" to tipo-seccion.
           move "POR CHOFER (LEGAJO)" to es-titulo.
           perform emitir-seccion.
           move "T" to tipo-seccion.
           move "POR TAMANO DE VEHICULO" to es-titulo.
           perform emitir-seccion.
           move "S" to tipo-seccion.
           move "POR SUCURSAL" to es-titulo.
           perform emitir-seccion.
           move "A" to tipo-seccion.
           move "POR AGENCIA" to es-titulo.
           perform emitir-seccion.
           perform emitir-peores.

       emitir-seccion.
           write reg-informe from enc-linea.
           write reg-informe from enc-seccion.
           write reg-informe from enc-columnas.
           perform escribir-grupo
               varying ix-grupo from 1 by 1
               until ix-grupo > cant-grupos.

       escribir-grupo.
           if tg-tipo(ix-grupo) = tipo-seccion
               move tg-clave(ix-grupo) to dg-clave
               move tg-cant(ix-grupo) to dg-cant
               compute nps-calculado rounded =
                   (tg-promotores(ix-grupo)
                    - tg-detractores(ix-grupo)) * 100
                   / tg-cant(ix-grupo)
               move nps-calculado to dg-nps
               move zeroes to dg-chofer
               move zeroes to dg-vehiculo
               move zeroes to dg-puntual
               if tg-cant-chofer(ix-grupo) > zeroes
                   compute dg-chofer rounded =
                       tg-suma-chofer(ix-grupo)
                       / tg-cant-chofer(ix-grupo)
               end-if
               if tg-cant-vehiculo(ix-grupo) > zeroes
                   compute dg-vehiculo rounded =
                       tg-suma-vehiculo(ix-grupo)
                       / tg-cant-vehiculo(ix-grupo)
               end-if
               if tg-cant-puntual(ix-grupo) > zeroes
                   compute dg-puntual rounded =
                       tg-suma-puntual(ix-grupo)
                       / tg-cant-puntual(ix-grupo)
               end-if
               write reg-informe from det-grupo
           end-if.

      *> Lista para RRHH: solo choferes con nota al chofer en al
      *> menos min-respuestas encuestas, de peor a mejor promedio.
       emitir-peores.
           perform elegir-candidato
               varying ix-grupo from 1 by 1
               until ix-grupo > cant-grupos.
           perform ordenar-un-peor
               varying ix-peor from 1 by 1
               until ix-peor >= cant-candidatos.
           write reg-informe from enc-linea.
           write reg-informe from enc-peores.
           write reg-informe from enc-col-peores.
           perform escribir-peor
               varying ix-peor from 1 by 1
               until ix-peor > cant-candidatos
                  or ix-peor > cant-peores.

       elegir-candidato.
           if tg-tipo(ix-grupo) = "C"
               and tg-cant-chofer(ix-grupo) >= min-respuestas
               and tg-cant-chofer(ix-grupo) > zeroes
               and cant-candidatos < max-candidatos
               add 1 to cant-candidatos
               move tg-clave(ix-grupo) to tp-legajo(cant-candidatos)
               move tg-cant-chofer(ix-grupo)
                   to tp-cant(cant-candidatos)
               compute promedio-calculado rounded =
                   tg-suma-chofer(ix-grupo)
                   / tg-cant-chofer(ix-grupo)
               move promedio-calculado to tp-promedio(cant-candidatos)
           end-if.

       ordenar-un-peor.
           compute jx-peor = ix-peor + 1.
           perform comparar-peores
               varying jx-peor from jx-peor by 1
               until jx-peor > cant-candidatos.

       comparar-peores.
           if tp-promedio(jx-peor) < tp-promedio(ix-peor)
               move tp-elem(ix-peor) to peor-auxiliar
               move tp-elem(jx-peor) to tp-elem(ix-peor)
               move peor-auxiliar to tp-elem(jx-peor)
           end-if.

       escribir-peor.
           move tp-legajo(ix-peor) to dp-legajo.
           move tp-cant(ix-peor) to dp-cant.
           move tp-promedio(ix-peor) to dp-promedio.
           move "--" to dp-posicion.
           if ranking-abierto
               move tp-legajo(ix-peor) to rkp-legajo
               read ranking-periodo
                   invalid key continue
                   not invalid key move rkp-posicion to dp-posicion
               end-read
           end-if.
           write reg-informe from det-peor.

       cerrar-archivos.
           close encuestas.
           close alquileresmae.
           close autos.
           if ranking-abierto
               close ranking-periodo
           end-if.
           close informe.

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
