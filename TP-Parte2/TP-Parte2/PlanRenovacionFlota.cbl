       identification division.
       program-id. PlanRenovacionFlota.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Plan anual de renovacion de flota: cruza lo que sabe
      *> PatrimonioFlota (fecha y costo de compra, valor de libro),
      *> ServicioPreventivo (kilometraje, ultima lectura del
      *> odometro) y OrdenesTrabajo (lo gastado en taller) para
      *> armar la lista de patentes a reemplazar el anio que viene.
      *> Una patente se renueva si al 31/12 de ese anio llega a la
      *> edad maxima, si ya paso el kilometraje maximo, o si su
      *> costo de mantenimiento por km supera el tope (limites en
      *> parametros-sistema.dat). La reventa se estima sobre el
      *> valor de libro al cierre del anio del plan.
      *> El presupuesto de compras sale por tamano: cada patente
      *> renovada se repone al costo promedio de compra de ese
      *> tamano, mas una unidad por cada clase que MezclaFlota marco
      *> como FALTA y menos una por cada clase que marco como SOBRA
      *> (ultima recomendacion-flota.dat emitida). Se corre una vez
      *> por anio, antes de cerrar el presupuesto.

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

       select adquisiciones
           assign to disk "..\..\..\Entrada\adquisiciones.dat"
           organization is indexed
           access mode is random
           record key is adq-patente
           file status is fs-adquisiciones.

       select odometro
           assign to disk "..\..\..\Entrada\odometro.dat"
           organization is indexed
           access mode is sequential
           record key is odo-clave
           file status is fs-odometro.

       select ordenes
           assign to disk "..\..\..\Entrada\ordenes-trabajo.dat"
           organization is indexed
           access mode is sequential
           record key is ot-clave
           file status is fs-ordenes.

       select recomendacion
           assign to disk
               "..\..\..\Entrada\recomendacion-flota.dat"
           organization is line sequential
           file status is fs-recomendacion.

       select reporte
           assign to disk "..\..\..\Salida\plan-renovacion.txt"
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

       fd adquisiciones
           label record is standard.
       01  rec-adquisiciones.
           03  adq-patente         pic x(6).
           03  adq-costo           pic 9(7)v99.
           03  adq-fecha           pic 9(8).  *> DDMMAAAA
           03  adq-proveedor       pic x(20).
           03  adq-vida-anios      pic 9(2).
           03  adq-fecha-venta     pic 9(8).  *> DDMMAAAA
           03  adq-importe-venta   pic 9(7)v99.
           03  adq-estado          pic x.
               88  adq-activo          value "A".
               88  adq-vendido         value "V".

       fd odometro
           label record is standard.
       01  rec-odometro.
           03  odo-clave.
               05  odo-patente     pic x(6).
               05  odo-fecha-comp  pic 9(8).  *> AAAAMMDD
           03  odo-km              pic 9(7).

       fd ordenes
           label record is standard.
       01  rec-ordenes.
           03  ot-clave.
               05  ot-patente      pic x(6).
               05  ot-fecha-desde  pic 9(8).  *> DDMMAAAA
           03  ot-descripcion      pic x(30).
           03  ot-repuestos        pic 9(6)v99.
           03  ot-mano-obra        pic 9(6)v99.
           03  ot-factura-prov     pic x(15).
           03  ot-total            pic 9(7)v99.

       fd recomendacion
           label record is standard.
       01  reg-recomendacion.
           03  rf-tamano           pic x.
           03  rf-marca            pic x(20).
           03  rf-recomendado      pic x(5).
           03  rf-desde            pic 9(8).  *> DDMMAAAA
           03  rf-hasta            pic 9(8).  *> DDMMAAAA

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(120).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 eof-auto                 value "10".

       01 fs-adquisiciones     pic xx.
           88 ok-adq                   value "00".
       01 hay-adquisiciones    pic x       value "N".
           88 adquisiciones-abiertas   value "S".

       01 fs-odometro          pic xx.
           88 ok-odo                   value "00".
           88 eof-odo                  value "10".

       01 fs-ordenes           pic xx.
           88 ok-ot                    value "00".
           88 eof-ot                   value "10".

       01 fs-recomendacion     pic xx.
           88 ok-rec                   value "00".
           88 eof-rec                  value "10".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       77 anio-actual           pic 9(4).
       77 anio-plan             pic 9(4).
       01 fecha-corte           pic 9(8).
       77 fecha-corte-num       pic 9(7)    value zeroes.
       77 fecha-compra-num      pic 9(7)    value zeroes.

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Limites de renovacion (ObtenerParametro). Un limite en
      *> cero no se aplica.
       77 edad-maxima           pic 9(2)    value 5.
       77 km-maximo             pic 9(7)    value 150000.
       77 costo-km-maximo       pic 9(3)v99 value 0.50.
       77 pct-reventa           pic 9(3)    value 100.
       77 pct-ajuste-precio     pic 9(3)    value zeroes.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Flota activa en memoria, con el km maximo leido del
      *> odometro y lo gastado en ordenes de trabajo.
       01 tabla-flota.
           03 tf-elem occurs 500 times.
               05 tf-patente       pic x(6).
               05 tf-tamano        pic x.
               05 tf-marca         pic x(20).
               05 tf-km            pic 9(7).
               05 tf-costo-ot      pic 9(9)v99.
       77 cant-flota            pic 9(3)    value zeroes.
       77 max-flota             pic 9(3)    value 500.
       77 ix-flo                pic 9(3).
       77 ix-bus                pic 9(3).
       77 pos-flo               pic 9(3).
       01 patente-buscada       pic x(6).

      *> Acumuladores por tamano para el presupuesto de compras.
       01 tabla-tamanos.
           03 tm-elem occurs 10 times.
               05 tm-tamano        pic x.
               05 tm-flota         pic 9(3).
               05 tm-renovar       pic 9(3).
               05 tm-faltas        pic 9(3).
               05 tm-sobras        pic 9(3).
               05 tm-cant-costo    pic 9(3).
               05 tm-suma-costo    pic 9(9)v99.
               05 tm-reventa       pic 9(9)v99.
       77 cant-tamanos          pic 9(2)    value zeroes.
       77 max-tamanos           pic 9(2)    value 10.
       77 ix-tam                pic 9(2).
       77 pos-tam               pic 9(2).
       01 tamano-buscado        pic x.

      *> Evaluacion de la patente en curso.
       01 tiene-adquisicion     pic x.
           88 con-adquisicion          value "S".
       01 se-renueva            pic x.
           88 renovar-patente          value "S".
       01 motivo-renovacion     pic x(14).
       77 dias-transcurridos    pic s9(7)   value zeroes.
       77 anios-transcurridos   pic 9(3)    value zeroes.
       77 amort-acumulada       pic 9(7)v99 value zeroes.
       77 valor-libro           pic 9(7)v99 value zeroes.
       77 valor-reventa         pic 9(7)v99 value zeroes.
       77 costo-por-km          pic 9(5)v99 value zeroes.

       77 cant-comprar          pic s9(4)   value zeroes.
       77 costo-unitario        pic 9(7)v99 value zeroes.
       77 presupuesto-tamano    pic 9(9)v99 value zeroes.
       77 neto-tamano           pic s9(9)v99 value zeroes.
       77 cant-renovar          pic 9(3)    value zeroes.
       77 tot-comprar           pic 9(4)    value zeroes.
       77 tot-presupuesto       pic 9(9)v99 value zeroes.
       77 tot-reventa           pic 9(9)v99 value zeroes.
       77 tot-neto              pic s9(9)v99 value zeroes.

       01 enc-plan1.
           03 filler pic x(36) value
               "PLAN DE RENOVACION DE FLOTA - Anio  ".
           03 ep1-anio          pic 9(4).
           03 filler pic x(11) value "  Emitido  ".
           03 ep1-fecha         pic 9(8).

       01 enc-plan-lim.
           03 filler pic x(14) value "Limites: edad ".
           03 el-edad           pic z9.
           03 filler pic x(12) value " anios - km ".
           03 el-km             pic zzzzzz9.
           03 filler pic x(13) value " - costo/km ".
           03 el-costo-km       pic zz9.99.
           03 filler pic x(14) value " - reventa al ".
           03 el-reventa        pic zz9.
           03 filler pic x(12) value "% del libro".

       01 enc-plan2.
           03 filler pic x(8)  value "Patente".
           03 filler pic x(4)  value "Tam".
           03 filler pic x(21) value "Marca".
           03 filler pic x(5)  value "Edad".
           03 filler pic x(9)  value "     Km".
           03 filler pic x(14) value "    Costo OT".
           03 filler pic x(10) value "    $/km".
           03 filler pic x(15) value "Motivo".
           03 filler pic x(12) value "   V.libro".
           03 filler pic x(10) value "   Reventa".

       01 enc-plan3.
           03 filler pic x(120) value all "-".

       01 det-plan.
           03 dp-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dp-tamano         pic x.
           03 filler pic x(3)  value spaces.
           03 dp-marca          pic x(20).
           03 filler pic x      value spaces.
           03 dp-edad           pic zz9.
           03 filler pic x(2)  value spaces.
           03 dp-km             pic zzzzzz9.
           03 filler pic x(2)  value spaces.
           03 dp-costo-ot       pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dp-costo-km       pic zzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dp-motivo         pic x(14).
           03 filler pic x      value spaces.
           03 dp-libro          pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dp-reventa        pic zzzzzz9.99.

       01 enc-pres1.
           03 filler pic x(44) value
               "PRESUPUESTO DE COMPRAS POR TAMANO - Anio    ".
           03 eq1-anio          pic 9(4).

       01 enc-pres2.
           03 filler pic x(4)  value "Tam".
           03 filler pic x(5)  value "Flota".
           03 filler pic x(6)  value " Renov".
           03 filler pic x(6)  value " Falta".
           03 filler pic x(6)  value " Sobra".
           03 filler pic x(5)  value "Comp.".
           03 filler pic x(12) value " Costo unit.".
           03 filler pic x(14) value "   Presupuesto".
           03 filler pic x(14) value "       Reventa".
           03 filler pic x(13) value "         Neto".

       01 det-pres.
           03 dq-tamano         pic x.
           03 filler pic x(3)  value spaces.
           03 dq-flota          pic zz9.
           03 filler pic x(3)  value spaces.
           03 dq-renovar        pic zz9.
           03 filler pic x(3)  value spaces.
           03 dq-faltas         pic zz9.
           03 filler pic x(3)  value spaces.
           03 dq-sobras         pic zz9.
           03 filler pic x(2)  value spaces.
           03 dq-comprar        pic zz9.
           03 filler pic x(2)  value spaces.
           03 dq-costo-unit     pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dq-presupuesto    pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dq-reventa        pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dq-neto           pic -zzzzzzzz9.99.

       01 tot-pres.
           03 filler pic x(26) value "TOTAL".
           03 tq-comprar        pic zzz9.
           03 filler pic x(14) value spaces.
           03 tq-presupuesto    pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 tq-reventa        pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 tq-neto           pic -zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           move fecha-hoy(1:4) to anio-actual.
           compute anio-plan = anio-actual + 1.
           compute fecha-corte = anio-plan * 10000 + 1231.
           compute fecha-corte-num =
               function integer-of-date(fecha-corte).
           perform leer-limites.
           perform cargar-flota.
           perform acumular-odometro.
           perform acumular-ordenes.
           perform cargar-recomendacion.
           perform abrir-reporte.
           perform evaluar-patente
               varying ix-flo from 1 by 1
               until ix-flo > cant-flota.
           perform emitir-presupuesto.
           if adquisiciones-abiertas
               close adquisiciones
           end-if.
           close reporte.
           display "PATENTES A RENOVAR:  " cant-renovar.
           display "UNIDADES A COMPRAR:  " tot-comprar.
           display "PRESUPUESTO COMPRAS: " tot-presupuesto.
           display "REVENTA ESTIMADA:    " tot-reventa.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       leer-limites.
           move "EDAD-MAX-RENOVACION" to nombre-parametro.
           move edad-maxima to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to edad-maxima.
           move "KM-MAX-RENOVACION" to nombre-parametro.
           move km-maximo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to km-maximo.
           move "COSTO-KM-RENOVACION" to nombre-parametro.
           move costo-km-maximo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to costo-km-maximo.
           move "PCT-REVENTA-LIBRO" to nombre-parametro.
           move pct-reventa to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-reventa.
           move "AJUSTE-PRECIO-FLOTA" to nombre-parametro.
           move pct-ajuste-precio to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-ajuste-precio.

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
           if aut-activo and cant-flota < max-flota
               add 1 to cant-flota
               move aut-patente to tf-patente(cant-flota)
               move aut-tamano to tf-tamano(cant-flota)
               move aut-marca to tf-marca(cant-flota)
               move zeroes to tf-km(cant-flota)
               move zeroes to tf-costo-ot(cant-flota)
           end-if.
           perform leer-auto.

       ubicar-patente.
           move zeroes to pos-flo.
           perform chequear-patente
               varying ix-bus from 1 by 1
               until ix-bus > cant-flota.

       chequear-patente.
           if tf-patente(ix-bus) = patente-buscada
               move ix-bus to pos-flo
           end-if.

      *> El odometro solo avanza: la lectura mas alta es la vigente.
       acumular-odometro.
           open input odometro.
           if ok-odo
               perform leer-odometro
               perform procesar-odometro until eof-odo
               close odometro
           end-if.

       leer-odometro.
           read odometro
               at end continue
           end-read.

       procesar-odometro.
           move odo-patente to patente-buscada.
           perform ubicar-patente.
           if pos-flo > zeroes
               if odo-km > tf-km(pos-flo)
                   move odo-km to tf-km(pos-flo)
               end-if
           end-if.
           perform leer-odometro.

       acumular-ordenes.
           open input ordenes.
           if ok-ot
               perform leer-orden
               perform procesar-orden until eof-ot
               close ordenes
           end-if.

       leer-orden.
           read ordenes
               at end continue
           end-read.

       procesar-orden.
           move ot-patente to patente-buscada.
           perform ubicar-patente.
           if pos-flo > zeroes
               add ot-total to tf-costo-ot(pos-flo)
           end-if.
           perform leer-orden.

       cargar-recomendacion.
           open input recomendacion.
           if ok-rec
               perform leer-recomendacion
               perform procesar-recomendacion until eof-rec
               close recomendacion
           end-if.

       leer-recomendacion.
           read recomendacion
               at end continue
           end-read.

       procesar-recomendacion.
           move rf-tamano to tamano-buscado.
           perform ubicar-tamano.
           if pos-tam > zeroes
               if rf-recomendado = "FALTA"
                   add 1 to tm-faltas(pos-tam)
               else if rf-recomendado = "SOBRA"
                   add 1 to tm-sobras(pos-tam)
               end-if
           end-if.
           perform leer-recomendacion.

       ubicar-tamano.
           move zeroes to pos-tam.
           perform buscar-tamano
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           if pos-tam = zeroes and cant-tamanos < max-tamanos
               add 1 to cant-tamanos
               move cant-tamanos to pos-tam
               move tamano-buscado to tm-tamano(pos-tam)
               move zeroes to tm-flota(pos-tam)
               move zeroes to tm-renovar(pos-tam)
               move zeroes to tm-faltas(pos-tam)
               move zeroes to tm-sobras(pos-tam)
               move zeroes to tm-cant-costo(pos-tam)
               move zeroes to tm-suma-costo(pos-tam)
               move zeroes to tm-reventa(pos-tam)
           end-if.

       buscar-tamano.
           if tm-tamano(ix-tam) = tamano-buscado
               move ix-tam to pos-tam
           end-if.

       abrir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           *> sin patrimonio cargado no hay edad ni valor de libro
           open input adquisiciones.
           if ok-adq
               move "S" to hay-adquisiciones
           end-if.
           move anio-plan to ep1-anio.
           move fecha-hoy to ep1-fecha.
           move edad-maxima to el-edad.
           move km-maximo to el-km.
           move costo-km-maximo to el-costo-km.
           move pct-reventa to el-reventa.
           write reg-reporte from enc-plan1.
           write reg-reporte from enc-plan-lim.
           write reg-reporte from enc-plan3.
           write reg-reporte from enc-plan2.
           write reg-reporte from enc-plan3.

       evaluar-patente.
           move tf-tamano(ix-flo) to tamano-buscado.
           perform ubicar-tamano.
           move zeroes to anios-transcurridos valor-libro
               valor-reventa costo-por-km.
           move "N" to tiene-adquisicion.
           move "N" to se-renueva.
           move spaces to motivo-renovacion.
           if pos-tam > zeroes
               add 1 to tm-flota(pos-tam)
           end-if.
           if adquisiciones-abiertas
               move tf-patente(ix-flo) to adq-patente
               read adquisiciones
                   invalid key continue
                   not invalid key
                       if adq-activo
                           move "S" to tiene-adquisicion
                           perform calcular-valor-libro
                       end-if
               end-read
           end-if.
           if con-adquisicion and pos-tam > zeroes
               add 1 to tm-cant-costo(pos-tam)
               add adq-costo to tm-suma-costo(pos-tam)
           end-if.
           if tf-km(ix-flo) > zeroes
               compute costo-por-km rounded =
                   tf-costo-ot(ix-flo) / tf-km(ix-flo)
           end-if.
           if con-adquisicion and edad-maxima > zeroes
               and anios-transcurridos is not less than edad-maxima
               move "S" to se-renueva
               move "EDAD" to motivo-renovacion(1:4)
           end-if.
           if km-maximo > zeroes
               and tf-km(ix-flo) is not less than km-maximo
               move "S" to se-renueva
               move "KM" to motivo-renovacion(6:2)
           end-if.
           if costo-km-maximo > zeroes
               and costo-por-km > costo-km-maximo
               move "S" to se-renueva
               move "COSTO" to motivo-renovacion(9:5)
           end-if.
           if renovar-patente
               perform listar-renovacion
           end-if.

      *> Mismo criterio de amortizacion lineal que PatrimonioFlota,
      *> con el corte al 31/12 del anio del plan.
       calcular-valor-libro.
           move adq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute fecha-compra-num =
               function integer-of-date(fecha-convertida).
           compute dias-transcurridos =
               fecha-corte-num - fecha-compra-num.
           if dias-transcurridos < zeroes
               move zeroes to dias-transcurridos
           end-if.
           compute anios-transcurridos =
               dias-transcurridos / 365.
           if adq-vida-anios = zeroes
               or anios-transcurridos >= adq-vida-anios
               move adq-costo to amort-acumulada
           else
               compute amort-acumulada rounded =
                   adq-costo * anios-transcurridos / adq-vida-anios
           end-if.
           compute valor-libro = adq-costo - amort-acumulada.
           compute valor-reventa rounded =
               valor-libro * pct-reventa / 100.

       listar-renovacion.
           add 1 to cant-renovar.
           if pos-tam > zeroes
               add 1 to tm-renovar(pos-tam)
               add valor-reventa to tm-reventa(pos-tam)
           end-if.
           move tf-patente(ix-flo) to dp-patente.
           move tf-tamano(ix-flo) to dp-tamano.
           move tf-marca(ix-flo) to dp-marca.
           move anios-transcurridos to dp-edad.
           move tf-km(ix-flo) to dp-km.
           move tf-costo-ot(ix-flo) to dp-costo-ot.
           move costo-por-km to dp-costo-km.
           move motivo-renovacion to dp-motivo.
           move valor-libro to dp-libro.
           move valor-reventa to dp-reventa.
           write reg-reporte from det-plan.

       emitir-presupuesto.
           write reg-reporte from enc-plan3.
           move spaces to reg-reporte.
           write reg-reporte.
           move anio-plan to eq1-anio.
           write reg-reporte from enc-pres1.
           write reg-reporte from enc-plan3.
           write reg-reporte from enc-pres2.
           write reg-reporte from enc-plan3.
           perform escribir-tamano
               varying ix-tam from 1 by 1
               until ix-tam > cant-tamanos.
           write reg-reporte from enc-plan3.
           move tot-comprar to tq-comprar.
           move tot-presupuesto to tq-presupuesto.
           move tot-reventa to tq-reventa.
           move tot-neto to tq-neto.
           write reg-reporte from tot-pres.

      *> Se repone cada patente renovada; la recomendacion de
      *> MezclaFlota suma o resta una unidad por clase.
       escribir-tamano.
           compute cant-comprar = tm-renovar(ix-tam)
               + tm-faltas(ix-tam) - tm-sobras(ix-tam).
           if cant-comprar < zeroes
               move zeroes to cant-comprar
           end-if.
           if tm-cant-costo(ix-tam) > zeroes
               compute costo-unitario rounded =
                   tm-suma-costo(ix-tam) * (100 + pct-ajuste-precio)
                   / (tm-cant-costo(ix-tam) * 100)
           else
               move zeroes to costo-unitario
           end-if.
           compute presupuesto-tamano = cant-comprar * costo-unitario.
           compute neto-tamano =
               presupuesto-tamano - tm-reventa(ix-tam).
           add cant-comprar to tot-comprar.
           add presupuesto-tamano to tot-presupuesto.
           add tm-reventa(ix-tam) to tot-reventa.
           add neto-tamano to tot-neto.
           move tm-tamano(ix-tam) to dq-tamano.
           move tm-flota(ix-tam) to dq-flota.
           move tm-renovar(ix-tam) to dq-renovar.
           move tm-faltas(ix-tam) to dq-faltas.
           move tm-sobras(ix-tam) to dq-sobras.
           move cant-comprar to dq-comprar.
           move costo-unitario to dq-costo-unit.
           move presupuesto-tamano to dq-presupuesto.
           move tm-reventa(ix-tam) to dq-reventa.
           move neto-tamano to dq-neto.
           write reg-reporte from det-pres.
           if tm-cant-costo(ix-tam) = zeroes and cant-comprar > zeroes
               display "AVISO: tamano " tm-tamano(ix-tam)
                   " sin costo de compra de referencia."
           end-if.

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para comparar y
      *> para FUNCTION INTEGER-OF-DATE.
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
