       identification division.
       program-id. PresupuestoVsReal.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Presupuesto contra real: para el mes pedido y el acumulado
      *> del anio hasta ese mes, por sucursal y tamano de vehiculo,
      *> compara las metas del presupuesto (MantenimientoPresupuesto)
      *> contra lo realmente alquilado: cantidad de alquileres, dias
      *> e importe, con la variacion del importe en pesos y en
      *> porcentaje.
      *>
      *> Lo real sale de alquileres.dat: el negocio aprobado y
      *> devuelto (estados T y D, igual que las estadisticas de
      *> ParteB), en el mes de la fecha del alquiler, con el tamano
      *> del auto de autos.dat. El importe de un alquiler ya
      *> facturado es el de sus lineas de alquiler y campania en
      *> facturas-detalle.dat; si todavia no se facturo se toma el
      *> importe aprobado del alquiler.
      *>
      *> Una combinacion sin meta cargada sale igual (con la
      *> variacion porcentual en S/P), y una meta sin alquileres
      *> sale con lo real en cero.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select presupuesto
           assign to disk "..\..\..\Entrada\presupuesto.dat"
           organization is indexed
           access mode is dynamic
           record key is pre-clave
           file status is fs-presupuesto.

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

       select facturas-detalle
           assign to disk "..\..\..\Entrada\facturas-detalle.dat"
           organization is indexed
           access mode is dynamic
           record key is det-clave
           file status is fs-fact-detalle.

       select reporte
           assign to disk "..\..\..\Salida\presupuesto-vs-real.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido se
      *> informa el mes calendario anterior y el ACCEPT final no
      *> frena la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd presupuesto
           label record is standard.
       01  rec-presupuesto.
           03  pre-clave.
               05  pre-anio        pic 9(4).
               05  pre-mes         pic 99.
               05  pre-sucursal    pic 99.
               05  pre-tamano      pic x.
           03  pre-alquileres      pic 9(5).
           03  pre-dias            pic 9(6).
           03  pre-importe         pic 9(9)v99.

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

       fd facturas-detalle
           label record is standard.
       01  rec-fact-detalle.
           03  det-clave.
               05  det-fact-nro    pic 9(6).
               05  det-linea       pic 9(3).
           03  det-tipo            pic x.
               88  det-alquiler        value "A".
               88  det-descuento       value "D".
               88  det-campania        value "P".
               88  det-recargo-danio   value "K".
           03  det-patente         pic x(6).
           03  det-fecha           pic 9(8).  *> DDMMAAAA
           03  det-concepto        pic x(20).
           03  det-importe         pic s9(7)v99.

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-presupuesto       pic xx.
           88 ok-pre                   value "00".
           88 eof-pre                  value "10".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-autos             pic xx.
           88 ok-aut                   value "00".
       01 hay-autos            pic x       value "N".
           88 autos-abiertos           value "S".
       01 fs-fact-detalle      pic xx.
           88 ok-det                   value "00".
           88 eof-det                  value "10".
       01 hay-detalle          pic x       value "N".
           88 detalle-abierto          value "S".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 mes-informe           pic 99.
       01 anio-informe          pic 9(4).
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).

       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 alq-fecha-mm          pic 9(2).
       01 alq-fecha-aaaa        pic 9(4).

      *> Una fila por sucursal + tamano, en orden de clave, con las
      *> metas y lo real de cada mes del anio.
       01 tabla-filas.
           03 fil-elem occurs 200 times.
               05 fil-clave.
                   07 fil-sucursal     pic 99.
                   07 fil-tamano       pic x.
               05 fil-mes occurs 12 times.
                   07 fil-pre-alq      pic 9(5).
                   07 fil-pre-dias     pic 9(6).
                   07 fil-pre-imp      pic 9(9)v99.
                   07 fil-real-alq     pic 9(5).
                   07 fil-real-dias    pic 9(6).
                   07 fil-real-imp     pic s9(9)v99.
       77 cant-filas            pic 9(3)    value zeroes.
       77 max-filas             pic 9(3)    value 200.
       77 ix-fila               pic 9(3).
       77 pos-fila              pic 9(3).
       77 ix-mes                pic 99.
       01 clave-buscada.
           03 cb-sucursal       pic 99.
           03 cb-tamano         pic x.

       77 tamano-alquiler       pic x.
       77 importe-real          pic s9(9)v99.
       77 importe-facturado     pic s9(9)v99.
       77 factura-actual        pic 9(6).
       77 lineas-alquiler       pic 9(3).

      *> Periodo que se imprime (el mes o el acumulado) y totales
       01 periodo-fila.
           03 per-pre-alq       pic 9(7).
           03 per-pre-dias      pic 9(8).
           03 per-pre-imp       pic 9(11)v99.
           03 per-real-alq      pic 9(7).
           03 per-real-dias     pic 9(8).
           03 per-real-imp      pic s9(11)v99.
       01 total-mes.
           03 tm-pre-alq        pic 9(7).
           03 tm-pre-dias       pic 9(8).
           03 tm-pre-imp        pic 9(11)v99.
           03 tm-real-alq       pic 9(7).
           03 tm-real-dias      pic 9(8).
           03 tm-real-imp       pic s9(11)v99.
       01 total-acum.
           03 ta-pre-alq        pic 9(7).
           03 ta-pre-dias       pic 9(8).
           03 ta-pre-imp        pic 9(11)v99.
           03 ta-real-alq       pic 9(7).
           03 ta-real-dias      pic 9(8).
           03 ta-real-imp       pic s9(11)v99.
       77 mes-desde             pic 99.
       77 variacion             pic s9(11)v99.
       77 variacion-pct         pic s9(5)v99.

       77 cant-metas            pic 9(5)    value zeroes.
       77 cant-alquileres       pic 9(6)    value zeroes.
       77 cant-sin-lugar        pic 9(5)    value zeroes.

       01 enc-pvr1.
           03 filler pic x(36) value
               "PRESUPUESTO VS REAL - Mes / Anio    ".
           03 ep1-mes           pic 99.
           03 filler pic x     value "/".
           03 ep1-anio          pic 9(4).

       01 enc-pvr2.
           03 filler pic x(21) value "Su  T  Periodo  Alq.P".
           03 filler pic x(20) value " Alq.R Dias.P Dias.R".
           03 filler pic x(27) value "  Importe pres.  Importe re".
           03 filler pic x(21) value "al     Variacion  Var".

       01 enc-pvr3.
           03 filler pic x(100) value all "-".

       01 det-pvr.
           03 dv-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 dv-tamano         pic x.
           03 filler pic x(2)  value spaces.
           03 dv-periodo        pic x(7).
           03 filler pic x     value spaces.
           03 dv-pre-alq        pic zzzz9.
           03 filler pic x     value spaces.
           03 dv-real-alq       pic zzzz9.
           03 filler pic x     value spaces.
           03 dv-pre-dias       pic zzzzz9.
           03 filler pic x     value spaces.
           03 dv-real-dias      pic zzzzz9.
           03 filler pic x     value spaces.
           03 dv-pre-imp        pic zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 dv-real-imp       pic -zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 dv-variacion      pic -zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 dv-pct            pic -zzz9.99.
           03 dv-pct-x redefines dv-pct pic x(8).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           perform abrir-reporte.
           perform cargar-presupuesto.
           perform cargar-reales.
           move zeroes to total-mes.
           move zeroes to total-acum.
           perform imprimir-fila
               varying ix-fila from 1 by 1 until ix-fila > cant-filas.
           perform imprimir-totales.
           close reporte.
           display "METAS DEL PERIODO:     " cant-metas.
           display "ALQUILERES PERIODO:    " cant-alquileres.
           display "IMPORTE PRESUP. MES:   " tm-pre-imp.
           display "IMPORTE REAL MES:      " tm-real-imp.
           display "IMPORTE PRESUP. ACUM:  " ta-pre-imp.
           display "IMPORTE REAL ACUM:     " ta-real-imp.
           move 0 to return-code.
           if cant-sin-lugar > zeroes
               display "COMBINACIONES SIN LUGAR EN TABLA: "
                   cant-sin-lugar
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> En modo desatendido se informa el mes calendario anterior;
      *> por consola se pide.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               move mes-trabajo to mes-informe
               move anio-trabajo to anio-informe
           else
               display "Mes a informar (MM): "
               accept mes-informe
               display "Anio a informar (AAAA): "
               accept anio-informe
           end-if.
           if mes-informe < 1 or mes-informe > 12
               display "Mes invalido."
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
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
           move mes-informe to ep1-mes.
           move anio-informe to ep1-anio.
           write reg-reporte from enc-pvr1.
           write reg-reporte from enc-pvr2.
           write reg-reporte from enc-pvr3.

      *> Metas del anio hasta el mes informado
       cargar-presupuesto.
           open input presupuesto.
           if ok-pre
               move anio-informe to pre-anio
               move zeroes to pre-mes
               move zeroes to pre-sucursal
               move low-values to pre-tamano
               start presupuesto key is not less than pre-clave
                   invalid key move "10" to fs-presupuesto
               end-start
               if ok-pre
                   perform leer-presupuesto
               end-if
               perform acumular-meta until eof-pre
                   or pre-anio is not equal to anio-informe
                   or pre-mes > mes-informe
               close presupuesto
           end-if.

       leer-presupuesto.
           read presupuesto next record
               at end continue
           end-read.

       acumular-meta.
           add 1 to cant-metas.
           move pre-sucursal to cb-sucursal.
           move pre-tamano to cb-tamano.
           perform ubicar-fila.
           if pos-fila > zeroes
               add pre-alquileres to fil-pre-alq(pos-fila, pre-mes)
               add pre-dias to fil-pre-dias(pos-fila, pre-mes)
               add pre-importe to fil-pre-imp(pos-fila, pre-mes)
           end-if.
           perform leer-presupuesto.

      *> Alquileres aprobados y devueltos del anio hasta el mes
       cargar-reales.
           open input autos.
           if ok-aut
               move "S" to hay-autos
           end-if.
           open input facturas-detalle.
           if ok-det
               move "S" to hay-detalle
           end-if.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform acumular-alquiler until eof-alq
               close alquileresmae
           end-if.
           if autos-abiertos
               close autos
           end-if.
           if detalle-abierto
               close facturas-detalle
           end-if.

       leer-alquiler.
           read alquileresmae
               at end continue
           end-read.

       acumular-alquiler.
           divide alq-fecha by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving alq-fecha-mm remainder alq-fecha-aaaa.
           if (alq-estado = "T" or alq-estado = "D")
               and alq-fecha-aaaa = anio-informe
               and alq-fecha-mm >= 1
               and alq-fecha-mm <= mes-informe
               add 1 to cant-alquileres
               perform buscar-tamano
               perform valuar-alquiler
               move alq-sucursal to cb-sucursal
               move tamano-alquiler to cb-tamano
               perform ubicar-fila
               if pos-fila > zeroes
                   add 1 to fil-real-alq(pos-fila, alq-fecha-mm)
                   add alq-cantdias
                       to fil-real-dias(pos-fila, alq-fecha-mm)
                   add importe-real
                       to fil-real-imp(pos-fila, alq-fecha-mm)
               end-if
           end-if.
           perform leer-alquiler.

       buscar-tamano.
           move "?" to tamano-alquiler.
           if autos-abiertos
               move alq-patente to aut-patente
               read autos record
                   invalid key move "?" to aut-tamano
               end-read
               move aut-tamano to tamano-alquiler
           end-if.

      *> Importe facturado: lineas de alquiler y de campania de la
      *> factura del alquiler que corresponden a su clave.
       valuar-alquiler.
           move alq-importe to importe-real.
           if alq-factura > zeroes and detalle-abierto
               move zeroes to importe-facturado
               move zeroes to lineas-alquiler
               move alq-factura to factura-actual
               move alq-factura to det-fact-nro
               move zeroes to det-linea
               start facturas-detalle key is not less than det-clave
                   invalid key move "10" to fs-fact-detalle
               end-start
               if ok-det
                   perform leer-detalle
               end-if
               perform sumar-linea-detalle until eof-det
                   or det-fact-nro is not equal to factura-actual
               if lineas-alquiler > zeroes
                   move importe-facturado to importe-real
               end-if
           end-if.

       leer-detalle.
           read facturas-detalle next record
               at end continue
           end-read.

       sumar-linea-detalle.
           if (det-alquiler or det-campania)
               and det-patente = alq-patente
               and det-fecha = alq-fecha
               add det-importe to importe-facturado
               add 1 to lineas-alquiler
           end-if.
           perform leer-detalle.

      *> Busca la fila de clave-buscada; si no esta la inserta en
      *> su lugar (la tabla queda ordenada por sucursal y tamano).
       ubicar-fila.
           move zeroes to pos-fila.
           perform comparar-fila
               varying ix-fila from 1 by 1
               until ix-fila > cant-filas or pos-fila > zeroes.
           if pos-fila = zeroes
               if cant-filas < max-filas
                   perform insertar-fila
               else
                   add 1 to cant-sin-lugar
               end-if
           end-if.

       comparar-fila.
           if fil-clave(ix-fila) = clave-buscada
               move ix-fila to pos-fila
           end-if.

       insertar-fila.
           move cant-filas to ix-fila.
           add 1 to ix-fila.
           move ix-fila to pos-fila.
           perform buscar-lugar-fila
               varying ix-fila from 1 by 1
               until ix-fila > cant-filas.
           perform correr-fila
               varying ix-fila from cant-filas by -1
               until ix-fila < pos-fila.
           add 1 to cant-filas.
           move clave-buscada to fil-clave(pos-fila).
           perform limpiar-mes-fila
               varying ix-mes from 1 by 1 until ix-mes > 12.

       buscar-lugar-fila.
           if fil-clave(ix-fila) > clave-buscada
               and ix-fila < pos-fila
               move ix-fila to pos-fila
           end-if.

       correr-fila.
           move fil-elem(ix-fila) to fil-elem(ix-fila + 1).

       limpiar-mes-fila.
           move zeroes to fil-pre-alq(pos-fila, ix-mes).
           move zeroes to fil-pre-dias(pos-fila, ix-mes).
           move zeroes to fil-pre-imp(pos-fila, ix-mes).
           move zeroes to fil-real-alq(pos-fila, ix-mes).
           move zeroes to fil-real-dias(pos-fila, ix-mes).
           move zeroes to fil-real-imp(pos-fila, ix-mes).

       imprimir-fila.
           move fil-sucursal(ix-fila) to dv-sucursal.
           move fil-tamano(ix-fila) to dv-tamano.
           move mes-informe to mes-desde.
           perform sumar-periodo.
           add per-pre-alq to tm-pre-alq.
           add per-pre-dias to tm-pre-dias.
           add per-pre-imp to tm-pre-imp.
           add per-real-alq to tm-real-alq.
           add per-real-dias to tm-real-dias.
           add per-real-imp to tm-real-imp.
           move "MES" to dv-periodo.
           perform escribir-periodo.
           move 1 to mes-desde.
           perform sumar-periodo.
           add per-pre-alq to ta-pre-alq.
           add per-pre-dias to ta-pre-dias.
           add per-pre-imp to ta-pre-imp.
           add per-real-alq to ta-real-alq.
           add per-real-dias to ta-real-dias.
           add per-real-imp to ta-real-imp.
           move "ACUM" to dv-periodo.
           perform escribir-periodo.

       sumar-periodo.
           move zeroes to periodo-fila.
           perform sumar-mes-periodo
               varying ix-mes from mes-desde by 1
               until ix-mes > mes-informe.

       sumar-mes-periodo.
           add fil-pre-alq(ix-fila, ix-mes) to per-pre-alq.
           add fil-pre-dias(ix-fila, ix-mes) to per-pre-dias.
           add fil-pre-imp(ix-fila, ix-mes) to per-pre-imp.
           add fil-real-alq(ix-fila, ix-mes) to per-real-alq.
           add fil-real-dias(ix-fila, ix-mes) to per-real-dias.
           add fil-real-imp(ix-fila, ix-mes) to per-real-imp.

      *> Variacion = real - presupuesto; el porcentaje es sobre el
      *> presupuesto (S/P si no hay meta de importe).
       escribir-periodo.
           move per-pre-alq to dv-pre-alq.
           move per-real-alq to dv-real-alq.
           move per-pre-dias to dv-pre-dias.
           move per-real-dias to dv-real-dias.
           move per-pre-imp to dv-pre-imp.
           move per-real-imp to dv-real-imp.
           compute variacion = per-real-imp - per-pre-imp.
           move variacion to dv-variacion.
           if per-pre-imp > zeroes
               compute variacion-pct rounded =
                   variacion * 100 / per-pre-imp
               move variacion-pct to dv-pct
           else
               move "     S/P" to dv-pct-x
           end-if.
           write reg-reporte from det-pvr.

       imprimir-totales.
           write reg-reporte from enc-pvr3.
           move zeroes to dv-sucursal.
           move space to dv-tamano.
           move total-mes to periodo-fila.
           move "TOT MES" to dv-periodo.
           perform escribir-periodo.
           move total-acum to periodo-fila.
           move "TOT ACU" to dv-periodo.
           perform escribir-periodo.

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
