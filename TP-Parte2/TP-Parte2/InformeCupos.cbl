       identification division.
       program-id. InformeCupos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Uso de los cupos garantizados de las agencias socias en un
       *> mes: por cada cupo (MantenimientoCupos) que se superpone con
       *> el mes pedido muestra los dias del mes cubiertos, la
       *> capacidad (autos por dia por dias cubiertos), cuantos autos
       *> se aprobaron contra el cupo (cupos-uso.dat, que asienta
       *> ConsultarCupo desde ParteA), lo no usado y el porcentaje de
       *> uso. Sirve de base para renegociar los cupos junto con la
       *> liquidacion mensual de LiquidacionAgencias.
       *>
       *> Como la liquidacion, en modo desatendido toma el mes
       *> calendario anterior; por consola se pide el periodo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cupos
           assign to disk "..\..\..\Entrada\cupos.dat"
           organization is indexed
           access mode is sequential
           record key is cup-clave
           file status is fs-cupos.

       select cupos-uso
           assign to disk "..\..\..\Entrada\cupos-uso.dat"
           organization is indexed
           access mode is dynamic
           record key is cu-clave
           file status is fs-cupos-uso.

       select informe
           assign to disk "..\..\..\Salida\informe-cupos.txt"
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

       fd cupos
           label record is standard.
       01  rec-cupos.
           03  cup-clave.
               05  cup-agencia     pic 9.
               05  cup-tamano      pic x.
               05  cup-desde       pic 9(8).  *> AAAAMMDD
           03  cup-hasta           pic 9(8).  *> AAAAMMDD
           03  cup-cantidad        pic 9(3).
           03  cup-dias-liberacion pic 9(3).
           03  cup-estado          pic x.

       fd cupos-uso
           label record is standard.
       01  rec-cupos-uso.
           03  cu-clave.
               05  cu-agencia      pic 9.
               05  cu-tamano       pic x.
               05  cu-desde        pic 9(8).  *> AAAAMMDD
               05  cu-fecha        pic 9(8).  *> AAAAMMDD
           03  cu-usados           pic 9(3).

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

       01 fs-cupos             pic xx.
           88 ok-cup                   value "00".
           88 eof-cup                  value "10".
       01 fs-cupos-uso         pic xx.
           88 ok-cu                    value "00".
       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.
       01 hay-usos              pic x       value "N".
           88 con-usos                 value "S".
       01 fin-usos              pic x.
           88 sin-mas-usos             value "S".

       01 mes-informe           pic 9(2).
       01 anio-informe          pic 9(4).

       *> Primer y ultimo dia del mes pedido (AAAAMMDD) y la parte
       *> del rango de cada cupo que cae dentro del mes.
       01 primer-dia-mes        pic 9(8).
       01 ultimo-dia-mes        pic 9(8).
       01 desde-en-mes          pic 9(8).
       01 hasta-en-mes          pic 9(8).
       77 dia-num               pic 9(7).
       77 dias-cubiertos        pic 9(3).
       77 capacidad-cupo        pic 9(6).
       77 usados-cupo           pic 9(6).
       77 libres-cupo           pic 9(6).
       77 pct-uso               pic 9(3)v99.

       77 cant-cupos            pic 9(5)    value zeroes.
       77 tot-capacidad         pic 9(7)    value zeroes.
       77 tot-usados            pic 9(7)    value zeroes.
       77 tot-libres            pic 9(7)    value zeroes.

       01 enc-inf1.
           03 filler pic x(34) value
               "USO DE CUPOS DE AGENCIAS - Periodo".
           03 filler pic x     value space.
           03 ei1-mes           pic 9(2).
           03 filler pic x     value "/".
           03 ei1-anio          pic 9(4).

       01 enc-inf2.
           03 filler pic x(5)  value "AGE  ".
           03 filler pic x(5)  value "TAM  ".
           03 filler pic x(10) value "DESDE     ".
           03 filler pic x(10) value "HASTA     ".
           03 filler pic x(6)  value "x DIA ".
           03 filler pic x(6)  value "DIAS  ".
           03 filler pic x(8)  value "  CAPAC ".
           03 filler pic x(8)  value "  USADOS".
           03 filler pic x(8)  value "  LIBRES".
           03 filler pic x(8)  value "   % USO".

       01 enc-inf3.
           03 filler pic x(80) value all "-".

       01 det-inf.
           03 di-agencia        pic 9.
           03 filler pic x(4)  value spaces.
           03 di-tamano         pic x.
           03 filler pic x(4)  value spaces.
           03 di-desde          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 di-hasta          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 di-cantidad       pic zz9.
           03 filler pic x(3)  value spaces.
           03 di-dias           pic zz9.
           03 filler pic x(3)  value spaces.
           03 di-capacidad      pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 di-usados         pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 di-libres         pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 di-pct            pic zz9.99.
           03 filler pic x     value space.
           03 di-estado         pic x.

       01 tot-inf.
           03 filler pic x(8)  value "Cupos: ".
           03 ti-cant           pic zzzz9.
           03 filler pic x(14) value "  Capacidad: ".
           03 ti-capacidad      pic zzzzzz9.
           03 filler pic x(10) value "  Usados: ".
           03 ti-usados         pic zzzzzz9.
           03 filler pic x(10) value "  Libres: ".
           03 ti-libres         pic zzzzzz9.

       PROCEDURE DIVISION.
           move 0 to return-code.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           perform calcular-limites-mes.
           perform abrir-archivos.
           perform escribir-encabezado.
           perform leer-cupo.
           perform procesar-cupo until eof-cup.
           perform escribir-totales.
           perform cerrar-archivos.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> En modo desatendido (agenda nocturna) se informa el mes
      *> calendario anterior; por consola se pide como siempre.
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

      *> El ultimo dia del mes es el dia anterior al primero del mes
      *> siguiente.
       calcular-limites-mes.
           compute primer-dia-mes =
               anio-informe * 10000 + mes-informe * 100 + 1.
           move mes-informe to mes-trabajo.
           move anio-informe to anio-trabajo.
           if mes-trabajo = 12
               move 1 to mes-trabajo
               add 1 to anio-trabajo
           else
               add 1 to mes-trabajo
           end-if.
           compute ultimo-dia-mes =
               anio-trabajo * 10000 + mes-trabajo * 100 + 1.
           compute dia-num =
               function integer-of-date(ultimo-dia-mes) - 1.
           compute ultimo-dia-mes = function date-of-integer(dia-num).

       abrir-archivos.
           open input cupos.
           if not ok-cup
               display "Error al abrir maestro de cupos fs: "
                 fs-cupos
               if not modo-desatendido
                   accept ws-exit
               end-if
               move 1 to return-code
               stop run
           end-if.
           open input cupos-uso.
           if ok-cu
               move "S" to hay-usos
           end-if.
           open output informe.
           if not ok-inf
               display "Error al abrir informe de cupos fs: "
                 fs-informe
               if not modo-desatendido
                   accept ws-exit
               end-if
               move 1 to return-code
               stop run
           end-if.

       escribir-encabezado.
           move mes-informe to ei1-mes.
           move anio-informe to ei1-anio.
           write reg-informe from enc-inf1.
           write reg-informe from enc-inf2.
           write reg-informe from enc-inf3.

       leer-cupo.
           read cupos next record
               at end continue
           end-read.

      *> Solo los cupos cuyo rango toca el mes; los dados de baja
      *> se informan igual si se llegaron a usar.
       procesar-cupo.
           if cup-desde not > ultimo-dia-mes
               and cup-hasta not < primer-dia-mes
               perform calcular-cupo
               if cup-estado not = "B" or usados-cupo > zeroes
                   perform escribir-cupo
               end-if
           end-if.
           perform leer-cupo.

       calcular-cupo.
           if cup-desde > primer-dia-mes
               move cup-desde to desde-en-mes
           else
               move primer-dia-mes to desde-en-mes
           end-if.
           if cup-hasta < ultimo-dia-mes
               move cup-hasta to hasta-en-mes
           else
               move ultimo-dia-mes to hasta-en-mes
           end-if.
           compute dias-cubiertos =
               function integer-of-date(hasta-en-mes)
               - function integer-of-date(desde-en-mes) + 1.
           compute capacidad-cupo = cup-cantidad * dias-cubiertos.
           move zeroes to usados-cupo.
           if con-usos
               perform sumar-usos-cupo
           end-if.

      *> cupos-uso.dat esta ordenado por cupo y fecha: se posiciona
      *> en el primer dia del cupo dentro del mes y se suma hasta el
      *> ultimo.
       sumar-usos-cupo.
           move "N" to fin-usos.
           move cup-agencia to cu-agencia.
           move cup-tamano to cu-tamano.
           move cup-desde to cu-desde.
           move desde-en-mes to cu-fecha.
           start cupos-uso key is not less than cu-clave
               invalid key move "S" to fin-usos
           end-start.
           if not sin-mas-usos
               perform leer-uso
           end-if.
           perform acumular-uso until sin-mas-usos.

       leer-uso.
           read cupos-uso next record
               at end move "S" to fin-usos
           end-read.
           if not sin-mas-usos
               if cu-agencia not = cup-agencia
                   or cu-tamano not = cup-tamano
                   or cu-desde not = cup-desde
                   or cu-fecha > hasta-en-mes
                   move "S" to fin-usos
               end-if
           end-if.

       acumular-uso.
           add cu-usados to usados-cupo.
           perform leer-uso.

       escribir-cupo.
           if usados-cupo > capacidad-cupo
               move zeroes to libres-cupo
           else
               compute libres-cupo = capacidad-cupo - usados-cupo
           end-if.
           if capacidad-cupo > zeroes
               compute pct-uso rounded =
                   usados-cupo * 100 / capacidad-cupo
           else
               move zeroes to pct-uso
           end-if.
           move cup-agencia to di-agencia.
           move cup-tamano to di-tamano.
           move cup-desde to di-desde.
           move cup-hasta to di-hasta.
           move cup-cantidad to di-cantidad.
           move dias-cubiertos to di-dias.
           move capacidad-cupo to di-capacidad.
           move usados-cupo to di-usados.
           move libres-cupo to di-libres.
           move pct-uso to di-pct.
           move cup-estado to di-estado.
           write reg-informe from det-inf.
           add 1 to cant-cupos.
           add capacidad-cupo to tot-capacidad.
           add usados-cupo to tot-usados.
           add libres-cupo to tot-libres.

       escribir-totales.
           write reg-informe from enc-inf3.
           move cant-cupos to ti-cant.
           move tot-capacidad to ti-capacidad.
           move tot-usados to ti-usados.
           move tot-libres to ti-libres.
           write reg-informe from tot-inf.

       cerrar-archivos.
           close cupos.
           if con-usos
               close cupos-uso
           end-if.
           close informe.

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
