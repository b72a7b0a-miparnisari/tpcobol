       identification division.
       program-id. ValuacionRepuestos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Valuacion mensual del stock de repuestos y neumaticos: por
      *> cada repuesto del maestro (InventarioRepuestos), el stock
      *> de todas las sucursales al costo promedio vigente, y lo que
      *> entro y se consumio en el mes calendario anterior segun
      *> movimientos-repuestos.dat. Al pie, el valor del stock por
      *> sucursal. Se agenda como proceso mensual (MantenimientoAgenda),
      *> igual que CierreMensual, y toma el mismo mes.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select repuestos
           assign to disk "..\..\..\Entrada\repuestos.dat"
           organization is indexed
           access mode is sequential
           record key is rep-codigo
           file status is fs-repuestos.

       select stock
           assign to disk "..\..\..\Entrada\stock-repuestos.dat"
           organization is indexed
           access mode is dynamic
           record key is stk-clave
           file status is fs-stock.

       select movimientos
           assign to disk "..\..\..\Entrada\movimientos-repuestos.dat"
           organization is indexed
           access mode is dynamic
           record key is mov-clave
           file status is fs-movimientos.

       select reporte
           assign to disk "..\..\..\Salida\valuacion-repuestos.txt"
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

       fd repuestos
           label record is standard.
       01  rec-repuestos.
           03  rep-codigo          pic x(10).
           03  rep-descripcion     pic x(30).
           03  rep-rubro           pic x.
           03  rep-costo-unitario  pic 9(6)v99.
           03  rep-punto-reposicion pic 9(5).
           03  rep-cantidad-pedido pic 9(5).
           03  rep-proveedor       pic x(20).

       fd stock
           label record is standard.
       01  rec-stock.
           03  stk-clave.
               05  stk-codigo      pic x(10).
               05  stk-sucursal    pic 99.
           03  stk-cantidad        pic 9(6).

       fd movimientos
           label record is standard.
       01  rec-movimientos.
           03  mov-clave.
               05  mov-codigo      pic x(10).
               05  mov-fecha       pic 9(8).  *> AAAAMMDD
               05  mov-hora        pic 9(8).
           03  mov-tipo            pic x.
               88  mov-ingreso         value "I".
               88  mov-consumo         value "C".
           03  mov-sucursal        pic 99.
           03  mov-cantidad        pic 9(6).
           03  mov-costo-unitario  pic 9(6)v99.
           03  mov-ot-patente      pic x(6).
           03  mov-ot-fecha        pic 9(8).  *> DDMMAAAA
           03  mov-proveedor       pic x(20).
           03  mov-factura         pic x(15).
           03  mov-operador        pic x(8).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(110).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-repuestos         pic xx.
           88 ok-rep                   value "00".
           88 eof-rep                  value "10".

       01 fs-stock             pic xx.
           88 ok-stk                   value "00".
           88 eof-stk                  value "10".
       01 hay-stock            pic x       value "N".
           88 stock-abierto            value "S".

       01 fs-movimientos       pic xx.
           88 ok-mov                   value "00".
           88 eof-mov                  value "10".
       01 hay-movimientos      pic x       value "N".
           88 movimientos-abiertos     value "S".

       01 fs-reporte           pic xx.
           88 ok-rep-txt               value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).

      *> Mes calendario anterior al de la corrida, en AAAAMMDD.
       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).
       01 periodo-desde         pic 9(8).
       01 periodo-hasta         pic 9(8).

       77 stock-repuesto        pic 9(7)    value zeroes.
       77 valor-repuesto        pic 9(9)v99 value zeroes.
       77 valor-stock-suc       pic 9(9)v99 value zeroes.
       77 ingresos-mes          pic 9(7)    value zeroes.
       77 consumos-mes          pic 9(7)    value zeroes.
       77 valor-consumos-mes    pic 9(9)v99 value zeroes.
       77 tot-valor             pic 9(11)v99 value zeroes.
       77 tot-consumos          pic 9(11)v99 value zeroes.
       77 cant-repuestos        pic 9(5)    value zeroes.

      *> Valor del stock por sucursal (codigo 01..99).
       01 tabla-sucursales.
           03 ts-valor occurs 99 times pic 9(9)v99.
       77 ix-suc                pic 9(3).

       01 enc-val1.
           03 filler pic x(44) value
               "VALUACION DE STOCK DE REPUESTOS - Fecha     ".
           03 ev1-fecha         pic 9(8).
           03 filler pic x(20) value "   Movimientos mes: ".
           03 ev1-mes           pic 99.
           03 filler pic x     value "/".
           03 ev1-anio          pic 9(4).

       01 enc-val2.
           03 filler pic x(12) value "Codigo".
           03 filler pic x(32) value "Descripcion".
           03 filler pic x(9)  value "   Stock ".
           03 filler pic x(11) value " Costo unit".
           03 filler pic x(14) value "         Valor".
           03 filler pic x(10) value "  Ingresos".
           03 filler pic x(10) value "  Consumos".
           03 filler pic x(13) value "  Valor cons.".

       01 enc-val3.
           03 filler pic x(110) value all "-".

       01 det-val.
           03 dv-codigo         pic x(10).
           03 filler pic x(2)  value spaces.
           03 dv-descripcion    pic x(30).
           03 filler pic x(2)  value spaces.
           03 dv-stock          pic zzzzzz9.
           03 filler pic x(2)  value spaces.
           03 dv-costo          pic zzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dv-valor          pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dv-ingresos       pic zzzzzz9.
           03 filler pic x(3)  value spaces.
           03 dv-consumos       pic zzzzzz9.
           03 filler pic x(2)  value spaces.
           03 dv-valor-cons     pic zzzzzzzz9.99.

       01 det-suc.
           03 filler pic x(16) value "VALOR SUCURSAL ".
           03 dsu-sucursal      pic 99.
           03 filler pic x(4)  value ":   ".
           03 dsu-valor         pic zzzzzzzz9.99.

       01 tot-val.
           03 filler pic x(22) value "VALOR TOTAL DEL STOCK:".
           03 tv-valor          pic zzzzzzzzzz9.99.
           03 filler pic x(23) value "   CONSUMIDO EN EL MES:".
           03 tv-consumos       pic zzzzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform derivar-mes-anterior.
           compute periodo-desde =
               anio-trabajo * 10000 + mes-trabajo * 100 + 1.
           compute periodo-hasta =
               anio-trabajo * 10000 + mes-trabajo * 100 + 31.
           move zeroes to tabla-sucursales.
           perform abrir-archivos.
           perform leer-repuesto.
           perform valuar-repuesto until eof-rep.
           write reg-reporte from enc-val3.
           perform listar-sucursal
               varying ix-suc from 1 by 1 until ix-suc > 99.
           move tot-valor to tv-valor.
           move tot-consumos to tv-consumos.
           write reg-reporte from tot-val.
           perform cerrar-archivos.
           display "REPUESTOS VALUADOS: " cant-repuestos.
           display "VALOR DEL STOCK:    " tot-valor.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       abrir-archivos.
           open input repuestos.
           if not ok-rep
               display "Sin maestro de repuestos, nada que valuar."
               move 0 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output reporte.
           if not ok-rep-txt
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input stock.
           if ok-stk
               move "S" to hay-stock
           end-if.
           open input movimientos.
           if ok-mov
               move "S" to hay-movimientos
           end-if.
           move fecha-hoy to ev1-fecha.
           move mes-trabajo to ev1-mes.
           move anio-trabajo to ev1-anio.
           write reg-reporte from enc-val1.
           write reg-reporte from enc-val2.
           write reg-reporte from enc-val3.

       cerrar-archivos.
           close repuestos.
           close reporte.
           if stock-abierto
               close stock
           end-if.
           if movimientos-abiertos
               close movimientos
           end-if.

       leer-repuesto.
           read repuestos
               at end continue
           end-read.

       valuar-repuesto.
           move zeroes to stock-repuesto.
           move zeroes to valor-repuesto.
           move zeroes to ingresos-mes.
           move zeroes to consumos-mes.
           move zeroes to valor-consumos-mes.
           if stock-abierto
               perform sumar-stock-repuesto
           end-if.
           if movimientos-abiertos
               perform sumar-movimientos-mes
           end-if.
           if stock-repuesto > zeroes or ingresos-mes > zeroes
               or consumos-mes > zeroes
               add 1 to cant-repuestos
               move rep-codigo to dv-codigo
               move rep-descripcion to dv-descripcion
               move stock-repuesto to dv-stock
               move rep-costo-unitario to dv-costo
               move valor-repuesto to dv-valor
               move ingresos-mes to dv-ingresos
               move consumos-mes to dv-consumos
               move valor-consumos-mes to dv-valor-cons
               write reg-reporte from det-val
               add valor-repuesto to tot-valor
               add valor-consumos-mes to tot-consumos
           end-if.
           perform leer-repuesto.

       sumar-stock-repuesto.
           move rep-codigo to stk-codigo.
           move zeroes to stk-sucursal.
           start stock key is not less than stk-clave
               invalid key continue
           end-start.
           if ok-stk
               perform leer-stock
               perform acumular-stock until eof-stk
                   or stk-codigo is not equal to rep-codigo
           end-if.

       leer-stock.
           read stock next record
               at end continue
           end-read.

       acumular-stock.
           add stk-cantidad to stock-repuesto.
           compute valor-stock-suc =
               stk-cantidad * rep-costo-unitario.
           add valor-stock-suc to valor-repuesto.
           if stk-sucursal > zeroes
               add valor-stock-suc to ts-valor(stk-sucursal)
           end-if.
           perform leer-stock.

       sumar-movimientos-mes.
           move rep-codigo to mov-codigo.
           move periodo-desde to mov-fecha.
           move zeroes to mov-hora.
           start movimientos key is not less than mov-clave
               invalid key continue
           end-start.
           if ok-mov
               perform leer-movimiento
               perform acumular-movimiento until eof-mov
                   or mov-codigo is not equal to rep-codigo
                   or mov-fecha > periodo-hasta
           end-if.

       leer-movimiento.
           read movimientos next record
               at end continue
           end-read.

       acumular-movimiento.
           if mov-ingreso
               add mov-cantidad to ingresos-mes
           else if mov-consumo
               add mov-cantidad to consumos-mes
               compute valor-consumos-mes = valor-consumos-mes
                   + mov-cantidad * mov-costo-unitario
           end-if.
           perform leer-movimiento.

       listar-sucursal.
           if ts-valor(ix-suc) > zeroes
               move ix-suc to dsu-sucursal
               move ts-valor(ix-suc) to dsu-valor
               write reg-reporte from det-suc
           end-if.

      *> Mes y anio anteriores al corriente, como en CierreMensual.
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
