       identification division.
       program-id. ReposicionRepuestos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Reposicion de repuestos: cada noche recorre el stock por
      *> sucursal (InventarioRepuestos) y lista lo que quedo en o
      *> por debajo del punto de reposicion del maestro, con la
      *> cantidad a pedir, el proveedor habitual y el costo
      *> estimado del pedido al costo promedio vigente. Un repuesto
      *> con punto de reposicion cero no se repone por sistema.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select stock
           assign to disk "..\..\..\Entrada\stock-repuestos.dat"
           organization is indexed
           access mode is sequential
           record key is stk-clave
           file status is fs-stock.

       select repuestos
           assign to disk "..\..\..\Entrada\repuestos.dat"
           organization is indexed
           access mode is random
           record key is rep-codigo
           file status is fs-repuestos.

       select reporte
           assign to disk "..\..\..\Salida\reposicion-repuestos.txt"
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

       fd stock
           label record is standard.
       01  rec-stock.
           03  stk-clave.
               05  stk-codigo      pic x(10).
               05  stk-sucursal    pic 99.
           03  stk-cantidad        pic 9(6).

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(110).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-stock             pic xx.
           88 ok-stk                   value "00".
           88 eof-stk                  value "10".
       01 hay-stock            pic x       value "N".
           88 stock-abierto            value "S".

       01 fs-repuestos         pic xx.
           88 ok-rep                   value "00".
       01 hay-repuestos        pic x       value "N".
           88 repuestos-abiertos       value "S".

       01 fs-reporte           pic xx.
           88 ok-rep-txt               value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       77 costo-pedido          pic 9(9)v99 value zeroes.
       77 cant-a-reponer        pic 9(5)    value zeroes.
       77 tot-pedidos           pic 9(9)v99 value zeroes.

       01 enc-rep1.
           03 filler pic x(44) value
               "REPUESTOS A REPONER - Fecha                 ".
           03 er1-fecha         pic 9(8).

       01 enc-rep2.
           03 filler pic x(12) value "Codigo".
           03 filler pic x(32) value "Descripcion".
           03 filler pic x(4)  value "Suc".
           03 filler pic x(8)  value "  Stock".
           03 filler pic x(7)  value "  Punto".
           03 filler pic x(8)  value "  Pedir".
           03 filler pic x(13) value "  Costo est.".
           03 filler pic x(20) value " Proveedor".

       01 enc-rep3.
           03 filler pic x(110) value all "-".

       01 det-rep.
           03 dr-codigo         pic x(10).
           03 filler pic x(2)  value spaces.
           03 dr-descripcion    pic x(30).
           03 filler pic x(2)  value spaces.
           03 dr-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 dr-stock          pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 dr-punto          pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 dr-pedir          pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 dr-costo          pic zzzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dr-proveedor      pic x(20).

       01 tot-rep.
           03 filler pic x(22) value "ITEMS A REPONER:      ".
           03 trp-cant          pic zzzz9.
           03 filler pic x(17) value "  Costo pedidos: ".
           03 trp-costo         pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           if stock-abierto and repuestos-abiertos
               perform leer-stock
               perform evaluar-stock until eof-stk
           end-if.
           write reg-reporte from enc-rep3.
           move cant-a-reponer to trp-cant.
           move tot-pedidos to trp-costo.
           write reg-reporte from tot-rep.
           perform cerrar-archivos.
           display "ITEMS A REPONER: " cant-a-reponer
               " por " tot-pedidos.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       abrir-archivos.
           open output reporte.
           if not ok-rep-txt
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to er1-fecha.
           write reg-reporte from enc-rep1.
           write reg-reporte from enc-rep2.
           write reg-reporte from enc-rep3.
           *> sin inventario cargado el reporte sale vacio
           open input stock.
           if ok-stk
               move "S" to hay-stock
           end-if.
           open input repuestos.
           if ok-rep
               move "S" to hay-repuestos
           end-if.

       cerrar-archivos.
           if stock-abierto
               close stock
           end-if.
           if repuestos-abiertos
               close repuestos
           end-if.
           close reporte.

       leer-stock.
           read stock
               at end continue
           end-read.

       evaluar-stock.
           move stk-codigo to rep-codigo.
           read repuestos
               invalid key continue
               not invalid key
                   if rep-punto-reposicion > zeroes
                       and stk-cantidad
                           is not greater than rep-punto-reposicion
                       perform listar-reposicion
                   end-if
           end-read.
           perform leer-stock.

       listar-reposicion.
           compute costo-pedido =
               rep-cantidad-pedido * rep-costo-unitario.
           move rep-codigo to dr-codigo.
           move rep-descripcion to dr-descripcion.
           move stk-sucursal to dr-sucursal.
           move stk-cantidad to dr-stock.
           move rep-punto-reposicion to dr-punto.
           move rep-cantidad-pedido to dr-pedir.
           move costo-pedido to dr-costo.
           move rep-proveedor to dr-proveedor.
           write reg-reporte from det-rep.
           add 1 to cant-a-reponer.
           add costo-pedido to tot-pedidos.

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
