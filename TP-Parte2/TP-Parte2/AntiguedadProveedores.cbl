       identification division.
       program-id. AntiguedadProveedores.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Antiguedad de cuentas a pagar: el saldo pendiente de cada
      *> proveedor en el libro de cuentas a pagar
      *> (RegistrarCuentaPagar), abierto por dias de vencido igual
      *> que el reporte de antiguedad de deuda de CobranzasClientes
      *> pero del lado de lo que debemos: a vencer, 1 a 30, 31 a 60,
      *> 61 a 90 y mas de 90 dias. Lo que sigue vencido despues de
      *> CorridaPagos es lo que quedo retenido (proveedor sin CBU o
      *> dado de baja) y hay que resolver a mano.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is sequential
           record key is cxp-clave
           file status is fs-cuentas-pagar.

       select reporte
           assign to disk "..\..\..\Salida\antiguedad-proveedores.txt"
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

       fd cuentas-pagar
           label record is standard.
       01  rec-cuentas-pagar.
           03  cxp-clave.
               05  cxp-proveedor   pic x(20).
               05  cxp-factura     pic x(15).
           03  cxp-fecha-alta      pic 9(8).  *> AAAAMMDD
           03  cxp-vencimiento     pic 9(8).  *> AAAAMMDD
           03  cxp-importe         pic 9(7)v99.
           03  cxp-pagado          pic 9(7)v99.
           03  cxp-origen          pic x(12).
           03  cxp-patente         pic x(6).
           03  cxp-estado          pic x.
               88  cxp-pendiente       value "P".
               88  cxp-cancelada       value "C".
           03  cxp-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  cxp-importe-pago    pic 9(7)v99.

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-cuentas-pagar     pic xx.
           88 ok-cxp                   value "00".
           88 eof-cxp                  value "10".
       01 hay-cuentas-pagar    pic x       value "N".
           88 cuentas-abiertas         value "S".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-num         pic 9(7).
       77 dias-vencido          pic s9(5).
       77 saldo-factura         pic s9(7)v99.

      *> Tramos del proveedor en curso (corte de control por
      *> proveedor: el libro viene ordenado por proveedor+factura).
       01 proveedor-actual      pic x(20)   value spaces.
       01 tramos-proveedor.
           03 tp-importe occurs 5 times pic 9(9)v99.
       01 tramos-total.
           03 tt-importe occurs 5 times pic 9(9)v99.
       77 ix-tramo              pic 9.
       77 tot-proveedor         pic 9(9)v99 value zeroes.
       77 tot-general           pic 9(9)v99 value zeroes.
       77 cant-proveedores      pic 9(4)    value zeroes.

       01 enc-ant1.
           03 filler pic x(44) value
               "CUENTAS A PAGAR - ANTIGUEDAD - Fecha        ".
           03 ea1-fecha         pic 9(8).

       01 enc-ant2.
           03 filler pic x(22) value "Proveedor".
           03 filler pic x(13) value "    A vencer ".
           03 filler pic x(13) value "   1-30 dias ".
           03 filler pic x(13) value "  31-60 dias ".
           03 filler pic x(13) value "  61-90 dias ".
           03 filler pic x(13) value "  Mas de 90  ".
           03 filler pic x(13) value "      Total".

       01 enc-ant3.
           03 filler pic x(100) value all "-".

       01 det-ant.
           03 da-proveedor      pic x(20).
           03 filler pic x(2)  value spaces.
           03 da-tramo occurs 5 times.
               05 da-importe    pic zzzzzzzz9.99.
               05 filler        pic x.
           03 da-total          pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           perform abrir-archivos.
           move zeroes to tramos-total.
           if cuentas-abiertas
               perform leer-cuenta-pagar
               perform procesar-proveedor until eof-cxp
               close cuentas-pagar
           end-if.
           write reg-reporte from enc-ant3.
           move "TOTAL GENERAL" to da-proveedor.
           perform mover-tramo-total
               varying ix-tramo from 1 by 1 until ix-tramo > 5.
           move tot-general to da-total.
           write reg-reporte from det-ant.
           close reporte.
           display "PROVEEDORES CON SALDO: " cant-proveedores.
           display "TOTAL A PAGAR:         " tot-general.
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
           move fecha-hoy to ea1-fecha.
           write reg-reporte from enc-ant1.
           write reg-reporte from enc-ant2.
           write reg-reporte from enc-ant3.
           *> sin libro de cuentas a pagar el reporte sale en cero
           open input cuentas-pagar.
           if ok-cxp
               move "S" to hay-cuentas-pagar
           end-if.

       leer-cuenta-pagar.
           read cuentas-pagar
               at end continue
           end-read.

       procesar-proveedor.
           move cxp-proveedor to proveedor-actual.
           move zeroes to tramos-proveedor.
           move zeroes to tot-proveedor.
           perform acumular-factura until eof-cxp
               or cxp-proveedor is not equal to proveedor-actual.
           if tot-proveedor > zeroes
               add 1 to cant-proveedores
               move proveedor-actual to da-proveedor
               perform mover-tramo-proveedor
                   varying ix-tramo from 1 by 1 until ix-tramo > 5
               move tot-proveedor to da-total
               write reg-reporte from det-ant
           end-if.

       acumular-factura.
           if cxp-pendiente
               compute saldo-factura = cxp-importe - cxp-pagado
               if saldo-factura > zeroes
                   compute dias-vencido = fecha-hoy-num -
                       function integer-of-date(cxp-vencimiento)
                   if dias-vencido < 1
                       move 1 to ix-tramo
                   else if dias-vencido < 31
                       move 2 to ix-tramo
                   else if dias-vencido < 61
                       move 3 to ix-tramo
                   else if dias-vencido < 91
                       move 4 to ix-tramo
                   else
                       move 5 to ix-tramo
                   end-if
                   add saldo-factura to tp-importe(ix-tramo)
                   add saldo-factura to tt-importe(ix-tramo)
                   add saldo-factura to tot-proveedor
                   add saldo-factura to tot-general
               end-if
           end-if.
           perform leer-cuenta-pagar.

       mover-tramo-proveedor.
           move tp-importe(ix-tramo) to da-importe(ix-tramo).

       mover-tramo-total.
           move tt-importe(ix-tramo) to da-importe(ix-tramo).

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
