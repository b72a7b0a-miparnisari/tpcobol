      *> ExpandirAbonos manda al maestro son valuacion estadistica
      *> y Facturacion los excluye: lo facturable del abono sale
      *> unicamente por aca.
      *> Letra, serie fiscal y alicuota salen de la condicion
      *> fiscal del cliente, igual que en Facturacion.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select facturas-detalle
           organization is line sequential
           file status is fs-numeracion.

       select numeracion-letras
           assign to disk "..\..\..\Entrada\numeracion-letras.dat"
           organization is line sequential
           file status is fs-numeracion-letras.

       select documento
           assign to disk "..\..\..\Salida\facturas-abonos.txt"
           organization is line sequential
           03  fact-estado         pic x.
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
               88  fact-cae-pendiente  value "P".
               88  fact-cae-enviada    value "E".
               88  fact-cae-autorizada value "A".
               88  fact-cae-rechazada  value "R".
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
               88  fact-es-factura     value "F".
               88  fact-es-debito      value "D".
           03  fact-fact-origen    pic 9(6).

       fd facturas-detalle
           label record is standard.
       01  reg-numeracion.
           03  num-ultima-factura  pic 9(6).

       fd numeracion-letras
           label record is standard.
       01  reg-numeracion-letras.
           03  num-ultima-letra-a  pic 9(6).
           03  num-ultima-letra-b  pic 9(6).

       fd documento
           label record is standard.
       01  reg-documento           pic x(80).
           88 duplicado-det            value "22".
       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".
       01 fs-numeracion-letras pic xx.
           88 ok-num-let               value "00".
       01 fs-documento         pic xx.
           88 ok-doc                   value "00".

       77 cant-facturados       pic 9(4)    value zeroes.
       77 tot-facturado         pic 9(9)v99 value zeroes.

       77 nro-fiscal-a          pic 9(6)    value zeroes.
       77 nro-fiscal-b          pic 9(6)    value zeroes.
       01 condicion-factura     pic x.
       01 letra-factura         pic x.
       01 cuit-factura          pic 9(11).
       77 pct-iva-factura       pic 9(2)v99 value zeroes.
       77 nro-fiscal-factura    pic 9(6)    value zeroes.
       77 neto-abono            pic 9(7)v99 value zeroes.
       77 iva-abono             pic 9(7)v99 value zeroes.

       01 cli-total-gastado    pic 9(9)v99.

       01 lin-fact1.
           03 filler pic x(17)  value "FACTURA DE ABONO ".
           03 lf1-letra         pic x.
           03 filler pic x(5)   value " Nro ".
           03 lf1-nro-fiscal    pic 9(6).
           03 filler pic x(10)  value " Interno: ".
           03 lf1-nro           pic 9(6).
           03 filler pic x(11)  value "  Periodo  ".
           03 lf1-periodo       pic 9(6).
       01 lin-fact4.
           03 filler pic x(80)  value all "-".

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "ABONOS".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           perform leer-numeracion.
           perform abrir-archivos.
           perform abrir-clientes.
           if cli-codigo-estado is not equal to "00"
               move spaces to cli-numero
           end-if.
           call "CondicionFiscal" using cli-numero,
               condicion-factura, letra-factura, pct-iva-factura,
               cuit-factura.
           if letra-factura = "A"
               add 1 to nro-fiscal-a
               move nro-fiscal-a to nro-fiscal-factura
           else
               add 1 to nro-fiscal-b
               move nro-fiscal-b to nro-fiscal-factura
           end-if.
           move letra-factura to lf1-letra.
           move nro-fiscal-factura to lf1-nro-fiscal.
           move nro-factura to lf1-nro.
           move periodo-pedido to lf1-periodo.
           write reg-documento from lin-fact1.
           move zeroes to fact-pagado.
           move "E" to fact-estado.
           compute fact-neto rounded =
               abo-tarifa-mensual * 100 / (100 + pct-iva-factura).
           compute fact-iva = abo-tarifa-mensual - fact-neto.
           move zeroes to fact-cae.
           move zeroes to fact-cae-vto.
           move "P" to fact-cae-estado.
           move zeroes to fact-cae-fecha.
           move letra-factura to fact-letra.
           move nro-fiscal-factura to fact-nro-fiscal.
           move condicion-factura to fact-condicion.
           move "F" to fact-tipo-comp.
           move zeroes to fact-fact-origen.
           write rec-fact-emitidas.
           if duplicado-fact-emi
               rewrite rec-fact-emitidas
           if not ok-fact-emi
               display "Error al registrar factura fs: "
                 fs-fact-emitidas
           else
               perform asentar-abono-ctacte
           end-if.

       asentar-abono-ctacte.
           move fact-cli-numero to mcc-cli-numero.
           move fact-nro-doc to mcc-nro-doc.
           move "FA" to mcc-tipo.
           move "D" to mcc-signo.
           move fact-total to mcc-importe.
           move spaces to mcc-comprobante.
           string "FACTURA " fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

       registrar-detalle-abono.
           move nro-factura to det-fact-nro.
           move 1 to det-linea.
               end-if
               close numeracion
           end-if.
           open input numeracion-letras.
           if ok-num-let
               read numeracion-letras
                   at end continue
               end-read
               if ok-num-let
                   move num-ultima-letra-a to nro-fiscal-a
                   move num-ultima-letra-b to nro-fiscal-b
               end-if
               close numeracion-letras
           end-if.

       grabar-numeracion.
           open output numeracion.
               display "Error al grabar numeracion fs: "
                 fs-numeracion
           end-if.
           open output numeracion-letras.
           if ok-num-let
               move nro-fiscal-a to num-ultima-letra-a
               move nro-fiscal-b to num-ultima-letra-b
               write reg-numeracion-letras
               close numeracion-letras
           else
               display "Error al grabar numeracion por letra fs: "
                 fs-numeracion-letras
           end-if.

      *> En modo desatendido (agenda nocturna) se factura el mes
      *> calendario anterior; por consola se pide como siempre.
               end-if
               close parametros-corrida
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
