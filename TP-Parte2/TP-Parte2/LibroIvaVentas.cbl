      *> pedido (neto / IVA / total, persistidos por Facturacion en
      *> el registro de emitidas) y las notas de credito del mismo
      *> periodo como lineas negativas (del registro de notas que
      *> asienta NotaCredito), con totales de cada columna. Las
      *> notas de debito por intereses (InteresesMora) estan en el
      *> registro de facturas y salen como lineas "ND" positivas.
      *>
      *> Para la presentacion mensual el libro sale abierto por
      *> letra (A, B y los comprobantes anteriores al maestro
      *> fiscal, sin letra), cada letra con su subtotal, y cierra
      *> con el resumen por condicion fiscal del cliente.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
               88  fact-cobrada        value "C".
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

       fd notas-emitidas
           label record is standard.
           03  nemi-total          pic 9(7)v99.
           03  nemi-neto           pic 9(7)v99.
           03  nemi-iva            pic 9(7)v99.
           03  nemi-cae            pic 9(14).
           03  nemi-cae-vto        pic 9(8).  *> AAAAMMDD
           03  nemi-cae-estado     pic x.
               88  nemi-cae-pendiente  value "P".
               88  nemi-cae-enviada    value "E".
               88  nemi-cae-autorizada value "A".
               88  nemi-cae-rechazada  value "R".
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd libro
           label record is standard.

       77 cant-facturas         pic 9(5)    value zeroes.
       77 cant-notas            pic 9(5)    value zeroes.
       77 cant-debitos          pic 9(5)    value zeroes.
       77 tot-neto              pic s9(9)v99 value zeroes.
       77 tot-iva               pic s9(9)v99 value zeroes.
       77 tot-total             pic s9(9)v99 value zeroes.

      *> Letras en el orden en que se listan; la ultima (blanco) son
      *> los comprobantes anteriores al maestro fiscal.
       01 tabla-letras.
           03 filler            pic x(3)    value "AB ".
       01 tabla-letras-r redefines tabla-letras.
           03 let-codigo        pic x       occurs 3 times.
       77 ix-let                pic 9.
       01 letra-en-curso        pic x.
       77 sub-neto              pic s9(9)v99 value zeroes.
       77 sub-iva               pic s9(9)v99 value zeroes.
       77 sub-total             pic s9(9)v99 value zeroes.

      *> Acumulado por condicion fiscal (I/M/F/E y blanco).
       01 tabla-condiciones.
           03 filler            pic x(5)    value "IMFE ".
       01 tabla-condiciones-r redefines tabla-condiciones.
           03 con-codigo        pic x       occurs 5 times.
       01 tabla-acum-condicion.
           03 acu-elem occurs 5 times.
               05 acu-neto      pic s9(9)v99.
               05 acu-iva       pic s9(9)v99.
               05 acu-total     pic s9(9)v99.
       77 ix-con                pic 9.
       77 pos-con               pic 9.
       01 condicion-registro    pic x.
       77 neto-registro         pic s9(9)v99.
       77 iva-registro          pic s9(9)v99.
       77 total-registro        pic s9(9)v99.

       01 enc-lib1.
           03 filler pic x(28) value
               "LIBRO IVA VENTAS - Periodo  ".

       01 enc-lib2.
           03 filler pic x(6)  value "Tipo  ".
           03 filler pic x(7)  value "L Cond ".
           03 filler pic x(8)  value "Numero  ".
           03 filler pic x(10) value "Fecha     ".
           03 filler pic x(22) value "Documento             ".
       01 det-lib.
           03 dl-tipo           pic x(4).
           03 filler pic x(2)  value spaces.
           03 dl-letra          pic x.
           03 filler pic x(1)  value spaces.
           03 dl-condicion      pic x.
           03 filler pic x(4)  value spaces.
           03 dl-numero         pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dl-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dl-total          pic -(7)9.99.

       01 enc-letra.
           03 filler pic x(15) value "COMPROBANTES   ".
           03 elt-letra         pic x.
           03 filler pic x(30) value spaces.

       01 enc-sin-letra.
           03 filler pic x(46) value
               "COMPROBANTES SIN LETRA (ANTERIORES AL MAESTRO)".

       01 sub-lib.
           03 filler pic x(17) value "SUBTOTAL LETRA   ".
           03 sl-letra          pic x.
           03 filler pic x(35) value spaces.
           03 sl-neto           pic -(8)9.99.
           03 filler pic x(2)  value spaces.
           03 sl-iva            pic -(8)9.99.
           03 filler pic x(2)  value spaces.
           03 sl-total          pic -(8)9.99.

       01 enc-condicion.
           03 filler pic x(36) value
               "RESUMEN POR CONDICION FISCAL        ".

       01 det-condicion.
           03 filler pic x(10) value "CONDICION ".
           03 dc-condicion      pic x.
           03 filler pic x(2)  value spaces.
           03 dc-descripcion    pic x(20).
           03 filler pic x(20) value spaces.
           03 dc-neto           pic -(8)9.99.
           03 filler pic x(2)  value spaces.
           03 dc-iva            pic -(8)9.99.
           03 filler pic x(2)  value spaces.
           03 dc-total          pic -(8)9.99.

       01 tot-lib.
           03 filler pic x(20) value "TOTALES DEL PERIODO:".
           03 filler pic x(33) value spaces.
           03 tl-neto           pic -(8)9.99.
           03 filler pic x(2)  value spaces.
           03 tl-iva            pic -(8)9.99.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           perform abrir-archivos.
           move zeroes to tabla-acum-condicion.
           perform listar-letra
               varying ix-let from 1 by 1
               until ix-let > 3.
           perform cerrar-archivos.
           display "FACTURAS DEL PERIODO: " cant-facturas.
           display "NOTAS DEL PERIODO:    " cant-notas.
           display "DEBITOS DEL PERIODO:  " cant-debitos.
           if not modo-desatendido
               accept ws-exit
           end-if.
           write reg-libro from enc-lib2.
           write reg-libro from enc-lib3.

      *> Una pasada por letra sobre facturas y notas, con su
      *> subtotal.
       listar-letra.
           move let-codigo(ix-let) to letra-en-curso.
           if letra-en-curso = space
               write reg-libro from enc-sin-letra
           else
               move letra-en-curso to elt-letra
               write reg-libro from enc-letra
           end-if.
           move zeroes to sub-neto.
           move zeroes to sub-iva.
           move zeroes to sub-total.
           perform listar-facturas.
           perform listar-notas.
           move letra-en-curso to sl-letra.
           move sub-neto to sl-neto.
           move sub-iva to sl-iva.
           move sub-total to sl-total.
           write reg-libro from sub-lib.
           write reg-libro from enc-lib3.

       listar-facturas.
           move low-values to fact-nro.
           start facturas-emitidas key is not less than fact-nro
               invalid key continue
           end-start.
           perform leer-factura.
           perform procesar-factura until eof-fact-emi.

           divide fact-fecha-emision by 100
               giving periodo-registro remainder resto-periodo.
           if ok-fact-emi and periodo-registro = periodo-pedido
               and fact-letra = letra-en-curso
               if fact-es-debito
                   move "ND  " to dl-tipo
                   add 1 to cant-debitos
               else
                   move "FAC " to dl-tipo
                   add 1 to cant-facturas
               end-if
               move fact-letra to dl-letra
               move fact-condicion to dl-condicion
               if fact-letra = space
                   move fact-nro to dl-numero
               else
                   move fact-nro-fiscal to dl-numero
               end-if
               move fact-fecha-emision to dl-fecha
               move fact-nro-doc to dl-nro-doc
               move fact-neto to dl-neto
               move fact-iva to dl-iva
               move fact-total to dl-total
               write reg-libro from det-lib
               move fact-condicion to condicion-registro
               move fact-neto to neto-registro
               move fact-iva to iva-registro
               move fact-total to total-registro
               perform acumular-registro
           end-if.
           perform leer-factura.

           divide nemi-fecha by 100
               giving periodo-registro remainder resto-periodo.
           if ok-nemi and periodo-registro = periodo-pedido
               and nemi-letra = letra-en-curso
               move "NC  " to dl-tipo
               move nemi-letra to dl-letra
               move nemi-condicion to dl-condicion
               move nemi-nro to dl-numero
               move nemi-fecha to dl-fecha
               move nemi-nro-doc to dl-nro-doc
               compute dl-iva = 0 - nemi-iva
               compute dl-total = 0 - nemi-total
               write reg-libro from det-lib
               move nemi-condicion to condicion-registro
               compute neto-registro = 0 - nemi-neto
               compute iva-registro = 0 - nemi-iva
               compute total-registro = 0 - nemi-total
               perform acumular-registro
               add 1 to cant-notas
           end-if.
           perform leer-nota.

      *> Cada linea del libro suma a su letra, a su condicion
      *> fiscal y al total del periodo.
       acumular-registro.
           add neto-registro to sub-neto.
           add iva-registro to sub-iva.
           add total-registro to sub-total.
           add neto-registro to tot-neto.
           add iva-registro to tot-iva.
           add total-registro to tot-total.
           move 5 to pos-con.
           perform buscar-condicion
               varying ix-con from 1 by 1
               until ix-con > 4.
           add neto-registro to acu-neto(pos-con).
           add iva-registro to acu-iva(pos-con).
           add total-registro to acu-total(pos-con).

       buscar-condicion.
           if con-codigo(ix-con) = condicion-registro
               move ix-con to pos-con
           end-if.

       listar-condiciones.
           write reg-libro from enc-condicion.
           perform listar-una-condicion
               varying ix-con from 1 by 1
               until ix-con > 5.
           write reg-libro from enc-lib3.

       listar-una-condicion.
           move con-codigo(ix-con) to dc-condicion.
           evaluate con-codigo(ix-con)
               when "I"
                   move "RESP. INSCRIPTO" to dc-descripcion
               when "M"
                   move "MONOTRIBUTO" to dc-descripcion
               when "F"
                   move "CONSUMIDOR FINAL" to dc-descripcion
               when "E"
                   move "EXENTO" to dc-descripcion
               when other
                   move "SIN CONDICION" to dc-descripcion
           end-evaluate.
           move acu-neto(ix-con) to dc-neto.
           move acu-iva(ix-con) to dc-iva.
           move acu-total(ix-con) to dc-total.
           write reg-libro from det-condicion.

       cerrar-archivos.
           perform listar-condiciones.
           move tot-neto to tl-neto.
           move tot-iva to tl-iva.
           move tot-total to tl-total.
