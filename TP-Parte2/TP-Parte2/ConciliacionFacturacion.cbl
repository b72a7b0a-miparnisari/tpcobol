      *> difieren terminan con RETURN-CODE distinto de cero; la
      *> diferencia de totales se informa pero no corta, porque las
      *> senias aplicadas y los canjes de puntos la generan
      *> legitimamente. La linea de alquiler de un alquiler con
      *> campania promocional sale a precio de lista (el descuento
      *> va en linea aparte), asi que se compara contra el aprobado
      *> mas el descuento de la campania.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is abo-patente
           file status is fs-abonos.

       select campanias-alquiler
           assign to disk "..\..\..\Entrada\campanias-alquiler.dat"
           organization is indexed
           access mode is random
           record key is cpa-clave
           file status is fs-cpa.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select reporte
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  abo-estado          pic x.
               88  abo-activo          value "A".

       fd campanias-alquiler
           label record is standard.
       01  rec-campanias-alquiler.
           03  cpa-clave.
               05  cpa-patente     pic x(6).
               05  cpa-fecha       pic 9(8).  *> DDMMAAAA
           03  cpa-codigo          pic x(8).
           03  cpa-estado          pic x.
               88  cpa-aplicada        value "A".
           03  cpa-agencia         pic 9.
           03  cpa-importe-lista   pic 9(6)v99.
           03  cpa-descuento       pic 9(6)v99.
           03  cpa-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
               88  fact-anulada        value "A".
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

       fd reporte
           label record is standard.
       01 hay-abonos           pic x       value "N".
           88 abonos-abiertos          value "S".
       01 es-alquiler-abonado  pic x.

       01 fs-cpa               pic xx.
           88 ok-cpa                   value "00".
       01 hay-campanias-alq    pic x       value "N".
           88 campanias-alq-abiertas   value "S".
       01 abono-desde-comp     pic 9(8).
       01 abono-hasta-comp     pic 9(8).

       77 tot-facturado         pic 9(9)v99 value zeroes.
       77 diferencia-totales    pic s9(9)v99 value zeroes.
       01 importe-detalle       pic s9(7)v99.
       01 importe-esperado      pic s9(7)v99.
       01 linea-hallada         pic x.

       01 enc-con1.
           03 filler pic x      value spaces.
           03 dsf-fecha         pic 9(8).
           03 filler pic x(11) value "  Importe: ".
           03 dsf-importe       pic zzzzz9.99.

       01 det-diferencia.
           03 filler pic x(20) value "IMPORTE DIFIERE     ".
           03 filler pic x(10) value "  Factura ".
           03 dd-factura        pic 9(6).
           03 filler pic x(12) value "  Aprobado: ".
           03 dd-aprobado       pic zzzzz9.99.
           03 filler pic x(13) value "  Facturado: ".
           03 dd-facturado      pic -(5)9.99.

           if ok-abo
               move "S" to hay-abonos
           end-if.
           open input campanias-alquiler.
           if ok-cpa
               move "S" to hay-campanias-alq
           end-if.
           open input facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
               perform buscar-linea-alquiler until eof-det
                   or det-fact-nro is not equal to alq-factura
                   or linea-hallada = "S"
               perform calcular-importe-esperado
               if linea-hallada = "S"
                   and importe-detalle is not equal to importe-esperado
                   move alq-patente to dd-patente
                   move alq-fecha to dd-fecha
                   move alq-factura to dd-factura
               end-if
           end-if.

       calcular-importe-esperado.
           move alq-importe to importe-esperado.
           if campanias-alq-abiertas
               move alq-patente to cpa-patente
               move alq-fecha to cpa-fecha
               read campanias-alquiler
                   invalid key continue
                   not invalid key
                       if cpa-aplicada
                           add cpa-descuento to importe-esperado
                       end-if
               end-read
           end-if.

       leer-detalle.
           read facturas-detalle next record
               at end continue
               at end continue
           end-read.

      *> Las notas de debito por intereses no vienen de ningun
      *> alquiler aprobado y quedan fuera del cruce.
       sumar-factura.
           if ok-fact-emi and not fact-anulada and not fact-es-debito
               *> fact-fecha-emision ya viene AAAAMMDD, comparable
               *> directo contra el rango reordenado
               move fact-fecha-emision to fecha-comp
           if abonos-abiertos
               close abonos
           end-if.
           if campanias-alq-abiertas
               close campanias-alquiler
           end-if.
           close facturas-emitidas.
           close reporte.
