      *> registro de emitidas y del detalle persistido por
      *> Facturacion (facturas-detalle.dat), con el desglose de
      *> neto / IVA / total guardado en la emision.
      *> Una factura rechazada por AFIP (cola de CorreccionCAE) no
      *> se reimprime: no tiene validez fiscal hasta que se corrija
      *> y se autorice.

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
           03 filler pic x(9)   value "  Estado ".
           03 er1-estado        pic x.

       01 enc-rei1b.
           03 filler pic x(13)  value "Comprobante: ".
           03 er1b-tipo         pic x(15).
           03 er1b-letra        pic x.
           03 filler pic x(5)   value " Nro ".
           03 er1b-nro-fiscal   pic 9(6).

       01 enc-rei2.
           03 filler pic x(9)   value "Cliente: ".
           03 er2-cli-numero    pic x(8).

       01 lin-neto.
           03 filler pic x(20)  value "Neto gravado:  ".
           03 ln-neto           pic zzzzzzz9.99.

       01 lin-iva.
           03 filler pic x(20)  value "IVA:           ".
           03 li-iva            pic zzzzzzz9.99.

       01 lin-total.
           03 filler pic x(20)  value "Total factura: ".
           03 lt-total          pic zzzzzzz9.99.

       01 lin-cae.
           03 filler pic x(20)  value "CAE:           ".
           03 lc-cae            pic 9(14).
           03 filler pic x(12)  value "  Vto. CAE: ".
           03 lc-cae-vto        pic 9(8).

       01 lin-cae-pendiente.
           03 filler pic x(40)  value
               "CAE:           EN TRAMITE ANTE AFIP".

       PROCEDURE DIVISION.
           display "Numero de factura a reimprimir: ".
               invalid key
                   display "Factura no encontrada en el registro."
               not invalid key
                   if fact-cae-rechazada
                       display "Factura rechazada por AFIP: corregir "
                           "y reenviar (CorreccionCAE) antes de "
                           "reimprimir."
                   else
                       perform reproducir-factura
                   end-if
           end-read.

       reproducir-factura.
           move fact-fecha-emision to er1-fecha.
           move fact-estado to er1-estado.
           write reg-reimpresion from enc-rei1.
           if fact-letra is not equal to space
               if fact-es-debito
                   move "Nota de Debito" to er1b-tipo
               else
                   move "Factura" to er1b-tipo
               end-if
               move fact-letra to er1b-letra
               move fact-nro-fiscal to er1b-nro-fiscal
               write reg-reimpresion from enc-rei1b
           end-if.
           move fact-cli-numero to er2-cli-numero.
           move fact-nro-doc to er2-nro-doc.
           write reg-reimpresion from enc-rei2.
           write reg-reimpresion from lin-iva.
           move fact-total to lt-total.
           write reg-reimpresion from lin-total.
           if fact-cae-autorizada and fact-cae > zeroes
               move fact-cae to lc-cae
               move fact-cae-vto to lc-cae-vto
               write reg-reimpresion from lin-cae
           else if not fact-cae-autorizada
               write reg-reimpresion from lin-cae-pendiente
           end-if.
           if cant-lineas = zeroes
               display "ATENCION: la factura no tiene detalle "
                   "persistido (anterior a la persistencia); la "
