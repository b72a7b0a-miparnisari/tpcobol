       *> total que supere la tolerancia recibida (asi un saldo chico
       *> no bloquea a un buen cliente). Lo usa Principal junto al
       *> chequeo de cliente existente antes de aprobar un alquiler.
       *> Una factura dada de baja por incobrable sigue contando con
       *> su saldo: la baja cierra la cuenta en los libros, no el
       *> riesgo del cliente.
       *>
       *> Las facturas del documento se leen directo por la clave
       *> alternativa de documento del registro de emitidas; si el
       *> registro no existe todavia (nunca corrio Facturacion),
       *> nadie es moroso.
       *>
       *> Soporta el mismo protocolo de apertura unica que
       *> BuscarDatosCliente y ChoferEstaActivo: "A" abre el
       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.


           03  fact-pagado         pic 9(7)v99.
           03  fact-estado         pic x.
               88  fact-emitida        value "E".
               88  fact-incobrable     value "I".
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

       fd reclamos
           label record is standard.

       working-storage section.
       01 fs-fact-emitidas     pic xx.
      *> "02": leido por clave alternativa, y sigue otro con la
      *> misma clave.
           88 ok-fact-emi              value "00" "02".
           88 eof-fact-emi             value "10".

       01 fs-reclamos          pic xx.
       01 hay-intimacion       pic x       value "N".
           88 doc-intimado             value "S".

       01 fin-facturas-doc     pic x       value "N".
           88 fin-doc                  value "S".

       01 archivo-retenido     pic x       value "N".
           88 protocolo-abierto        value "S".

               move function current-date(1:8) to fecha-hoy
               compute fecha-hoy-num =
                   function integer-of-date(fecha-hoy)
               move "N" to fin-facturas-doc
               move in-mor-nro-doc to fact-nro-doc
               start facturas-emitidas key is equal to fact-nro-doc
                   invalid key move "S" to fin-facturas-doc
               end-start
               if not fin-doc
                   perform leer-factura
               end-if
               perform acumular-deuda until fin-doc
               if not protocolo-abierto
                   close facturas-emitidas
               end-if
           end-if.

       leer-factura.
           read facturas-emitidas next record
               at end move "S" to fin-facturas-doc
           end-read.
           if not ok-fact-emi and not eof-fact-emi
               display "Error al leer facturas emitidas fs: "
                 fs-fact-emitidas
           end-if.
           if not ok-fact-emi or fact-nro-doc not = in-mor-nro-doc
               move "S" to fin-facturas-doc
           end-if.

       acumular-deuda.
           if ok-fact-emi and (fact-emitida or fact-incobrable)
               perform buscar-credito-factura
               compute saldo-factura =
                   fact-total - fact-pagado - credito-factura
