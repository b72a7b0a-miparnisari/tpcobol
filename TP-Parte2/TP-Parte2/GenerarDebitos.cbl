      *> Nada se marca pagado aca: el pago recien se aplica cuando
      *> RetornoDebitos procesa la respuesta del banco, porque un
      *> debito puede volver rechazado.
      *>
      *> La corrida la maneja el maestro de adhesiones: por cada
      *> cliente autorizado se leen solo sus facturas, posicionando
      *> el registro de emitidas por la clave alternativa de numero
      *> de cliente. La orden sale agrupada por cliente.

       ENVIRONMENT DIVISION.
       configuration section.
       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select debitos
           assign to disk "..\..\..\Entrada\debitos-autorizados.dat"
           organization is indexed
           access mode is sequential
           record key is deb-cli-numero
           file status is fs-debitos.

               88  fact-emitida        value "E".
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

       fd debitos
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

       fd orden
           label record is standard.
           88 modo-desatendido         value "S".

       01 fs-fact-emitidas     pic xx.
      *> "02": leido por clave alternativa, y sigue otro con la
      *> misma clave.
           88 ok-fact-emi              value "00" "02".
           88 eof-fact-emi             value "10".

       01 fs-debitos           pic xx.
           88 ok-deb                   value "00".
           88 eof-deb                  value "10".

       01 fin-facturas-cli     pic x.
           88 fin-cli                  value "S".

       01 fs-orden             pic xx.
           88 ok-ord                   value "00".
           perform leer-parametros-corrida.
           perform cargar-creditos.
           perform abrir-archivos.
           perform leer-adhesion.
           perform procesar-adhesion until eof-deb.
           perform cerrar-archivos.
           display "DEBITOS GENERADOS: " cant-debitos
               " por " tot-debitos.
           move function current-date(1:8) to oh-fecha.
           write reg-orden from orden-header.

       leer-adhesion.
           read debitos
               at end continue
           end-read.

       procesar-adhesion.
           if ok-deb and deb-esta-autorizado
               perform debitar-facturas-cliente
           end-if.
           perform leer-adhesion.

       debitar-facturas-cliente.
           move "N" to fin-facturas-cli.
           move deb-cli-numero to fact-cli-numero.
           start facturas-emitidas key is equal to fact-cli-numero
               invalid key move "S" to fin-facturas-cli
           end-start.
           if not fin-cli
               perform leer-factura
           end-if.
           perform procesar-factura until fin-cli.

       leer-factura.
           read facturas-emitidas next record
               at end move "S" to fin-facturas-cli
           end-read.
           if not ok-fact-emi and not eof-fact-emi
               display "Error al leer facturas emitidas fs: "
                 fs-fact-emitidas
           end-if.
           if not ok-fact-emi or fact-cli-numero not = deb-cli-numero
               move "S" to fin-facturas-cli
           end-if.

       procesar-factura.
           if ok-fact-emi and fact-emitida
               perform buscar-credito-factura
               compute saldo-factura =
                   fact-total - fact-pagado - credito-factura
               if saldo-factura > zeroes
                   perform generar-debito
               end-if
           end-if.
           perform leer-factura.

       generar-debito.
           move deb-cbu to od-cbu.
           move fact-nro to od-fact-nro.
