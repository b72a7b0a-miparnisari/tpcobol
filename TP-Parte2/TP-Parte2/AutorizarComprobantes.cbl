       identification division.
       program-id. AutorizarComprobantes.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Autorizacion electronica (CAE) de los comprobantes
      *> emitidos: una factura o nota de credito no tiene validez
      *> fiscal hasta que AFIP le asigna CAE. Facturacion,
      *> FacturarAbonos, NotaCredito y DevolucionAlquileres dejan
      *> cada comprobante nuevo con estado CAE "P" (pendiente);
      *> este paso nocturno hace dos cosas, en este orden:
      *>   - aplica la respuesta de AFIP a lo enviado la noche
      *>     anterior (respuesta-cae.dat): el aceptado queda "A"
      *>     con su CAE, vencimiento y fecha de autorizacion; el
      *>     rechazado queda "R" y entra a la cola de rechazos
      *>     (cae-rechazos.dat), que traba la reimpresion y la
      *>     interface contable hasta que CorreccionCAE lo corrija
      *>     y lo vuelva a dejar pendiente;
      *>   - arma la solicitud de esta noche (solicitud-cae.txt,
      *>     header / detalle / trailer como la orden de debito)
      *>     con todo lo pendiente, y lo marca "E" (enviado).
      *> Las notas de debito por intereses (InteresesMora) viajan
      *> con tipo "D" y se guardan en el registro de facturas.
      *> Solo se aplica una respuesta a un comprobante enviado: un
      *> archivo de respuesta procesado dos veces no vuelve a
      *> tocar lo ya resuelto.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select respuesta
           assign to disk "..\..\..\Entrada\respuesta-cae.dat"
           organization is line sequential
           file status is fs-respuesta.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is nemi-nro
           file status is fs-notas-emitidas.

      *> Cola de rechazos: un registro por comprobante rechazado,
      *> que CorreccionCAE trabaja durante el dia.
       select rechazos-cae
           assign to disk "..\..\..\Entrada\cae-rechazos.dat"
           organization is indexed
           access mode is random
           record key is rcae-clave
           file status is fs-rechazos-cae.

       select solicitud
           assign to disk "..\..\..\Salida\solicitud-cae.txt"
           organization is line sequential
           file status is fs-solicitud.

       select reporte
           assign to disk "..\..\..\Salida\rechazos-cae.txt"
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

       fd respuesta
           label record is standard.
       01  reg-respuesta.
           03  resp-tipo           pic x.
               88  resp-es-factura     value "F" "D".
               88  resp-es-nota        value "N".
           03  filler              pic x.
           03  resp-nro            pic 9(6).
           03  filler              pic x.
           03  resp-resultado      pic x(2).
               88  resp-aceptado       value "OK".
               88  resp-rechazado      value "RE".
           03  filler              pic x.
           03  resp-cae            pic 9(14).
           03  filler              pic x.
           03  resp-cae-vto        pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  resp-motivo         pic x(40).

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
           03  fact-nro            pic 9(6).
           03  fact-fecha-emision  pic 9(8).  *> AAAAMMDD
           03  fact-nro-doc        pic x(20).
           03  fact-cli-numero     pic x(8).
           03  fact-total          pic 9(7)v99.
           03  fact-pagado         pic 9(7)v99.
           03  fact-estado         pic x.
               88  fact-emitida        value "E".
               88  fact-anulada        value "A".
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
       01  rec-notas-emitidas.
           03  nemi-nro            pic 9(6).
           03  nemi-fact-nro       pic 9(6).
           03  nemi-fecha          pic 9(8).  *> AAAAMMDD
           03  nemi-nro-doc        pic x(20).
           03  nemi-cli-numero     pic x(8).
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

       fd rechazos-cae
           label record is standard.
       01  rec-rechazos-cae.
           03  rcae-clave.
               05  rcae-tipo       pic x.
               05  rcae-nro        pic 9(6).
           03  rcae-fecha          pic 9(8).  *> AAAAMMDD
           03  rcae-motivo         pic x(40).
           03  rcae-estado         pic x.
               88  rcae-pendiente      value "P".
               88  rcae-corregido      value "C".
               88  rcae-resuelto       value "S".
           03  rcae-usuario        pic x(8).
           03  rcae-fecha-corr     pic 9(8).  *> AAAAMMDD

       fd solicitud
           label record is standard.
       01  reg-solicitud           pic x(100).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-respuesta         pic xx.
           88 ok-resp                  value "00".
           88 eof-resp                 value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-rechazos-cae      pic xx.
           88 ok-rcae                  value "00".
       01 fs-solicitud         pic xx.
           88 ok-sol                   value "00".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       01 hay-facturas          pic x       value "N".
       01 hay-notas             pic x       value "N".

       77 cant-autorizados      pic 9(5)    value zeroes.
       77 cant-rechazados       pic 9(5)    value zeroes.
       77 cant-ignorados        pic 9(5)    value zeroes.
       77 cant-enviados         pic 9(5)    value zeroes.
       77 tot-enviado           pic 9(9)v99 value zeroes.

      *> Datos del comprobante que se esta respondiendo, comunes a
      *> facturas y notas para la cola y el reporte.
       01 doc-encontrado        pic x.
       01 doc-importe           pic 9(7)v99.

      *> CUIT del receptor, del maestro fiscal (ver CondicionFiscal).
       01 cfi-condicion-arg     pic x.
       01 cfi-letra-arg         pic x.
       01 cfi-pct-iva-arg       pic 9(2)v99.
       01 cfi-cuit-arg          pic 9(11).

       01 sol-header.
           03 filler            pic x       value "H".
           03 filler            pic x       value spaces.
           03 sh-fecha          pic 9(8).

       01 sol-detalle.
           03 filler            pic x       value "D".
           03 filler            pic x       value spaces.
           03 sd-tipo           pic x.
           03 filler            pic x       value spaces.
           03 sd-nro            pic 9(6).
           03 filler            pic x       value spaces.
           03 sd-letra          pic x.
           03 filler            pic x       value spaces.
           03 sd-nro-fiscal     pic 9(6).
           03 filler            pic x       value spaces.
           03 sd-cuit           pic 9(11).
           03 filler            pic x       value spaces.
           03 sd-fecha          pic 9(8).
           03 filler            pic x       value spaces.
           03 sd-nro-doc        pic x(20).
           03 filler            pic x       value spaces.
           03 sd-total          pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 sd-neto           pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 sd-iva            pic 9(7)v99.

       01 sol-trailer.
           03 filler            pic x       value "T".
           03 filler            pic x       value spaces.
           03 st-cantidad       pic 9(5).
           03 filler            pic x       value spaces.
           03 st-total          pic 9(9)v99.

       01 enc-rep1.
           03 filler pic x(45) value
               "AUTORIZACION CAE - COMPROBANTES RECHAZADOS  ".
           03 er1-fecha         pic 9(8).

       01 enc-rep2.
           03 filler pic x(80) value all "-".

       01 det-rep.
           03 dr-tipo           pic x.
           03 filler pic x(2)  value spaces.
           03 dr-nro            pic 9(6).
           03 filler pic x(3)  value spaces.
           03 dr-importe        pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-motivo         pic x(40).

       01 tot-rep.
           03 filler pic x(25) value "COMPROBANTES RECHAZADOS: ".
           03 tr-cant           pic zzzz9.

      *> Rechazos a la cola central de alertas (RegistrarAlerta):
      *> facturacion los ve a la manana en ConsolaAlertas.
       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           perform procesar-respuestas.
           perform armar-solicitud.
           perform cerrar-archivos.
           display "CAE AUTORIZADOS:   " cant-autorizados.
           display "CAE RECHAZADOS:    " cant-rechazados.
           display "RESPUESTAS IGNORADAS (no enviadas): "
               cant-ignorados.
           display "COMPROBANTES ENVIADOS: " cant-enviados
               " por " tot-enviado.
           if cant-rechazados = zeroes
               move 0 to return-code
           else
               move "CAE" to alerta-origen
               move 2 to alerta-severidad
               move
                   "COMPROBANTES RECHAZADOS POR AFIP, VER CORRECCIONCAE"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Sin registro de facturas o de notas (nunca se emitio una)
      *> esa parte simplemente no tiene nada que enviar.
       abrir-archivos.
           open i-o facturas-emitidas.
           if ok-fact-emi
               move "S" to hay-facturas
           end-if.
           open i-o notas-emitidas.
           if ok-nemi
               move "S" to hay-notas
           end-if.
           open i-o rechazos-cae.
           if not ok-rcae
               *> primera vez: la cola de rechazos no existe
               open output rechazos-cae
               close rechazos-cae
               open i-o rechazos-cae
           end-if.
           if not ok-rcae
               display "Error al abrir cola de rechazos CAE fs: "
                 fs-rechazos-cae
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output solicitud.
           if not ok-sol
               display "Error al abrir solicitud CAE fs: "
                 fs-solicitud
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output reporte.
           if not ok-rep
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

      *> *
      *> RESPUESTA DE AFIP
      *>
      *> La primera noche (o una noche sin envio previo) no hay
      *> archivo de respuesta y no hay nada que aplicar.
       procesar-respuestas.
           open input respuesta.
           if ok-resp
               perform leer-respuesta
               perform aplicar-respuesta until eof-resp
               close respuesta
           else
               display "Sin respuesta de AFIP para aplicar."
           end-if.

       leer-respuesta.
           read respuesta.
           if fs-respuesta is not equal to 00 and 10
               display "Error al leer respuesta CAE fs: "
                 fs-respuesta
           end-if.

       aplicar-respuesta.
           if ok-resp
               if resp-es-factura
                   perform responder-factura
               else if resp-es-nota
                   perform responder-nota
               else
                   display "Tipo de comprobante desconocido en la "
                       "respuesta: " resp-tipo " " resp-nro
                   add 1 to cant-ignorados
               end-if
           end-if.
           perform leer-respuesta.

       responder-factura.
           move "N" to doc-encontrado.
           if hay-facturas = "S"
               move resp-nro to fact-nro
               read facturas-emitidas
                   invalid key continue
                   not invalid key
                       move "S" to doc-encontrado
               end-read
           end-if.
           if doc-encontrado = "S" and fact-cae-enviada
               move fact-total to doc-importe
               if resp-aceptado
                   move resp-cae to fact-cae
                   move resp-cae-vto to fact-cae-vto
                   move "A" to fact-cae-estado
               else
                   move "R" to fact-cae-estado
               end-if
               move fecha-hoy to fact-cae-fecha
               rewrite rec-fact-emitidas
               if ok-fact-emi
                   perform registrar-resultado
               else
                   display "Error al actualizar factura "
                       fact-nro " fs: " fs-fact-emitidas
               end-if
           else
               display "Respuesta ignorada, factura no enviada: "
                   resp-nro
               add 1 to cant-ignorados
           end-if.

       responder-nota.
           move "N" to doc-encontrado.
           if hay-notas = "S"
               move resp-nro to nemi-nro
               read notas-emitidas
                   invalid key continue
                   not invalid key
                       move "S" to doc-encontrado
               end-read
           end-if.
           if doc-encontrado = "S" and nemi-cae-enviada
               move nemi-total to doc-importe
               if resp-aceptado
                   move resp-cae to nemi-cae
                   move resp-cae-vto to nemi-cae-vto
                   move "A" to nemi-cae-estado
               else
                   move "R" to nemi-cae-estado
               end-if
               move fecha-hoy to nemi-cae-fecha
               rewrite rec-notas-emitidas
               if ok-nemi
                   perform registrar-resultado
               else
                   display "Error al actualizar nota "
                       nemi-nro " fs: " fs-notas-emitidas
               end-if
           else
               display "Respuesta ignorada, nota no enviada: "
                   resp-nro
               add 1 to cant-ignorados
           end-if.

      *> Un aceptado cierra el rechazo previo del mismo comprobante
      *> (si lo hubo); un rechazado abre o reabre su entrada en la
      *> cola con el motivo que informo AFIP.
       registrar-resultado.
           move resp-tipo to rcae-tipo.
           move resp-nro to rcae-nro.
           if resp-aceptado
               add 1 to cant-autorizados
               read rechazos-cae
                   invalid key continue
                   not invalid key
                       move "S" to rcae-estado
                       rewrite rec-rechazos-cae
               end-read
           else
               add 1 to cant-rechazados
               read rechazos-cae
                   invalid key
                       perform encolar-rechazo
                   not invalid key
                       perform reabrir-rechazo
               end-read
               move resp-tipo to dr-tipo
               move resp-nro to dr-nro
               move doc-importe to dr-importe
               move resp-motivo to dr-motivo
               write reg-reporte from det-rep
           end-if.

       encolar-rechazo.
           move resp-tipo to rcae-tipo.
           move resp-nro to rcae-nro.
           move fecha-hoy to rcae-fecha.
           move resp-motivo to rcae-motivo.
           move "P" to rcae-estado.
           move spaces to rcae-usuario.
           move zeroes to rcae-fecha-corr.
           write rec-rechazos-cae.
           if not ok-rcae
               display "Error al encolar rechazo CAE fs: "
                 fs-rechazos-cae
           end-if.

       reabrir-rechazo.
           move fecha-hoy to rcae-fecha.
           move resp-motivo to rcae-motivo.
           move "P" to rcae-estado.
           rewrite rec-rechazos-cae.
           if not ok-rcae
               display "Error al reabrir rechazo CAE fs: "
                 fs-rechazos-cae
           end-if.

      *> *
      *> SOLICITUD DE ESTA NOCHE
      *>
      *> Todo lo pendiente: lo emitido hoy y lo que CorreccionCAE
      *> dejo corregido para reenviar.
       armar-solicitud.
           move fecha-hoy to sh-fecha.
           write reg-solicitud from sol-header.
           if hay-facturas = "S"
               move low-values to fact-nro
               start facturas-emitidas
                   key is not less than fact-nro
                   invalid key continue
               end-start
               perform leer-factura
               perform enviar-factura until eof-fact-emi
           end-if.
           if hay-notas = "S"
               move low-values to nemi-nro
               start notas-emitidas
                   key is not less than nemi-nro
                   invalid key continue
               end-start
               perform leer-nota
               perform enviar-nota until eof-nemi
           end-if.
           move cant-enviados to st-cantidad.
           move tot-enviado to st-total.
           write reg-solicitud from sol-trailer.

       leer-factura.
           read facturas-emitidas next record
               at end continue
           end-read.

       enviar-factura.
           if ok-fact-emi and fact-cae-pendiente
               if fact-es-debito
                   move "D" to sd-tipo
               else
                   move "F" to sd-tipo
               end-if
               move fact-nro to sd-nro
               move fact-fecha-emision to sd-fecha
               move fact-nro-doc to sd-nro-doc
               move fact-letra to sd-letra
               move fact-nro-fiscal to sd-nro-fiscal
               call "CondicionFiscal" using fact-cli-numero,
                   cfi-condicion-arg, cfi-letra-arg,
                   cfi-pct-iva-arg, cfi-cuit-arg
               move cfi-cuit-arg to sd-cuit
               move fact-total to sd-total
               move fact-neto to sd-neto
               move fact-iva to sd-iva
               write reg-solicitud from sol-detalle
               move "E" to fact-cae-estado
               rewrite rec-fact-emitidas
               add 1 to cant-enviados
               add fact-total to tot-enviado
           end-if.
           perform leer-factura.

       leer-nota.
           read notas-emitidas next record
               at end continue
           end-read.

       enviar-nota.
           if ok-nemi and nemi-cae-pendiente
               move "N" to sd-tipo
               move nemi-nro to sd-nro
               move nemi-fecha to sd-fecha
               move nemi-nro-doc to sd-nro-doc
               move nemi-letra to sd-letra
               move nemi-nro to sd-nro-fiscal
               call "CondicionFiscal" using nemi-cli-numero,
                   cfi-condicion-arg, cfi-letra-arg,
                   cfi-pct-iva-arg, cfi-cuit-arg
               move cfi-cuit-arg to sd-cuit
               move nemi-total to sd-total
               move nemi-neto to sd-neto
               move nemi-iva to sd-iva
               write reg-solicitud from sol-detalle
               move "E" to nemi-cae-estado
               rewrite rec-notas-emitidas
               add 1 to cant-enviados
               add nemi-total to tot-enviado
           end-if.
           perform leer-nota.

       cerrar-archivos.
           write reg-reporte from enc-rep2.
           move cant-rechazados to tr-cant.
           write reg-reporte from tot-rep.
           if hay-facturas = "S"
               close facturas-emitidas
           end-if.
           if hay-notas = "S"
               close notas-emitidas
           end-if.
           close rechazos-cae.
           close solicitud.
           close reporte.

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
