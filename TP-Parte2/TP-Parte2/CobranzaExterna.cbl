       identification division.
       program-id. CobranzaExterna.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Intercambio nocturno con la agencia de cobranza externa,
      *> en dos pasos:
      *>   1) aplica el archivo que manda la agencia
      *>      (recuperos-cobranza.dat): cada cobro se aplica como
      *>      pago sobre la factura (fact-pagado, estado "C" al
      *>      saldarse, asiento en el diario de pagos con origen
      *>      AGENCIA) y suma en lo recuperado de la derivacion,
      *>      que se cierra cuando la factura queda cobrada; cada
      *>      devolucion deja la derivacion en "V" (devuelta sin
      *>      cobro) y la factura vuelve a cobranzas;
      *>   2) arma el archivo para la agencia
      *>      (derivacion-cobranza.txt, header / detalle / trailer
      *>      como la orden de debito) con las facturas derivadas
      *>      en el dia desde DerivacionCobranza, y las marca "E"
      *>      (en agencia).
      *> Lo que no se puede aplicar (factura no derivada, ya
      *> cobrada, anulada o dada de baja) queda en el reporte y en
      *> la cola de alertas, y la corrida termina con RC 1.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select recuperos
           assign to disk "..\..\..\Entrada\recuperos-cobranza.dat"
           organization is line sequential
           file status is fs-recuperos.

       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is dynamic
           record key is dcb-fact-nro
           file status is fs-derivaciones.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select pagos
           assign to disk "..\..\..\Entrada\pagos.dat"
           organization is line sequential
           file status is fs-pagos.

       select envio
           assign to disk "..\..\..\Salida\derivacion-cobranza.txt"
           organization is line sequential
           file status is fs-envio.

       select reporte
           assign to disk "..\..\..\Salida\cobranza-externa.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): cuando la cadena
      *> nocturna corre este proceso, los ACCEPT no la frenan.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd recuperos
           label record is standard.
       01  reg-recuperos.
           03  rec-tipo            pic x.
               88  rec-cobro           value "C".
               88  rec-devolucion      value "D".
           03  filler              pic x.
           03  rec-fact-nro        pic 9(6).
           03  filler              pic x.
           03  rec-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  rec-importe         pic 9(7)v99.

       fd derivaciones
           label record is standard.
       01  rec-derivaciones.
           03  dcb-fact-nro        pic 9(6).
           03  dcb-cli-numero      pic x(8).
           03  dcb-nro-doc         pic x(20).
           03  dcb-fecha           pic 9(8).  *> AAAAMMDD
           03  dcb-saldo           pic 9(7)v99.
           03  dcb-recuperado      pic 9(7)v99.
           03  dcb-estado          pic x.
               88  dcb-a-enviar        value "P".
               88  dcb-en-agencia      value "E".
               88  dcb-devuelta        value "V".
               88  dcb-recuperada      value "R".
               88  dcb-incobrable      value "I".
           03  dcb-usuario         pic x(8).
           03  dcb-fecha-cierre    pic 9(8).  *> AAAAMMDD

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

       fd pagos
           label record is standard.
       01  reg-pagos.
           03  pag-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x       value spaces.
           03  pag-hora            pic 9(6).
           03  filler              pic x       value spaces.
           03  pag-fact-nro        pic 9(6).
           03  filler              pic x       value spaces.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x       value spaces.
           03  pag-origen          pic x(8).
           03  filler              pic x       value spaces.
           03  pag-medio           pic x.
           03  filler              pic x       value spaces.
           03  pag-cupon           pic x(12).

       fd envio
           label record is standard.
       01  reg-envio               pic x(120).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-recuperos         pic xx.
           88 ok-rec                   value "00".
           88 eof-rec                  value "10".
       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".
           88 eof-dcb                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-pagos             pic xx.
           88 ok-pag                   value "00".
       01 fs-envio             pic xx.
           88 ok-env                   value "00".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 hay-recuperos         pic x       value "N".
       01 fecha-hoy             pic 9(8).

       77 credito-factura       pic 9(7)v99.
       77 saldo-factura         pic s9(7)v99.
       77 cant-cobros           pic 9(5)    value zeroes.
       77 tot-cobros            pic 9(9)v99 value zeroes.
       77 cant-devueltas        pic 9(5)    value zeroes.
       77 cant-cerradas         pic 9(5)    value zeroes.
       77 cant-anomalias        pic 9(5)    value zeroes.
       77 cant-enviadas         pic 9(5)    value zeroes.
       77 tot-enviado           pic 9(9)v99 value zeroes.

      *> Datos del cliente para la agencia (BuscarDatosCliente).
       77 op                    pic x.
       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-telefono         pic x(20).
       01 cli-nueva-direccion  pic x(30)   value spaces.
       01 cli-nuevo-telefono   pic x(20)   value spaces.
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

      *> Anomalias a la cola central de alertas (RegistrarAlerta):
      *> cobranzas las ve a la manana en ConsolaAlertas.
       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 env-header.
           03 filler            pic x       value "H".
           03 filler            pic x       value spaces.
           03 eh-fecha          pic 9(8).

       01 env-detalle.
           03 filler            pic x       value "D".
           03 filler            pic x       value spaces.
           03 ed-fact-nro       pic 9(6).
           03 filler            pic x       value spaces.
           03 ed-fecha          pic 9(8).
           03 filler            pic x       value spaces.
           03 ed-nro-doc        pic x(20).
           03 filler            pic x       value spaces.
           03 ed-cli-numero     pic x(8).
           03 filler            pic x       value spaces.
           03 ed-direccion      pic x(30).
           03 filler            pic x       value spaces.
           03 ed-telefono       pic x(20).
           03 filler            pic x       value spaces.
           03 ed-saldo          pic 9(7)v99.

       01 env-trailer.
           03 filler            pic x       value "T".
           03 filler            pic x       value spaces.
           03 et-cantidad       pic 9(5).
           03 filler            pic x       value spaces.
           03 et-total          pic 9(9)v99.

       01 enc-rep1.
           03 filler pic x(36) value
               "COBRANZA EXTERNA - RECUPEROS FECHA: ".
           03 er1-fecha         pic 9(8).

       01 enc-rep2.
           03 filler pic x(80) value all "-".

       01 det-rep.
           03 dr-fact-nro       pic 9(6).
           03 filler pic x(3)  value spaces.
           03 dr-tipo           pic x.
           03 filler pic x(3)  value spaces.
           03 dr-importe        pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-resultado      pic x(40).

       01 tot-rep1.
           03 filler pic x(25) value "COBROS APLICADOS:        ".
           03 tr1-cant          pic zzzz9.
           03 filler pic x(5)  value " por ".
           03 tr1-importe       pic zzzzzzzz9.99.

       01 tot-rep2.
           03 filler pic x(25) value "DERIVACIONES DEVUELTAS:  ".
           03 tr2-cant          pic zzzz9.

       01 tot-rep3.
           03 filler pic x(25) value "NOVEDADES SIN APLICAR:   ".
           03 tr3-cant          pic zzzz9.

       01 tot-rep4.
           03 filler pic x(25) value "FACTURAS ENVIADAS:       ".
           03 tr4-cant          pic zzzz9.
           03 filler pic x(5)  value " por ".
           03 tr4-importe       pic zzzzzzzz9.99.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "AGENCIA".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           if hay-recuperos = "S"
               perform leer-recupero
               perform aplicar-recupero until eof-rec
           end-if.
           perform armar-envio.
           perform cerrar-archivos.
           display "COBROS DE LA AGENCIA:   " cant-cobros
               " por " tot-cobros.
           display "DERIVACIONES CERRADAS:  " cant-cerradas.
           display "DERIVACIONES DEVUELTAS: " cant-devueltas.
           display "FACTURAS ENVIADAS:      " cant-enviadas
               " por " tot-enviado.
           display "NOVEDADES SIN APLICAR:  " cant-anomalias.
           if cant-anomalias = zeroes
               move 0 to return-code
           else
               move "COBRANZA" to alerta-origen
               move 2 to alerta-severidad
               move
                   "NOVEDADES DE LA AGENCIA SIN APLICAR, VER REPORTE"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Sin archivo de la agencia no hubo novedades ese dia; sin
      *> derivaciones no hay nada que mandar ni que aplicar.
       abrir-archivos.
           open input recuperos.
           if ok-rec
               move "S" to hay-recuperos
           end-if.
           open i-o derivaciones.
           if not ok-dcb
               *> primera vez: no se derivo nada todavia
               open output derivaciones
               close derivaciones
               open i-o derivaciones
           end-if.
           if not ok-dcb
               display "Error al abrir derivaciones fs: "
                 fs-derivaciones
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open i-o facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
                 fs-fact-emitidas
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output envio.
           if not ok-env
               display "Error al abrir archivo para la agencia fs: "
                 fs-envio
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
      *> NOVEDADES DE LA AGENCIA
      *>
       leer-recupero.
           read recuperos.
           if fs-recuperos is not equal to 00 and 10
               display "Error al leer recuperos fs: " fs-recuperos
           end-if.

      *> Solo se aplica una novedad a una derivacion que esta en la
      *> agencia: un archivo procesado dos veces no vuelve a tocar
      *> lo ya cerrado.
       aplicar-recupero.
           move rec-fact-nro to dr-fact-nro.
           move rec-tipo to dr-tipo.
           move rec-importe to dr-importe.
           move rec-fact-nro to dcb-fact-nro.
           read derivaciones
               invalid key
                   move "FACTURA NO DERIVADA" to dr-resultado
                   perform reportar-anomalia
               not invalid key
                   perform aplicar-novedad
           end-read.
           perform leer-recupero.

       aplicar-novedad.
           if not dcb-en-agencia
               move "DERIVACION NO ESTA EN LA AGENCIA" to dr-resultado
               perform reportar-anomalia
           else if rec-cobro
               perform aplicar-cobro
           else if rec-devolucion
               perform aplicar-devolucion
           else
               move "TIPO DE NOVEDAD DESCONOCIDO" to dr-resultado
               perform reportar-anomalia
           end-if.

       aplicar-cobro.
           move rec-fact-nro to fact-nro.
           read facturas-emitidas
               invalid key
                   move "FACTURA NO ENCONTRADA" to dr-resultado
                   perform reportar-anomalia
               not invalid key
                   if not fact-emitida
                       move "FACTURA NO ESTA ABIERTA" to dr-resultado
                       perform reportar-anomalia
                   else
                       perform registrar-cobro
                   end-if
           end-read.

       registrar-cobro.
           add rec-importe to fact-pagado.
           perform calcular-saldo.
           if saldo-factura is not greater than zeroes
               move "C" to fact-estado
           end-if.
           rewrite rec-fact-emitidas.
           if not ok-fact-emi
               display "Error al aplicar cobro fs: "
                 fs-fact-emitidas
               move "ERROR AL GRABAR FACTURA" to dr-resultado
               perform reportar-anomalia
           else
               add 1 to cant-cobros
               add rec-importe to tot-cobros
               perform asentar-pago-agencia
               add rec-importe to dcb-recuperado
               if fact-cobrada
                   move "R" to dcb-estado
                   move rec-fecha to dcb-fecha-cierre
                   add 1 to cant-cerradas
                   move "COBRO APLICADO, FACTURA CANCELADA"
                       to dr-resultado
               else
                   move "COBRO PARCIAL APLICADO" to dr-resultado
               end-if
               rewrite rec-derivaciones
               write reg-reporte from det-rep
           end-if.

       asentar-pago-agencia.
           open extend pagos.
           if not ok-pag
               open output pagos
           end-if.
           if ok-pag
               move fecha-hoy to pag-fecha
               move function current-date(9:6) to pag-hora
               move rec-fact-nro to pag-fact-nro
               move rec-importe to pag-importe
               move "AGENCIA" to pag-origen
               move "B" to pag-medio
               move spaces to pag-cupon
               write reg-pagos
               close pagos
               perform asentar-pago-ctacte
           else
               display "Error al asentar pago fs: " fs-pagos
           end-if.

      *> El pago acredita la cuenta corriente del cliente.
       asentar-pago-ctacte.
           move fact-cli-numero to mcc-cli-numero.
           move fact-nro-doc to mcc-nro-doc.
           move "PA" to mcc-tipo.
           move "C" to mcc-signo.
           move pag-importe to mcc-importe.
           move spaces to mcc-comprobante.
           string "PAGO FACT " pag-fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> La agencia devuelve lo que no pudo cobrar: la factura
      *> vuelve a cobranzas, que puede volver a derivarla o pedir la
      *> baja por incobrable.
       aplicar-devolucion.
           move "V" to dcb-estado.
           move rec-fecha to dcb-fecha-cierre.
           rewrite rec-derivaciones.
           if ok-dcb
               add 1 to cant-devueltas
               move "DEVUELTA SIN COBRO" to dr-resultado
               write reg-reporte from det-rep
           else
               display "Error al grabar derivacion fs: "
                 fs-derivaciones
           end-if.

       reportar-anomalia.
           add 1 to cant-anomalias.
           write reg-reporte from det-rep.

      *> Saldo neto de notas de credito, igual que la antiguedad de
      *> deuda. Si nunca se emitio una nota, el registro no existe.
       calcular-saldo.
           move zeroes to credito-factura.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota
               perform sumar-nota until eof-nemi
               close notas-emitidas
           end-if.
           compute saldo-factura =
               fact-total - fact-pagado - credito-factura.

       leer-nota.
           read notas-emitidas
               at end continue
           end-read.

       sumar-nota.
           if ok-nemi and nemi-fact-nro = fact-nro
               add nemi-total to credito-factura
           end-if.
           perform leer-nota.

      *> *
      *> ENVIO A LA AGENCIA
      *>
       armar-envio.
           move fecha-hoy to eh-fecha.
           write reg-envio from env-header.
           perform abrir-clientes.
           move zeroes to dcb-fact-nro.
           start derivaciones key is not less than dcb-fact-nro
               invalid key continue
           end-start.
           perform leer-derivacion.
           perform enviar-derivacion until eof-dcb.
           perform cerrar-clientes.
           move cant-enviadas to et-cantidad.
           move tot-enviado to et-total.
           write reg-envio from env-trailer.

       leer-derivacion.
           read derivaciones next record
               at end continue
           end-read.

       enviar-derivacion.
           if ok-dcb and dcb-a-enviar
               move "P" to op
               call "BuscarDatosCliente" using op, dcb-nro-doc,
                   cli-codigo-estado, cli-numero, cli-direccion,
                   cli-telefono, cli-nueva-direccion,
                   cli-nuevo-telefono, cli-cant-alquileres,
                   cli-total-gastado
               if cli-codigo-estado is not equal to "00"
                   move spaces to cli-direccion
                   move spaces to cli-telefono
               end-if
               move dcb-fact-nro to ed-fact-nro
               move dcb-fecha to ed-fecha
               move dcb-nro-doc to ed-nro-doc
               move dcb-cli-numero to ed-cli-numero
               move cli-direccion to ed-direccion
               move cli-telefono to ed-telefono
               move dcb-saldo to ed-saldo
               write reg-envio from env-detalle
               move "E" to dcb-estado
               rewrite rec-derivaciones
               add 1 to cant-enviadas
               add dcb-saldo to tot-enviado
           end-if.
           perform leer-derivacion.

       abrir-clientes.
           move "A" to op.
           call "BuscarDatosCliente" using op, dcb-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

       cerrar-clientes.
           move "C" to op.
           call "BuscarDatosCliente" using op, dcb-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

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

       cerrar-archivos.
           write reg-reporte from enc-rep2.
           move cant-cobros to tr1-cant.
           move tot-cobros to tr1-importe.
           write reg-reporte from tot-rep1.
           move cant-devueltas to tr2-cant.
           write reg-reporte from tot-rep2.
           move cant-anomalias to tr3-cant.
           write reg-reporte from tot-rep3.
           move cant-enviadas to tr4-cant.
           move tot-enviado to tr4-importe.
           write reg-reporte from tot-rep4.
           if hay-recuperos = "S"
               close recuperos
           end-if.
           close derivaciones.
           close facturas-emitidas.
           close envio.
           close reporte.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
