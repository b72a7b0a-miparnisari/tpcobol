       identification division.
       program-id. ReintegrosBanco.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Intercambio nocturno con el banco por los reintegros a
      *> clientes (SolicitarReintegro), en dos pasos:
      *>   1) aplica la respuesta del banco a la orden anterior
      *>      (retorno-transferencias.dat): cada transferencia
      *>      aceptada deja el reintegro transferido ("T") con la
      *>      fecha de pago, y se asienta en la cuenta corriente
      *>      contra el comprobante que lo origino - el credito de
      *>      la devolucion anticipada o el pago de mas en la
      *>      cuenta del cliente, el deposito o la senia en los
      *>      fondos en custodia. El extracto contable lo toma esa
      *>      misma noche como salida del banco. Una transferencia
      *>      rechazada (CBU mal, cuenta cerrada) vuelve a
      *>      aprobacion con la CBU en blanco, para que el
      *>      supervisor cargue la correcta en LiberarCambios;
      *>   2) arma la orden de transferencia para el banco
      *>      (orden-transferencia.dat, header / detalle / trailer
      *>      como la orden de debito) con los reintegros
      *>      aprobados, y los marca "E" (enviados).
      *> Solo se toca un reintegro enviado: un retorno procesado
      *> dos veces no vuelve a asentar nada. Lo que no se puede
      *> aplicar y los rechazos quedan en el reporte y en la cola
      *> de alertas, y la corrida termina con RC 1.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select retorno
           assign to disk
               "..\..\..\Entrada\retorno-transferencias.dat"
           organization is line sequential
           file status is fs-retorno.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is dynamic
           record key is rei-nro
           file status is fs-reintegros.

       select pendientes
           assign to disk "..\..\..\Entrada\cambios-pendientes.dat"
           organization is indexed
           access mode is dynamic
           record key is pend-nro
           file status is fs-pendientes.

       select numeracion-pend
           assign to disk
               "..\..\..\Entrada\numeracion-pendientes.dat"
           organization is line sequential
           file status is fs-num-pend.

       select orden
           assign to disk "..\..\..\Salida\orden-transferencia.dat"
           organization is line sequential
           file status is fs-orden.

       select reporte
           assign to disk "..\..\..\Salida\reintegros-banco.txt"
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

       fd retorno
           label record is standard.
       01  reg-retorno.
           03  ret-rei-nro         pic 9(6).
           03  filler              pic x.
           03  ret-importe         pic 9(7)v99.
           03  filler              pic x.
           03  ret-resultado       pic x(2).
               88  ret-aceptado        value "OK".
               88  ret-rechazado       value "RE".
           03  filler              pic x.
           03  ret-motivo          pic x(30).

       fd reintegros
           label record is standard.
       01  rec-reintegros.
           03  rei-nro             pic 9(6).
           03  rei-fecha           pic 9(8).  *> AAAAMMDD
           03  rei-origen          pic x(10).
               88  rei-anticipo        value "ANTICIPO".
               88  rei-deposito        value "DEPOSITO".
               88  rei-senia           value "SENIA".
               88  rei-sobrepago       value "SOBREPAGO".
           03  rei-comprobante     pic x(20).
           03  rei-alq-clave       pic x(14).
           03  rei-nro-doc         pic x(20).
           03  rei-cli-numero      pic x(8).
           03  rei-importe         pic 9(7)v99.
           03  rei-cbu             pic x(22).
           03  rei-estado          pic x.
               88  rei-pendiente       value "P".
               88  rei-aprobado        value "A".
               88  rei-enviado         value "E".
               88  rei-transferido     value "T".
               88  rei-cancelado       value "X".
           03  rei-usuario-sol     pic x(8).
           03  rei-usuario-apr     pic x(8).
           03  rei-fecha-apr       pic 9(8).  *> AAAAMMDD
           03  rei-fecha-envio     pic 9(8).  *> AAAAMMDD
           03  rei-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  rei-motivo          pic x(20).

       fd pendientes
           label record is standard.
       01  rec-pendientes.
           03  pend-nro            pic 9(6).
           03  pend-tipo           pic x.
               88  pend-ajuste-tarifas value "T".
               88  pend-parametro      value "P".
               88  pend-incobrable     value "I".
               88  pend-reintegro      value "R".
           03  pend-usuario-sol    pic x(8).
           03  pend-fecha-sol      pic 9(8).  *> AAAAMMDD
           03  pend-estado         pic x.
               88  pend-pendiente      value "P".
               88  pend-liberado       value "L".
               88  pend-cancelado      value "X".
           03  pend-usuario-lib    pic x(8).
           03  pend-carga          pic x(40).
           03  pend-carga-reintegro redefines pend-carga.
               05  pend-rei-nro        pic 9(6).
               05  pend-rei-importe    pic 9(7)v99.
               05  pend-rei-origen     pic x(10).
               05  pend-rei-cli-numero pic x(8).
               05  filler              pic x(7).

       fd numeracion-pend
           label record is standard.
       01  reg-numeracion-pend.
           03  num-ultimo-pend     pic 9(6).

       fd orden
           label record is standard.
       01  reg-orden               pic x(50).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-retorno           pic xx.
           88 ok-ret                   value "00".
           88 eof-ret                  value "10".
       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".
           88 eof-rei                  value "10".
       01 fs-pendientes        pic xx.
           88 ok-pend                  value "00".
       01 fs-num-pend          pic xx.
           88 ok-num-pend              value "00".
       01 fs-orden             pic xx.
           88 ok-ord                   value "00".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 hay-retorno           pic x       value "N".
       01 fecha-hoy             pic 9(8).
       77 nro-pendiente         pic 9(6)    value zeroes.

       77 cant-transferidos     pic 9(5)    value zeroes.
       77 tot-transferido       pic 9(9)v99 value zeroes.
       77 cant-rechazados       pic 9(5)    value zeroes.
       77 cant-anomalias        pic 9(5)    value zeroes.
       77 cant-enviados         pic 9(5)    value zeroes.
       77 tot-enviado           pic 9(9)v99 value zeroes.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio).
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value "BANCO".

      *> Rechazos y novedades a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 orden-header.
           03 filler            pic x       value "H".
           03 filler            pic x       value spaces.
           03 oh-fecha          pic 9(8).

       01 orden-detalle.
           03 filler            pic x       value "D".
           03 filler            pic x       value spaces.
           03 od-cbu            pic x(22).
           03 filler            pic x       value spaces.
           03 od-rei-nro        pic 9(6).
           03 filler            pic x       value spaces.
           03 od-importe        pic 9(7)v99.

       01 orden-trailer.
           03 filler            pic x       value "T".
           03 filler            pic x       value spaces.
           03 ot-cantidad       pic 9(5).
           03 filler            pic x       value spaces.
           03 ot-total          pic 9(9)v99.

       01 enc-rep1.
           03 filler pic x(36) value
               "REINTEGROS POR TRANSFERENCIA FECHA: ".
           03 er1-fecha         pic 9(8).

       01 enc-rep2.
           03 filler pic x(80) value all "-".

       01 det-rep.
           03 dr-rei-nro        pic 9(6).
           03 filler pic x(3)  value spaces.
           03 dr-origen         pic x(10).
           03 filler pic x(2)  value spaces.
           03 dr-importe        pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-resultado      pic x(40).

       01 tot-rep1.
           03 filler pic x(25) value "REINTEGROS TRANSFERIDOS: ".
           03 tr1-cant          pic zzzz9.
           03 filler pic x(5)  value " por ".
           03 tr1-importe       pic zzzzzzzz9.99.

       01 tot-rep2.
           03 filler pic x(25) value "RECHAZADOS POR EL BANCO: ".
           03 tr2-cant          pic zzzz9.

       01 tot-rep3.
           03 filler pic x(25) value "NOVEDADES SIN APLICAR:   ".
           03 tr3-cant          pic zzzz9.

       01 tot-rep4.
           03 filler pic x(25) value "REINTEGROS ENVIADOS:     ".
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
       01 mcc-origen            pic x(12)   value "REINTEGROS".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           if hay-retorno = "S"
               perform leer-retorno
               perform aplicar-retorno until eof-ret
           end-if.
           perform armar-orden.
           perform cerrar-archivos.
           display "REINTEGROS TRANSFERIDOS:   " cant-transferidos
               " por " tot-transferido.
           display "TRANSFERENCIAS RECHAZADAS: " cant-rechazados.
           display "REINTEGROS ENVIADOS:       " cant-enviados
               " por " tot-enviado.
           display "NOVEDADES SIN APLICAR:     " cant-anomalias.
           if cant-anomalias = zeroes and cant-rechazados = zeroes
               move 0 to return-code
           else
               move "REINTEGROS" to alerta-origen
               move 2 to alerta-severidad
               move
                   "TRANSFERENCIAS RECHAZADAS O SIN APLICAR, VER REP."
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> Sin retorno del banco no hubo respuesta ese dia; sin
      *> reintegros no hay nada que mandar ni que aplicar.
       abrir-archivos.
           open input retorno.
           if ok-ret
               move "S" to hay-retorno
           end-if.
           open i-o reintegros.
           if fs-reintegros = "35"
               *> primera vez: no se pidio ningun reintegro todavia
               open output reintegros
               close reintegros
               open i-o reintegros
           end-if.
           if not ok-rei
               display "Error al abrir reintegros fs: "
                 fs-reintegros
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output orden.
           if not ok-ord
               display "Error al abrir orden de transferencia fs: "
                 fs-orden
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
      *> RESPUESTA DEL BANCO
      *>
       leer-retorno.
           read retorno.
           if fs-retorno is not equal to 00 and 10
               display "Error al leer retorno fs: " fs-retorno
           end-if.

       aplicar-retorno.
           move ret-rei-nro to dr-rei-nro.
           move spaces to dr-origen.
           move ret-importe to dr-importe.
           move ret-rei-nro to rei-nro.
           read reintegros
               invalid key
                   move "REINTEGRO NO REGISTRADO" to dr-resultado
                   perform reportar-anomalia
               not invalid key
                   perform aplicar-respuesta
           end-read.
           perform leer-retorno.

       aplicar-respuesta.
           move rei-origen to dr-origen.
           if not rei-enviado
               move "REINTEGRO NO ESTA ENVIADO AL BANCO"
                   to dr-resultado
               perform reportar-anomalia
           else if ret-importe not = rei-importe
               move "IMPORTE DISTINTO DEL ENVIADO" to dr-resultado
               perform reportar-anomalia
           else if ret-aceptado
               perform registrar-transferencia
           else if ret-rechazado
               perform registrar-rechazo
           else
               move "RESULTADO DESCONOCIDO" to dr-resultado
               perform reportar-anomalia
           end-if.

       registrar-transferencia.
           move rec-reintegros to jrn-antes-arg.
           move "T" to rei-estado.
           move fecha-hoy to rei-fecha-pago.
           rewrite rec-reintegros.
           if not ok-rei
               display "Error al grabar reintegro fs: "
                 fs-reintegros
               move "ERROR AL GRABAR REINTEGRO" to dr-resultado
               perform reportar-anomalia
           else
               add 1 to cant-transferidos
               add rei-importe to tot-transferido
               move rec-reintegros to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-reintegro-journal
               perform asentar-reintegro-ctacte
               move "TRANSFERIDO" to dr-resultado
               write reg-reporte from det-rep
           end-if.

      *> La plata que sale se asienta contra lo que la origino: el
      *> credito de la devolucion anticipada o el pago de mas se
      *> descuentan de la cuenta del cliente (RE), el deposito y la
      *> senia salen de custodia con su propio tipo.
       asentar-reintegro-ctacte.
           move rei-cli-numero to mcc-cli-numero.
           move rei-nro-doc to mcc-nro-doc.
           move rei-alq-clave to mcc-alq-clave.
           if rei-deposito
               move "DP" to mcc-tipo
           else if rei-senia
               move "SE" to mcc-tipo
           else
               move "RE" to mcc-tipo
           end-if.
           move "D" to mcc-signo.
           move rei-importe to mcc-importe.
           move spaces to mcc-comprobante.
           string "REINTEGRO " rei-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> El reintegro vuelve a aprobacion sin la CBU rechazada: el
      *> supervisor carga la correcta al liberarlo otra vez.
       registrar-rechazo.
           move rec-reintegros to jrn-antes-arg.
           move "P" to rei-estado.
           move spaces to rei-cbu.
           move zeroes to rei-fecha-envio.
           move ret-motivo to rei-motivo.
           rewrite rec-reintegros.
           if not ok-rei
               display "Error al grabar reintegro fs: "
                 fs-reintegros
               move "ERROR AL GRABAR REINTEGRO" to dr-resultado
               perform reportar-anomalia
           else
               add 1 to cant-rechazados
               move rec-reintegros to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-reintegro-journal
               perform encolar-reintegro
               move spaces to dr-resultado
               string "RECHAZADO: " ret-motivo delimited by size
                   into dr-resultado
               end-string
               write reg-reporte from det-rep
           end-if.

       reportar-anomalia.
           add 1 to cant-anomalias.
           write reg-reporte from det-rep.

       encolar-reintegro.
           open i-o pendientes.
           if not ok-pend
               *> primera vez: la cola de cambios no existe
               open output pendientes
               close pendientes
               open i-o pendientes
           end-if.
           if not ok-pend
               display "Error al abrir cola de cambios fs: "
                 fs-pendientes
           else
               perform grabar-pedido-reintegro
               close pendientes
           end-if.

       grabar-pedido-reintegro.
           perform leer-numeracion-pend.
           add 1 to nro-pendiente.
           move nro-pendiente to pend-nro.
           move "R" to pend-tipo.
           move usuario-actual to pend-usuario-sol.
           move fecha-hoy to pend-fecha-sol.
           move "P" to pend-estado.
           move spaces to pend-usuario-lib.
           move spaces to pend-carga.
           move rei-nro to pend-rei-nro.
           move rei-importe to pend-rei-importe.
           move rei-origen to pend-rei-origen.
           move rei-cli-numero to pend-rei-cli-numero.
           write rec-pendientes.
           if ok-pend
               perform grabar-numeracion-pend
               move spaces to jrn-antes-arg
               move rec-pendientes to jrn-despues-arg
               move "A" to jrn-operacion-arg
               move "PENDIENTES" to jrn-archivo-arg
               move pend-nro to jrn-clave-arg
               call "RegistrarCambio" using jrn-archivo-arg,
                jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
                jrn-despues-arg, usuario-actual
           else
               display "Error al encolar reintegro fs: "
                 fs-pendientes
           end-if.

       leer-numeracion-pend.
           move zeroes to nro-pendiente.
           open input numeracion-pend.
           if ok-num-pend
               read numeracion-pend
                   at end continue
               end-read
               if ok-num-pend
                   move num-ultimo-pend to nro-pendiente
               end-if
               close numeracion-pend
           end-if.

       grabar-numeracion-pend.
           open output numeracion-pend.
           if ok-num-pend
               move nro-pendiente to num-ultimo-pend
               write reg-numeracion-pend
               close numeracion-pend
           else
               display "Error al grabar numeracion fs: "
                 fs-num-pend
           end-if.

      *> *
      *> ORDEN DE TRANSFERENCIA AL BANCO
      *>
       armar-orden.
           move fecha-hoy to oh-fecha.
           write reg-orden from orden-header.
           move zeroes to rei-nro.
           start reintegros key is not less than rei-nro
               invalid key move "10" to fs-reintegros
           end-start.
           if not eof-rei
               perform leer-reintegro
           end-if.
           perform enviar-reintegro until eof-rei.
           move cant-enviados to ot-cantidad.
           move tot-enviado to ot-total.
           write reg-orden from orden-trailer.

       leer-reintegro.
           read reintegros next record
               at end continue
           end-read.

       enviar-reintegro.
           if ok-rei and rei-aprobado
               move rei-cbu to od-cbu
               move rei-nro to od-rei-nro
               move rei-importe to od-importe
               write reg-orden from orden-detalle
               move rec-reintegros to jrn-antes-arg
               move "E" to rei-estado
               move fecha-hoy to rei-fecha-envio
               rewrite rec-reintegros
               move rec-reintegros to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-reintegro-journal
               add 1 to cant-enviados
               add rei-importe to tot-enviado
           end-if.
           perform leer-reintegro.

       registrar-reintegro-journal.
           move "REINTEGROS" to jrn-archivo-arg.
           move rei-nro to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

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
           move cant-transferidos to tr1-cant.
           move tot-transferido to tr1-importe.
           write reg-reporte from tot-rep1.
           move cant-rechazados to tr2-cant.
           write reg-reporte from tot-rep2.
           move cant-anomalias to tr3-cant.
           write reg-reporte from tot-rep3.
           move cant-enviados to tr4-cant.
           move tot-enviado to tr4-importe.
           write reg-reporte from tot-rep4.
           if hay-retorno = "S"
               close retorno
           end-if.
           close reintegros.
           close orden.
           close reporte.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
