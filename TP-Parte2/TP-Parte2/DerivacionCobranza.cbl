       identification division.
       program-id. DerivacionCobranza.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Cierre de la deuda intimada: las facturas que llegan al
      *> nivel de intimacion de Reclamos quedaban en la antiguedad
      *> de deuda para siempre y ClienteMoroso bloqueaba al cliente
      *> sin que nadie resolviera nada. Desde aca cobranzas:
      *>   - deriva facturas intimadas a la agencia de cobranza
      *>     externa (derivaciones-cobranza.dat). La corrida
      *>     nocturna (CobranzaExterna) manda las nuevas a la
      *>     agencia y aplica lo que la agencia recupera;
      *>   - pide la baja por incobrable de una factura intimada o
      *>     derivada. La baja no se aplica aca: queda en la cola
      *>     de cambios (cambios-pendientes.dat, tipo "I") y la
      *>     libera un supervisor en LiberarCambios, segunda firma
      *>     como los ajustes de tarifas y los parametros.
      *> Las derivaciones y los pedidos quedan en el journal de
      *> cambios con el operador que los hizo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

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

       select reclamos
           assign to disk "..\..\..\Entrada\reclamos.dat"
           organization is indexed
           access mode is dynamic
           record key is rcl-fact-nro
           file status is fs-reclamos.

      *> Cartera derivada a la agencia: una entrada por factura.
       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is dynamic
           record key is dcb-fact-nro
           file status is fs-derivaciones.

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

       DATA DIVISION.
       file section.

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

       fd reclamos
           label record is standard.
       01  rec-reclamos.
           03  rcl-fact-nro        pic 9(6).
           03  rcl-nivel           pic 9.
           03  rcl-fecha-nivel     pic 9(8).  *> AAAAMMDD

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

       fd pendientes
           label record is standard.
       01  rec-pendientes.
           03  pend-nro            pic 9(6).
           03  pend-tipo           pic x.
               88  pend-ajuste-tarifas value "T".
               88  pend-parametro      value "P".
               88  pend-incobrable     value "I".
           03  pend-usuario-sol    pic x(8).
           03  pend-fecha-sol      pic 9(8).  *> AAAAMMDD
           03  pend-estado         pic x.
               88  pend-pendiente      value "P".
               88  pend-liberado       value "L".
               88  pend-cancelado      value "X".
           03  pend-usuario-lib    pic x(8).
           03  pend-carga          pic x(40).
           03  pend-carga-incobrable redefines pend-carga.
               05  pend-inc-fact-nro   pic 9(6).
               05  pend-inc-saldo      pic 9(7)v99.
               05  pend-inc-motivo     pic x(25).

       fd numeracion-pend
           label record is standard.
       01  reg-numeracion-pend.
           03  num-ultimo-pend     pic 9(6).

       working-storage section.
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-reclamos          pic xx.
           88 ok-rcl                   value "00".
           88 eof-rcl                  value "10".
       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".
           88 eof-dcb                  value "10".
       01 fs-pendientes        pic xx.
           88 ok-pend                  value "00".
           88 eof-pend                 value "10".
       01 fs-num-pend          pic xx.
           88 ok-num-pend              value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-intimadas         value 1.
           88 opcion-derivar           value 2.
           88 opcion-cartera           value 3.
           88 opcion-baja              value 4.
           88 opcion-salir             value 5.

       01 hay-reclamos          pic x       value "N".
       01 in-nro-factura        pic 9(6).
       01 in-motivo             pic x(25).
       77 nro-pendiente         pic 9(6)    value zeroes.
       77 credito-factura       pic 9(7)v99.
       77 saldo-factura         pic s9(7)v99.
       77 saldo-pendiente       pic s9(7)v99.
       77 cant-listadas         pic 9(5)    value zeroes.

       01 factura-encontrada    pic x.
           88 hay-factura              value "S".
       01 factura-intimada      pic x.
           88 esta-intimada            value "S".
       01 factura-derivada      pic x.
           88 esta-derivada            value "S".
       01 baja-pedida           pic x.
           88 ya-pedida                value "S".

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
      *> registro tocado, y el operador responsable.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "C".

      *> Semaforo del sistema (ver ControlConcurrencia): la
      *> corrida nocturna marca las derivaciones enviadas y aplica
      *> los recuperos sobre el mismo archivo.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 det-intimada.
           03 di-factura        pic 9(6).
           03 filler pic x(2)  value spaces.
           03 di-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 di-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 di-saldo          pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 di-fecha-nivel    pic 9(8).

       01 det-cartera.
           03 dca-factura       pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dca-cli-numero    pic x(8).
           03 filler pic x(2)  value spaces.
           03 dca-fecha         pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dca-estado        pic x.
           03 filler pic x(2)  value spaces.
           03 dca-saldo         pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dca-recuperado    pic zzzzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "La corrida nocturna esta en curso: "
                   "reintentar cuando termine."
               accept ws-exit
               stop run
           end-if.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-archivos.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open input facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
                 fs-fact-emitidas
               move "C" to op-concurrencia
               call "ControlConcurrencia" using op-concurrencia,
                   estado-concurrencia
               accept ws-exit
               stop run
           end-if.
           open input reclamos.
           if ok-rcl
               move "S" to hay-reclamos
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
               move "C" to op-concurrencia
               call "ControlConcurrencia" using op-concurrencia,
                   estado-concurrencia
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar facturas intimadas sin derivar".
           display "2) Derivar una factura a la agencia de cobranza".
           display "3) Listar cartera en la agencia".
           display "4) Pedir baja por incobrable".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-intimadas
               perform listar-intimadas
           end-if.
           if opcion-derivar
               perform derivar-factura
           end-if.
           if opcion-cartera
               perform listar-cartera
           end-if.
           if opcion-baja
               perform pedir-baja
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> *
      *> FACTURAS INTIMADAS
      *>
       listar-intimadas.
           move zeroes to cant-listadas.
           if hay-reclamos = "S"
               move low-values to rcl-fact-nro
               start reclamos key is not less than rcl-fact-nro
                   invalid key continue
               end-start
               perform leer-reclamo
               perform mostrar-intimada until eof-rcl
           end-if.
           display "Facturas intimadas sin derivar: " cant-listadas.

       leer-reclamo.
           read reclamos next record
               at end continue
           end-read.

       mostrar-intimada.
           if ok-rcl and rcl-nivel = 3
               move rcl-fact-nro to in-nro-factura
               perform leer-factura
               if hay-factura and fact-emitida
                   perform calcular-saldo
                   perform buscar-derivacion
                   if saldo-factura > zeroes and not esta-derivada
                       move fact-nro to di-factura
                       move fact-cli-numero to di-cli-numero
                       move fact-fecha-emision to di-fecha
                       move saldo-factura to di-saldo
                       move rcl-fecha-nivel to di-fecha-nivel
                       display det-intimada
                       add 1 to cant-listadas
                   end-if
               end-if
           end-if.
           perform leer-reclamo.

      *> *
      *> DERIVACION A LA AGENCIA
      *>
      *> Solo se deriva deuda intimada y todavia abierta; una
      *> factura que la agencia devolvio sin cobrar puede volver a
      *> derivarse.
       derivar-factura.
           display "Numero de factura: ".
           accept in-nro-factura.
           perform leer-factura.
           if not hay-factura
               display "Factura no encontrada."
           else if not fact-emitida
               display "La factura no esta abierta (estado "
                   fact-estado ")."
           else
               perform calcular-saldo
               perform verificar-intimacion
               perform buscar-derivacion
               if saldo-factura is not greater than zeroes
                   display "La factura no tiene saldo."
               else if not esta-intimada
                   display "La factura no llego a intimacion."
               else if esta-derivada
                   display "La factura ya esta en la agencia."
               else
                   perform grabar-derivacion
               end-if
           end-if.

       grabar-derivacion.
           move spaces to jrn-antes-arg.
           move "A" to jrn-operacion-arg.
           move fact-nro to dcb-fact-nro.
           read derivaciones
               invalid key continue
               not invalid key
                   move rec-derivaciones to jrn-antes-arg
                   move "M" to jrn-operacion-arg
           end-read.
           move fact-nro to dcb-fact-nro.
           move fact-cli-numero to dcb-cli-numero.
           move fact-nro-doc to dcb-nro-doc.
           move function current-date(1:8) to dcb-fecha.
           move saldo-factura to dcb-saldo.
           move zeroes to dcb-recuperado.
           move "P" to dcb-estado.
           move usuario-actual to dcb-usuario.
           move zeroes to dcb-fecha-cierre.
           if jrn-operacion-arg = "A"
               write rec-derivaciones
           else
               rewrite rec-derivaciones
           end-if.
           if ok-dcb
               move rec-derivaciones to jrn-despues-arg
               move "DERIVACION" to jrn-archivo-arg
               move dcb-fact-nro to jrn-clave-arg
               perform registrar-cambio-journal
               display "Factura derivada: sale a la agencia en la "
                   "corrida de esta noche."
           else
               display "Error al grabar derivacion fs: "
                 fs-derivaciones
           end-if.

      *> *
      *> CARTERA EN LA AGENCIA
      *>
       listar-cartera.
           move zeroes to cant-listadas.
           move low-values to dcb-fact-nro.
           start derivaciones key is not less than dcb-fact-nro
               invalid key continue
           end-start.
           perform leer-derivacion.
           perform mostrar-derivacion until eof-dcb.
           display "Facturas en la agencia: " cant-listadas.
           display "(P a enviar, E en agencia, V devuelta sin cobro)".

       leer-derivacion.
           read derivaciones next record
               at end continue
           end-read.

       mostrar-derivacion.
           if ok-dcb and (dcb-a-enviar or dcb-en-agencia
               or dcb-devuelta)
               move dcb-fact-nro to dca-factura
               move dcb-cli-numero to dca-cli-numero
               move dcb-fecha to dca-fecha
               move dcb-estado to dca-estado
               move dcb-saldo to dca-saldo
               move dcb-recuperado to dca-recuperado
               display det-cartera
               add 1 to cant-listadas
           end-if.
           perform leer-derivacion.

      *> *
      *> PEDIDO DE BAJA POR INCOBRABLE
      *>
      *> Se pide sobre deuda intimada o derivada, con saldo; un
      *> pedido pendiente por la misma factura no se duplica. El
      *> saldo del pedido es informativo: LiberarCambios lo vuelve a
      *> calcular al aplicar la baja.
       pedir-baja.
           display "Numero de factura: ".
           accept in-nro-factura.
           perform leer-factura.
           if not hay-factura
               display "Factura no encontrada."
           else if not fact-emitida
               display "La factura no esta abierta (estado "
                   fact-estado ")."
           else
               perform calcular-saldo
               perform verificar-intimacion
               perform buscar-derivacion
               if saldo-factura is not greater than zeroes
                   display "La factura no tiene saldo."
               else if not esta-intimada and not esta-derivada
                   display "Solo se da de baja deuda intimada o "
                       "derivada a la agencia."
               else
                   display "Motivo de la baja: "
                   move spaces to in-motivo
                   accept in-motivo
                   perform encolar-baja
               end-if
           end-if.

       encolar-baja.
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
               perform buscar-baja-pedida
               if ya-pedida
                   display "Ya hay un pedido de baja pendiente "
                       "para esa factura."
               else
                   perform grabar-pedido-baja
               end-if
               close pendientes
           end-if.

       buscar-baja-pedida.
           move "N" to baja-pedida.
           move zeroes to pend-nro.
           start pendientes key is not less than pend-nro
               invalid key continue
           end-start.
           perform leer-pendiente.
           perform chequear-pendiente until eof-pend.

       leer-pendiente.
           read pendientes next record
               at end continue
           end-read.

       chequear-pendiente.
           if ok-pend and pend-pendiente and pend-incobrable
               and pend-inc-fact-nro = in-nro-factura
               move "S" to baja-pedida
           end-if.
           perform leer-pendiente.

       grabar-pedido-baja.
           perform leer-numeracion-pend.
           add 1 to nro-pendiente.
           move nro-pendiente to pend-nro.
           move "I" to pend-tipo.
           move usuario-actual to pend-usuario-sol.
           move function current-date(1:8) to pend-fecha-sol.
           move "P" to pend-estado.
           move spaces to pend-usuario-lib.
           move spaces to pend-carga.
           move in-nro-factura to pend-inc-fact-nro.
           move saldo-factura to pend-inc-saldo.
           move in-motivo to pend-inc-motivo.
           write rec-pendientes.
           if ok-pend
               perform grabar-numeracion-pend
               display "Pedido de baja " pend-nro " en cola: lo "
                   "libera un supervisor en LiberarCambios."
               move spaces to jrn-antes-arg
               move rec-pendientes to jrn-despues-arg
               move "A" to jrn-operacion-arg
               move "PENDIENTES" to jrn-archivo-arg
               move pend-nro to jrn-clave-arg
               perform registrar-cambio-journal
           else
               display "Error al encolar pedido fs: " fs-pendientes
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
      *> CONSULTAS COMUNES
      *>
       leer-factura.
           move "N" to factura-encontrada.
           move in-nro-factura to fact-nro.
           read facturas-emitidas
               invalid key continue
               not invalid key move "S" to factura-encontrada
           end-read.

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

       verificar-intimacion.
           move "N" to factura-intimada.
           if hay-reclamos = "S"
               move fact-nro to rcl-fact-nro
               read reclamos
                   invalid key continue
                   not invalid key
                       if rcl-nivel = 3
                           move "S" to factura-intimada
                       end-if
               end-read
           end-if.

      *> Derivada = a enviar o en la agencia; la devuelta sin
      *> cobro ya no esta en manos de la agencia.
       buscar-derivacion.
           move "N" to factura-derivada.
           move fact-nro to dcb-fact-nro.
           read derivaciones
               invalid key continue
               not invalid key
                   if dcb-a-enviar or dcb-en-agencia
                       move "S" to factura-derivada
                   end-if
           end-read.

       registrar-cambio-journal.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       cerrar-archivos.
           close facturas-emitidas.
           if hay-reclamos = "S"
               close reclamos
           end-if.
           close derivaciones.
