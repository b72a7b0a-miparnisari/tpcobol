      *> se graba en el maestro con su asiento en
      *> cambios-parametros.txt - o cancelar el pedido. Ambos
      *> usuarios quedan en el journal de cambios.
      *> Tambien pasan por aca los pedidos de baja por incobrable
      *> de DerivacionCobranza: al liberarlos la factura queda en
      *> estado "I", la baja se asienta en incobrables.dat (de ahi
      *> la toma el extracto contable) y la derivacion a la agencia,
      *> si la habia, se cierra. Si la factura se cobro o se anulo
      *> mientras el pedido esperaba, el pedido se cancela solo;
      *> si facturas no se puede abrir o grabar, queda en la cola.
      *> Los reintegros a clientes (SolicitarReintegro) se aprueban
      *> aca: al liberarlos el reintegro queda aprobado para la
      *> orden de transferencia de ReintegrosBanco; si no tiene CBU
      *> se pide, y sin CBU el pedido queda en la cola. Cancelar el
      *> pedido anula el reintegro.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is line sequential
           file status is fs-listado.

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

      *> Bajas por incobrable aplicadas: una por factura.
       select incobrables
           assign to disk "..\..\..\Entrada\incobrables.dat"
           organization is indexed
           access mode is random
           record key is inc-fact-nro
           file status is fs-incobrables.

       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is random
           record key is dcb-fact-nro
           file status is fs-derivaciones.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is random
           record key is rei-nro
           file status is fs-reintegros.

       DATA DIVISION.
       file section.

           03  pend-tipo           pic x.
               88  pend-ajuste-tarifas value "T".
               88  pend-parametro      value "P".
               88  pend-incobrable     value "I".
               88  pend-reintegro      value "R".
           03  pend-usuario-sol    pic x(8).
           03  pend-fecha-sol      pic 9(8).  *> AAAAMMDD
           03  pend-estado         pic x.
               05  pend-par-nombre     pic x(20).
               05  pend-par-valor      pic s9(9)v99.
               05  filler              pic x(9).
           03  pend-carga-incobrable redefines pend-carga.
               05  pend-inc-fact-nro   pic 9(6).
               05  pend-inc-saldo      pic 9(7)v99.
               05  pend-inc-motivo     pic x(25).
           03  pend-carga-reintegro redefines pend-carga.
               05  pend-rei-nro        pic 9(6).
               05  pend-rei-importe    pic 9(7)v99.
               05  pend-rei-origen     pic x(10).
               05  pend-rei-cli-numero pic x(8).
               05  filler              pic x(7).

       fd autos
           label record is standard.
           label record is standard.
       01  reg-listado             pic x(80).

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

       fd incobrables
           label record is standard.
       01  rec-incobrables.
           03  inc-fact-nro        pic 9(6).
           03  inc-fecha           pic 9(8).  *> AAAAMMDD
           03  inc-cli-numero      pic x(8).
           03  inc-nro-doc         pic x(20).
           03  inc-importe         pic 9(7)v99.
           03  inc-motivo          pic x(25).
           03  inc-usuario-sol     pic x(8).
           03  inc-usuario-lib     pic x(8).

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

       fd reintegros
           label record is standard.
       01  rec-reintegros.
           03  rei-nro             pic 9(6).
           03  rei-fecha           pic 9(8).  *> AAAAMMDD
           03  rei-origen          pic x(10).
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

       working-storage section.
       01 fs-pendientes        pic xx.
           88 ok-pend                  value "00".
       01 fs-listado           pic xx.
           88 ok-list                  value "00".

       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".

       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".

       01 fs-incobrables       pic xx.
           88 ok-inc                   value "00".

       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".

       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".

       77 ws-exit               pic x.
       77 ws-decision           pic x.

       01 valor-anterior        pic s9(9)v99.
       01 es-alta               pic x.

       77 credito-factura       pic 9(7)v99.
       77 saldo-factura         pic s9(7)v99.
       01 cambio-aplicable      pic x.
           88 es-aplicable             value "S".
           88 es-diferido              value "D".
       01 in-cbu                pic x(22).

       77 cant-revisados        pic 9(4)    value zeroes.
       77 cant-liberados        pic 9(4)    value zeroes.
       77 cant-cancelados       pic 9(4)    value zeroes.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "INCOBRABLES".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
                   " sentido " pend-sentido " valor " pend-valor
               display "Filtro marca [" pend-filtro-marca
                   "] tamano [" pend-filtro-tamano "]"
           else if pend-incobrable
               display "BAJA POR INCOBRABLE factura "
                   pend-inc-fact-nro " saldo " pend-inc-saldo
               display "Motivo: " pend-inc-motivo
           else if pend-reintegro
               display "REINTEGRO " pend-rei-nro " " pend-rei-origen
                   " cliente " pend-rei-cli-numero " importe "
                   pend-rei-importe
           else
               display "PARAMETRO " pend-par-nombre " -> "
                   pend-par-valor
           end-if.

       liberar-pendiente.
           move "S" to cambio-aplicable.
           if pend-ajuste-tarifas
               perform aplicar-ajuste-tarifas
           else if pend-incobrable
               perform aplicar-incobrable
           else if pend-reintegro
               perform aprobar-reintegro
           else
               perform aplicar-parametro
           end-if.
           if es-diferido
               display "Queda en la cola."
           else if not es-aplicable
               perform cancelar-pendiente
           else
               move rec-pendientes to jrn-antes-arg
               move "L" to pend-estado
               move operador-actual to pend-usuario-lib
               rewrite rec-pendientes
               if ok-pend
                   add 1 to cant-liberados
                   move rec-pendientes to jrn-despues-arg
                   move "M" to jrn-operacion-arg
                   perform registrar-cambio-journal
                   display "Cambio " pend-nro " liberado y aplicado."
               else
                   display "Error al marcar liberado fs: "
                     fs-pendientes
               end-if
           end-if.

       cancelar-pendiente.
           if pend-reintegro
               perform anular-reintegro
           end-if.
           move rec-pendientes to jrn-antes-arg.
           move "X" to pend-estado.
           move operador-actual to pend-usuario-lib.
               close cambios
           end-if.

      *> Baja por incobrable: el saldo se vuelve a calcular al
      *> liberar, porque entre el pedido y la firma pudo entrar un
      *> pago o una nota de credito. La factura no se borra ni se
      *> da por cobrada: queda en estado "I" con su saldo, y el
      *> importe dado de baja va a incobrables.dat. El pedido solo
      *> se cancela si la factura ya no tiene deuda abierta; un
      *> error al abrir o grabar facturas (tomada por otro usuario)
      *> lo deja en la cola, igual que en los reintegros.
       aplicar-incobrable.
           open i-o facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
                 fs-fact-emitidas
               move "D" to cambio-aplicable
           else
               move pend-inc-fact-nro to fact-nro
               read facturas-emitidas
                   invalid key move "N" to cambio-aplicable
               end-read
               if es-aplicable
                   perform calcular-saldo-factura
                   if not fact-emitida
                       or saldo-factura is not greater than zeroes
                       move "N" to cambio-aplicable
                   end-if
               end-if
               if not es-aplicable
                   display "La factura ya no tiene deuda abierta: "
                       "el pedido se cancela."
               else
                   perform dar-baja-factura
               end-if
               close facturas-emitidas
           end-if.

       dar-baja-factura.
           move rec-fact-emitidas to jrn-antes-arg.
           move "I" to fact-estado.
           rewrite rec-fact-emitidas.
           if not ok-fact-emi
               display "Error al dar de baja factura fs: "
                 fs-fact-emitidas
               move "D" to cambio-aplicable
           else
               move rec-fact-emitidas to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-factura-journal
               perform grabar-incobrable
               perform cerrar-derivacion
               display "Factura " fact-nro " dada de baja por "
                   saldo-factura
           end-if.

       calcular-saldo-factura.
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

       grabar-incobrable.
           open i-o incobrables.
           if not ok-inc
               *> primera baja: el archivo no existe todavia
               open output incobrables
               close incobrables
               open i-o incobrables
           end-if.
           if not ok-inc
               display "Error al abrir incobrables fs: "
                 fs-incobrables
           else
               move fact-nro to inc-fact-nro
               move function current-date(1:8) to inc-fecha
               move fact-cli-numero to inc-cli-numero
               move fact-nro-doc to inc-nro-doc
               move saldo-factura to inc-importe
               move pend-inc-motivo to inc-motivo
               move pend-usuario-sol to inc-usuario-sol
               move operador-actual to inc-usuario-lib
               write rec-incobrables
               if not ok-inc
                   display "Error al grabar incobrable fs: "
                     fs-incobrables
               else
                   perform asentar-baja-ctacte
               end-if
               close incobrables
           end-if.

      *> La baja cancela el saldo en la cuenta corriente del
      *> cliente, contra la cuenta de incobrables.
       asentar-baja-ctacte.
           move inc-cli-numero to mcc-cli-numero.
           move inc-nro-doc to mcc-nro-doc.
           move "IN" to mcc-tipo.
           move "C" to mcc-signo.
           move inc-importe to mcc-importe.
           move spaces to mcc-comprobante.
           string "BAJA FACT " inc-fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> Si la factura estaba en la agencia, la derivacion se
      *> cierra: la agencia deja de gestionarla.
       cerrar-derivacion.
           open i-o derivaciones.
           if ok-dcb
               move fact-nro to dcb-fact-nro
               read derivaciones
                   invalid key continue
                   not invalid key
                       if not dcb-recuperada
                           move "I" to dcb-estado
                           move function current-date(1:8)
                               to dcb-fecha-cierre
                           rewrite rec-derivaciones
                       end-if
               end-read
               close derivaciones
           end-if.

      *> Reintegro a un cliente: solo se aprueba uno pendiente. Sin
      *> CBU no hay transferencia posible, asi que si el supervisor
      *> no la carga el pedido sigue en la cola.
       aprobar-reintegro.
           open i-o reintegros.
           if not ok-rei
               display "Error al abrir reintegros fs: "
                 fs-reintegros
               move "D" to cambio-aplicable
           else
               move pend-rei-nro to rei-nro
               read reintegros
                   invalid key move "N" to cambio-aplicable
               end-read
               if es-aplicable and not rei-pendiente
                   move "N" to cambio-aplicable
               end-if
               if not es-aplicable
                   display "El reintegro ya no esta pendiente: el "
                       "pedido se cancela."
               else
                   if rei-cbu = spaces
                       display "CBU de la cuenta del cliente: "
                       move spaces to in-cbu
                       accept in-cbu
                       move in-cbu to rei-cbu
                   end-if
                   if rei-cbu = spaces
                       display "Sin CBU no se puede transferir."
                       move "D" to cambio-aplicable
                   else
                       perform grabar-aprobacion-reintegro
                   end-if
               end-if
               close reintegros
           end-if.

       grabar-aprobacion-reintegro.
           move rec-reintegros to jrn-antes-arg.
           move "A" to rei-estado.
           move operador-actual to rei-usuario-apr.
           move function current-date(1:8) to rei-fecha-apr.
           rewrite rec-reintegros.
           if not ok-rei
               display "Error al aprobar reintegro fs: "
                 fs-reintegros
               move "D" to cambio-aplicable
           else
               move rec-reintegros to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-reintegro-journal
               display "Reintegro " rei-nro " aprobado por "
                   rei-importe " a CBU " rei-cbu
           end-if.

       anular-reintegro.
           open i-o reintegros.
           if ok-rei
               move pend-rei-nro to rei-nro
               read reintegros
                   invalid key continue
                   not invalid key
                       if rei-pendiente
                           move rec-reintegros to jrn-antes-arg
                           move "X" to rei-estado
                           move operador-actual to rei-usuario-apr
                           move function current-date(1:8)
                               to rei-fecha-apr
                           rewrite rec-reintegros
                           if ok-rei
                               move rec-reintegros to jrn-despues-arg
                               move "M" to jrn-operacion-arg
                               perform registrar-reintegro-journal
                           end-if
                       end-if
               end-read
               close reintegros
           end-if.

       registrar-reintegro-journal.
           move "REINTEGROS" to jrn-archivo-arg.
           move rei-nro to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       registrar-cambio-journal.
           move "PENDIENTES" to jrn-archivo-arg.
           move pend-nro to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       registrar-factura-journal.
           move "FACT-EMITIDA" to jrn-archivo-arg.
           move fact-nro to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
