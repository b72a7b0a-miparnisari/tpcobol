       identification division.
       program-id. RecargosDanios.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Casos de recargo por danos: la inspeccion de devolucion
      *> (InspeccionVehiculos) detecta el dano nuevo y la devolucion
      *> deja el deposito en custodia, pero cuando la reparacion
      *> (OrdenesTrabajo) cuesta mas que el deposito la diferencia
      *> nunca se le cobraba al cliente. Cada caso se abre con la
      *> clave del alquiler (patente + fecha) contra las
      *> inspecciones de entrega y devolucion, toma el siniestro de
      *> la patente dentro de la ventana del alquiler si lo hay, y
      *> espera el costo real del taller. Al cargar la orden de
      *> trabajo el deposito se aplica al dano (queda retenido) y
      *> lo que el deposito no cubre queda pendiente para
      *> Facturacion, con su propio tipo de linea. El reporte lista
      *> los casos que siguen esperando el costo del taller.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select recargos-danios
           assign to disk "..\..\..\Entrada\recargos-danios.dat"
           organization is indexed
           access mode is dynamic
           record key is rda-clave
           file status is fs-recargos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select inspecciones
           assign to disk "..\..\..\Entrada\inspecciones.dat"
           organization is indexed
           access mode is random
           record key is ins-clave
           file status is fs-inspecciones.

       select siniestros
           assign to disk "..\..\..\Entrada\siniestros.dat"
           organization is indexed
           access mode is dynamic
           record key is sin-clave
           file status is fs-siniestros.

       select ordenes
           assign to disk "..\..\..\Entrada\ordenes-trabajo.dat"
           organization is indexed
           access mode is random
           record key is ot-clave
           file status is fs-ordenes.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is random
           record key is dep-clave
           file status is fs-depositos.

       select reporte
           assign to disk "..\..\..\Salida\recargos-danios.txt"
           organization is line sequential
           file status is fs-reporte.

       DATA DIVISION.
       file section.

       fd recargos-danios
           label record is standard.
       01  rec-recargos-danios.
           03  rda-clave.
               05  rda-patente     pic x(6).
               05  rda-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  rda-tipo-doc        pic x.
           03  rda-nro-doc         pic x(20).
           03  rda-fecha-alta      pic 9(8).  *> DDMMAAAA
           03  rda-zonas           pic x(6).  *> "S" = dano nuevo
           03  rda-sin-fecha       pic 9(8).  *> 0 = sin siniestro
           03  rda-ot-fecha        pic 9(8).  *> 0 = sin costo aun
           03  rda-costo-taller    pic 9(7)v99.
           03  rda-deposito        pic 9(4)v99.
           03  rda-importe         pic 9(6)v99.
           03  rda-estado          pic x.
               88  rda-abierto         value "A".
               88  rda-pendiente       value "P".
               88  rda-cubierto        value "S".
               88  rda-facturado       value "F".

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

       fd inspecciones
           label record is standard.
       01  rec-inspecciones.
           03  ins-clave.
               05  ins-patente     pic x(6).
               05  ins-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  ins-momento     pic x.
           03  ins-combustible     pic 9.
           03  ins-danios          pic x(6).
           03  ins-accesorios      pic x(3).
           03  ins-inspector       pic x(8).
           03  ins-observaciones   pic x(30).

       fd siniestros
           label record is standard.
       01  rec-siniestros.
           03  sin-clave.
               05  sin-patente     pic x(6).
               05  sin-fecha       pic 9(8).  *> DDMMAAAA
           03  sin-legajo          pic x(7).
           03  sin-severidad       pic 9.
           03  sin-costo           pic 9(6)v99.
           03  sin-descripcion     pic x(30).

       fd ordenes
           label record is standard.
       01  rec-ordenes.
           03  ot-clave.
               05  ot-patente      pic x(6).
               05  ot-fecha-desde  pic 9(8).  *> DDMMAAAA
           03  ot-descripcion      pic x(30).
           03  ot-repuestos        pic 9(6)v99.
           03  ot-mano-obra        pic 9(6)v99.
           03  ot-factura-prov     pic x(15).
           03  ot-total            pic 9(7)v99.

       fd depositos
           label record is standard.
       01  rec-depositos.
           03  dep-clave.
               05  dep-patente     pic x(6).
               05  dep-fecha-alq   pic 9(8).
           03  dep-importe         pic 9(4)v99.
           03  dep-recibido-por    pic x(8).
           03  dep-estado          pic x.
               88  dep-en-custodia     value "C".
               88  dep-liberado        value "L".
               88  dep-retenido        value "R".
           03  dep-fecha-mov       pic 9(8).
           03  dep-motivo          pic x(20).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       working-storage section.
       01 fs-recargos          pic xx.
           88 ok-rda                   value "00".
           88 eof-rda                  value "10".
           88 duplicado-rda            value "22".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
       01 hay-alquileres       pic x       value "N".
           88 alquileres-abiertos      value "S".

       01 fs-inspecciones      pic xx.
           88 ok-ins                   value "00".
       01 hay-inspecciones     pic x       value "N".
           88 inspecciones-abiertas    value "S".

       01 fs-siniestros        pic xx.
           88 ok-sin                   value "00".
           88 eof-sin                  value "10".
       01 hay-siniestros       pic x       value "N".
           88 siniestros-abiertos      value "S".

       01 fs-ordenes           pic xx.
           88 ok-ot                    value "00".
       01 hay-ordenes          pic x       value "N".
           88 ordenes-abiertas         value "S".

       01 fs-depositos         pic xx.
           88 ok-dep                   value "00".
       01 hay-depositos        pic x       value "N".
           88 depositos-abiertos       value "S".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-abrir             value 1.
           88 opcion-costo             value 2.
           88 opcion-reporte           value 3.
           88 opcion-salir             value 4.

       01 in-patente            pic x(6).
       01 in-fecha-alq          pic 9(8).
       01 in-fecha-ot           pic 9(8).

      *> Zonas con dano nuevo: danada a la devolucion y no a la
      *> entrega, el mismo criterio del comparativo de
      *> InspeccionVehiculos.
       01 danios-salida         pic x(6).
       01 zonas-nuevas          pic x(6).
       77 ix-zona               pic 9.
       77 cant-danios-nuevos    pic 9      value zeroes.

       01 siniestro-hallado     pic 9(8).
       01 deposito-aplicado     pic 9(4)v99.
       01 saldo-deposito        pic 9(4)v99.

      *> Fechas para comparar ventanas (AAAAMMDD) y contar dias.
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-ddmmaaaa    pic 9(8).
       01 fecha-alq-comp        pic 9(8).
       01 fecha-sin-comp        pic 9(8).
       01 fecha-ot-comp         pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 fd-resto              pic 9(4).
       77 hoy-num               pic 9(7).
       77 alta-num              pic 9(7).
       77 dias-abierto          pic 9(5).

       77 cant-abiertos         pic 9(5)    value zeroes.
       77 cant-a-facturar       pic 9(5)    value zeroes.
       77 tot-deposito-abiertos pic 9(9)v99 value zeroes.
       77 tot-a-facturar        pic 9(9)v99 value zeroes.

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
       01 funcion-login         pic x       value "F".

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> los casos y los depositos los toca tambien la facturacion,
      *> asi que no se abre mientras el batch corre.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 enc-rda1.
           03 filler pic x(44) value
               "CASOS DE DANO ESPERANDO COSTO DE TALLER -   ".
           03 er1-fecha         pic 9(8).

       01 enc-rda2.
           03 filler pic x(9)  value "Patente  ".
           03 filler pic x(10) value "Alquiler  ".
           03 filler pic x(10) value "Abierto   ".
           03 filler pic x(6)  value "Dias  ".
           03 filler pic x(8)  value "Zonas   ".
           03 filler pic x(10) value "Siniestro ".
           03 filler pic x(10) value " Deposito ".
           03 filler pic x(17) value "Cliente".

       01 enc-rda3.
           03 filler pic x(80) value all "-".

       01 det-rda.
           03 dr-patente        pic x(6).
           03 filler pic x(3)  value spaces.
           03 dr-fecha-alq      pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-fecha-alta     pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-dias           pic zzz9.
           03 filler pic x(2)  value spaces.
           03 dr-zonas          pic x(6).
           03 filler pic x(2)  value spaces.
           03 dr-siniestro      pic x(8).
           03 filler pic x(2)  value spaces.
           03 dr-deposito      pic zzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-nro-doc        pic x(17).

       01 tot-rda1.
           03 filler pic x(28) value
               "Casos esperando taller:     ".
           03 tr1-cant          pic zzzz9.
           03 filler pic x(22) value
               "   Depositos en juego ".
           03 tr1-importe       pic zzzzzzzz9.99.

       01 tot-rda2.
           03 filler pic x(28) value
               "Recargos a facturar:        ".
           03 tr2-cant          pic zzzz9.
           03 filler pic x(22) value
               "   Importe            ".
           03 tr2-importe       pic zzzzzzzz9.99.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "DANIOS".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "La corrida nocturna esta en curso: "
                   "reintentar cuando termine."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-archivos.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

      *> Los casos son el unico archivo propio; el resto se
      *> consulta si esta cargado y, sin el, el paso que lo
      *> necesita lo avisa.
       abrir-archivos.
           open i-o recargos-danios.
           if not ok-rda
               *> primera vez: el registro de casos no existe
               open output recargos-danios
               close recargos-danios
               open i-o recargos-danios
           end-if.
           if not ok-rda
               display "Error al abrir casos de dano fs: "
                 fs-recargos
               accept ws-exit
               stop run
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open input inspecciones.
           if ok-ins
               move "S" to hay-inspecciones
           end-if.
           open input siniestros.
           if ok-sin
               move "S" to hay-siniestros
           end-if.
           open input ordenes.
           if ok-ot
               move "S" to hay-ordenes
           end-if.
           open i-o depositos.
           if ok-dep
               move "S" to hay-depositos
           end-if.

       cerrar-archivos.
           close recargos-danios.
           if alquileres-abiertos
               close alquileresmae
           end-if.
           if inspecciones-abiertas
               close inspecciones
           end-if.
           if siniestros-abiertos
               close siniestros
           end-if.
           if ordenes-abiertas
               close ordenes
           end-if.
           if depositos-abiertos
               close depositos
           end-if.

       mostrar-menu.
           display "1) Abrir caso de dano".
           display "2) Cargar costo del taller (orden de trabajo)".
           display "3) Reporte de casos esperando taller".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           perform tomar-fecha-actual.
           if opcion-abrir
               perform abrir-caso
           end-if.
           if opcion-costo
               perform cargar-costo
           end-if.
           if opcion-reporte
               perform emitir-reporte
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       tomar-fecha-actual.
           move function current-date(1:8) to fecha-hoy.
           compute hoy-num = function integer-of-date(fecha-hoy).
           divide fecha-hoy by 10000
               giving fec-aaaa remainder fd-resto.
           divide fd-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-hoy-ddmmaaaa =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.

      *> El caso solo se abre sobre un dano probado: las dos
      *> inspecciones del alquiler cargadas y al menos una zona que
      *> volvio danada sin haber salido danada.
       abrir-caso.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha-alq.

           if not alquileres-abiertos or not inspecciones-abiertas
               display "Faltan el maestro de alquileres o las "
                   "inspecciones: no se puede abrir el caso."
           else
               move in-patente to alq-patente
               move in-fecha-alq to alq-fecha
               read alquileresmae
                   invalid key
                       display "Alquiler no encontrado."
                   not invalid key
                       perform comparar-inspecciones
               end-read
           end-if.

       comparar-inspecciones.
           move zeroes to cant-danios-nuevos.
           move in-patente to ins-patente.
           move in-fecha-alq to ins-fecha-alq.
           move "S" to ins-momento.
           read inspecciones
               invalid key
                   display "No hay inspeccion de entrega para ese "
                       "alquiler."
               not invalid key
                   move ins-danios to danios-salida
                   move "E" to ins-momento
                   read inspecciones
                       invalid key
                           display "No hay inspeccion de devolucion "
                               "para ese alquiler."
                       not invalid key
                           perform marcar-zonas-nuevas
                   end-read
           end-read.

       marcar-zonas-nuevas.
           move spaces to zonas-nuevas.
           perform chequear-zona
               varying ix-zona from 1 by 1 until ix-zona > 6.
           if cant-danios-nuevos = zeroes
               display "Las inspecciones no registran dano nuevo: "
                   "no corresponde recargo."
           else
               perform grabar-caso
           end-if.

       chequear-zona.
           if ins-danios(ix-zona:1) = "S"
               and danios-salida(ix-zona:1) is not equal to "S"
               move "S" to zonas-nuevas(ix-zona:1)
               add 1 to cant-danios-nuevos
           else
               move "N" to zonas-nuevas(ix-zona:1)
           end-if.

       grabar-caso.
           perform buscar-siniestro-ventana.
           perform leer-deposito.
           move in-patente to rda-patente.
           move in-fecha-alq to rda-fecha-alq.
           move alq-tipo-doc to rda-tipo-doc.
           move alq-nro-doc to rda-nro-doc.
           move fecha-hoy-ddmmaaaa to rda-fecha-alta.
           move zonas-nuevas to rda-zonas.
           move siniestro-hallado to rda-sin-fecha.
           move zeroes to rda-ot-fecha.
           move zeroes to rda-costo-taller.
           move deposito-aplicado to rda-deposito.
           move zeroes to rda-importe.
           move "A" to rda-estado.
           write rec-recargos-danios.
           if ok-rda
               display "Caso abierto, " cant-danios-nuevos
                   " zona(s) con dano nuevo."
               if rda-sin-fecha > zeroes
                   display "Siniestro asociado del " rda-sin-fecha
               end-if
               move spaces to jrn-antes-arg
               move rec-recargos-danios to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-journal
           else if duplicado-rda
               display "Ya hay un caso de dano para ese alquiler."
           else
               display "Error al grabar caso de dano fs: "
                 fs-recargos
           end-if.

      *> Siniestro de la patente con fecha dentro de la ventana del
      *> alquiler (de alq-fecha a hoy), el mismo criterio con el que
      *> DevolucionAlquileres retiene el deposito.
       buscar-siniestro-ventana.
           move zeroes to siniestro-hallado.
           if siniestros-abiertos
               move in-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-alq-comp
               move in-patente to sin-patente
               move zeroes to sin-fecha
               start siniestros key is not less than sin-clave
                   invalid key continue
               end-start
               if ok-sin
                   perform leer-siniestro
                   perform chequear-siniestro until eof-sin
                       or sin-patente is not equal to in-patente
                       or siniestro-hallado > zeroes
               end-if
           end-if.

       leer-siniestro.
           read siniestros next record
               at end continue
           end-read.

       chequear-siniestro.
           move sin-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-sin-comp.
           if fecha-sin-comp is not less than fecha-alq-comp
               and fecha-sin-comp is not greater than fecha-hoy
               move sin-fecha to siniestro-hallado
           else
               perform leer-siniestro
           end-if.

      *> El deposito que todavia cubre el dano: el que sigue en
      *> custodia o ya fue retenido. Uno liberado ya volvio al
      *> cliente y no descuenta nada.
       leer-deposito.
           move zeroes to deposito-aplicado.
           if depositos-abiertos
               move in-patente to dep-patente
               move in-fecha-alq to dep-fecha-alq
               read depositos
                   invalid key continue
                   not invalid key
                       if not dep-liberado
                           move dep-importe to deposito-aplicado
                       end-if
               end-read
           end-if.

      *> El costo real sale de la orden de trabajo de la reparacion
      *> (la ventana de taller abierta despues del alquiler). El
      *> deposito se aplica al dano y queda retenido; lo que no
      *> cubre queda pendiente de facturar al cliente.
       cargar-costo.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha-alq.

           move in-patente to rda-patente.
           move in-fecha-alq to rda-fecha-alq.
           read recargos-danios
               invalid key
                   display "No hay caso de dano para ese alquiler."
               not invalid key
                   perform verificar-caso-abierto
           end-read.

       verificar-caso-abierto.
           if not rda-abierto
               display "El caso ya tiene costo cargado (estado "
                   rda-estado ")."
           else if not ordenes-abiertas
               display "No hay ordenes de trabajo cargadas."
           else
               perform pedir-orden-trabajo
           end-if.

       pedir-orden-trabajo.
           display "Fecha desde de la orden de trabajo (DDMMAAAA): ".
           accept in-fecha-ot.
           move in-fecha-alq to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-alq-comp.
           move in-fecha-ot to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-ot-comp.
           if fecha-ot-comp < fecha-alq-comp
               display "La orden es anterior al alquiler: no puede "
                   "ser la reparacion de este dano."
           else
               move in-patente to ot-patente
               move in-fecha-ot to ot-fecha-desde
               read ordenes
                   invalid key
                       display "No hay orden de trabajo con esa "
                           "clave."
                   not invalid key
                       perform liquidar-caso
               end-read
           end-if.

       liquidar-caso.
           move rec-recargos-danios to jrn-antes-arg.
           perform leer-deposito.
           move zeroes to saldo-deposito.
           move in-fecha-ot to rda-ot-fecha.
           move ot-total to rda-costo-taller.
           move deposito-aplicado to rda-deposito.
           if ot-total > deposito-aplicado
               compute rda-importe = ot-total - deposito-aplicado
               move "P" to rda-estado
           else
               move zeroes to rda-importe
               compute saldo-deposito = deposito-aplicado - ot-total
               move "S" to rda-estado
           end-if.
           if deposito-aplicado > zeroes
               perform retener-deposito
           end-if.
           rewrite rec-recargos-danios.
           if ok-rda
               display "Costo del taller " rda-costo-taller
                   ", deposito aplicado " rda-deposito "."
               if rda-pendiente
                   display "Recargo pendiente de facturar: "
                       rda-importe
               else
                   display "El deposito cubre el dano; saldo a "
                       "reintegrar al cliente: " saldo-deposito
               end-if
               move rec-recargos-danios to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al grabar caso de dano fs: "
                 fs-recargos
           end-if.

      *> El deposito aplicado al dano pasa a retenido: ya no esta
      *> en custodia para liberarse en DepositosGarantia.
       retener-deposito.
           if dep-en-custodia
               move "R" to dep-estado
               move "APLICADO A DANOS" to dep-motivo
               move function current-date(1:8) to dep-fecha-mov
               rewrite rec-depositos
               if not ok-dep
                   display "Error al retener deposito fs: "
                     fs-depositos
               else
                   perform asentar-deposito-ctacte
               end-if
           end-if.

      *> Lo aplicado al dano sale de la custodia del cliente.
       asentar-deposito-ctacte.
           move spaces to mcc-cli-numero.
           move spaces to mcc-nro-doc.
           move dep-clave to mcc-alq-clave.
           move "DP" to mcc-tipo.
           move "D" to mcc-signo.
           move deposito-aplicado to mcc-importe.
           move "DEPOSITO A DANOS" to mcc-comprobante.
           perform registrar-movimiento-cliente.

       emitir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
           else
               move zeroes to cant-abiertos cant-a-facturar
                   tot-deposito-abiertos tot-a-facturar
               move fecha-hoy-ddmmaaaa to er1-fecha
               write reg-reporte from enc-rda1
               write reg-reporte from enc-rda2
               write reg-reporte from enc-rda3
               perform recorrer-casos
               write reg-reporte from enc-rda3
               move cant-abiertos to tr1-cant
               move tot-deposito-abiertos to tr1-importe
               write reg-reporte from tot-rda1
               move cant-a-facturar to tr2-cant
               move tot-a-facturar to tr2-importe
               write reg-reporte from tot-rda2
               close reporte
               display "Reporte emitido en recargos-danios.txt."
           end-if.

       recorrer-casos.
           move low-values to rda-clave.
           start recargos-danios key is not less than rda-clave
               invalid key continue
           end-start.
           if ok-rda
               perform leer-caso
               perform listar-caso until eof-rda
           end-if.

       leer-caso.
           read recargos-danios next record
               at end continue
           end-read.

       listar-caso.
           if rda-abierto
               add 1 to cant-abiertos
               add rda-deposito to tot-deposito-abiertos
               move rda-fecha-alta to fecha-a-convertir
               perform invertir-orden-fecha
               compute alta-num =
                   function integer-of-date(fecha-convertida)
               compute dias-abierto = hoy-num - alta-num
               move rda-patente to dr-patente
               move rda-fecha-alq to dr-fecha-alq
               move rda-fecha-alta to dr-fecha-alta
               move dias-abierto to dr-dias
               move rda-zonas to dr-zonas
               if rda-sin-fecha > zeroes
                   move rda-sin-fecha to dr-siniestro
               else
                   move "NO" to dr-siniestro
               end-if
               move rda-deposito to dr-deposito
               move rda-nro-doc to dr-nro-doc
               write reg-reporte from det-rda
           else if rda-pendiente
               add 1 to cant-a-facturar
               add rda-importe to tot-a-facturar
           end-if.
           perform leer-caso.

       registrar-cambio-journal.
           move "RECARGO-DANO" to jrn-archivo-arg.
           move rda-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> compararla y pasarla a FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
