       *> recargo por demora cuando la fecha de devolucion supera
       *> alq-fecha mas los dias contratados (alq-cantdias), a la
       *> tarifa/dia vigente en la fecha del alquiler.
       *> Si la inspeccion de devolucion registra menos combustible
       *> que la de entrega, los octavos faltantes se valuan con la
       *> capacidad del tanque de la patente (tanques.dat, o
       *> CAPACIDAD-TANQUE por defecto) y el precio por litro
       *> PRECIO-COMBUSTIBLE, y el cargo queda pendiente en
       *> cargos-combustible.dat para que Facturacion lo tome como
       *> linea de la factura del cliente, igual que las multas.
       *> La devolucion registra tambien que sucursal recibio el
       *> auto: si no es la de retiro, aut-sucursal pasa a esa
       *> sucursal (con su asiento en el journal) para que el auto
       *> figure donde realmente esta, y el cargo por devolucion en
       *> otra sucursal de la tabla de MantenimientoSucursales queda
       *> pendiente en sucursal-devolucion.dat para Facturacion.
       *> Cada devolucion abre ademas una tarea en la cola de
       *> preparacion (lavado, control y, si volvio sin tanque
       *> lleno, carga de combustible): hasta que la playa la marca
       *> lista en PreparacionVehiculos el auto no se entrega en el
       *> dia (AutoEnPreparacion).

       ENVIRONMENT DIVISION.
       configuration section.
           record key is ins-clave
           file status is fs-inspecciones.

       select tanques
           assign to disk "..\..\..\Entrada\tanques.dat"
           organization is indexed
           access mode is random
           record key is tan-patente
           file status is fs-tanques.

       select cargos-combustible
           assign to disk "..\..\..\Entrada\cargos-combustible.dat"
           organization is indexed
           access mode is random
           record key is ccb-clave
           file status is fs-cargos-comb.

      *> Sucursal de devolucion pactada en el contrato
      *> (ContratoAlquiler) y tabla de cargos por par de sucursales.
       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is random
           record key is sdv-clave
           file status is fs-suc-devol.

       select cargos-devolucion
           assign to disk "..\..\..\Entrada\cargos-devolucion-suc.dat"
           organization is indexed
           access mode is random
           record key is cdv-clave
           file status is fs-cargos-devol.

      *> Cola de preparacion del auto devuelto.
       select preparaciones
           assign to disk "..\..\..\Entrada\preparaciones.dat"
           organization is indexed
           access mode is random
           record key is prp-clave
           file status is fs-preparaciones.

      *> Devolucion anticipada: los dias no usados se valuan a la
      *> tarifa de la fecha del alquiler y se acreditan
      *> automaticamente con una nota de credito parcial que
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  dev-dias-atraso     pic 9(3).
           03  dev-recargo         pic 9(5)v99.
           03  dev-dias-anticipo   pic 9(3).
           03  dev-credito         pic 9(6)v99.

       fd autos
           label record is standard.
           03  ins-inspector       pic x(8).
           03  ins-observaciones   pic x(30).

       fd tanques
           label record is standard.
       01  rec-tanques.
           03  tan-patente         pic x(6).
           03  tan-capacidad       pic 9(3).  *> litros

       fd cargos-combustible
           label record is standard.
       01  rec-cargos-comb.
           03  ccb-clave.
               05  ccb-patente     pic x(6).
               05  ccb-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  ccb-tipo-doc        pic x.
           03  ccb-nro-doc         pic x(20).
           03  ccb-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  ccb-octavos-salida  pic 9.
           03  ccb-octavos-entrada pic 9.
           03  ccb-litros          pic 9(3)v99.
           03  ccb-precio-litro    pic 9(4)v99.
           03  ccb-importe         pic 9(5)v99.
           03  ccb-estado          pic x.
               88  ccb-pendiente       value "P".
               88  ccb-facturado       value "F".

       fd sucursal-devolucion
           label record is standard.
       01  rec-suc-devol.
           03  sdv-clave.
               05  sdv-patente     pic x(6).
               05  sdv-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  sdv-sucursal-retiro pic 99.
           03  sdv-sucursal-pactada pic 99.
           03  sdv-fecha-retorno   pic 9(8).  *> AAAAMMDD
           03  sdv-sucursal-real   pic 99.    *> 00 = no volvio
           03  sdv-tipo-doc        pic x.
           03  sdv-nro-doc         pic x(20).
           03  sdv-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  sdv-importe         pic 9(5)v99.
           03  sdv-estado          pic x.
               88  sdv-sin-cargo       value "N".
               88  sdv-pendiente       value "P".
               88  sdv-facturado       value "F".

       fd cargos-devolucion
           label record is standard.
       01  rec-cargos-devol.
           03  cdv-clave.
               05  cdv-sucursal-retiro pic 99.
               05  cdv-sucursal-devol  pic 99.
           03  cdv-importe         pic 9(5)v99.

       fd preparaciones
           label record is standard.
       01  rec-preparaciones.
           03  prp-clave.
               05  prp-patente     pic x(6).
               05  prp-fecha-devol pic 9(8).  *> DDMMAAAA
           03  prp-hora-alta       pic 9(4).  *> HHMM
           03  prp-sucursal        pic 99.
           03  prp-recarga         pic x.
           03  prp-estado          pic x.
               88  prp-pendiente       value "P".
           03  prp-fecha-lista     pic 9(8).  *> DDMMAAAA
           03  prp-hora-lista      pic 9(4).  *> HHMM
           03  prp-operador        pic x(8).

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
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

       fd notas
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

       fd numeracion-notas
           label record is standard.
       01 in-km                 pic 9(7).
       01 in-observaciones      pic x(30).
       01 in-operador           pic x(8).
       01 in-sucursal-recibe    pic 99.

      *> Sucursal de retiro, la pactada en el contrato y la que
      *> efectivamente recibio el auto.
       77 sucursal-retiro       pic 99      value zeroes.
       77 sucursal-pactada      pic 99      value zeroes.
       77 sucursal-recibe       pic 99      value zeroes.
       77 cargo-devolucion      pic 9(5)v99 value zeroes.
       01 hay-devolucion-pactada pic x      value "N".
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
       01 fs-cargos-devol      pic xx.
           88 ok-cdv                   value "00".
       01 hay-cargos-devol     pic x       value "N".
           88 cargos-devol-abiertos    value "S".
       01 fs-preparaciones     pic xx.
           88 ok-prp                   value "00".
           88 duplicado-prp            value "22".
      *> Octavos con que volvio el auto segun la inspeccion de
      *> devolucion (8 = lleno o sin inspeccion).
       77 octavos-devolucion    pic 9       value 8.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): el cambio de sucursal del auto queda
      *> con la imagen anterior y posterior y el operador.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).

      *> Asiento en la sesion de caja abierta del operador (ver
      *> SesionesCaja): la liberacion automatica del deposito saca
           88 ok-ins                   value "00".
       01 hay-inspecciones     pic x       value "N".
           88 inspecciones-abiertas    value "S".
       01 fs-tanques           pic xx.
           88 ok-tan                   value "00".
       01 hay-tanques          pic x       value "N".
           88 tanques-abiertos         value "S".
       01 fs-cargos-comb       pic xx.
           88 ok-ccb                   value "00".
           88 duplicado-ccb            value "22".

      *> Cargo por combustible faltante: capacidad por defecto y
      *> precio por litro del maestro de parametros.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.
       77 capacidad-tanque-def  pic 9(3)    value 050.
       77 precio-combustible    pic 9(4)v99 value 0015.00.
       77 capacidad-tanque      pic 9(3)    value zeroes.
       77 octavos-salida        pic 9       value zeroes.
       77 octavos-faltantes     pic 9       value zeroes.
       77 litros-faltantes      pic 9(3)v99 value zeroes.
       77 cargo-combustible     pic 9(5)v99 value zeroes.

       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 ok-nota                  value "00".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
           88 duplicado-nemi           value "22".
       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".

       77 dias-anticipo         pic 9(3)    value zeroes.
       77 credito-anticipo      pic 9(6)v99 value zeroes.
       77 nro-nota              pic 9(6)    value zeroes.
       77 base-factura          pic 9(8)v99 value zeroes.
       77 creditos-factura      pic 9(7)v99 value zeroes.
       77 excedente-factura     pic s9(7)v99 value zeroes.

      *> Lo que le devolvemos al cliente por transferencia queda
      *> como reintegro a aprobar (SolicitarReintegro).
       01 in-forma-devolucion   pic x.
           88 devolver-transferencia   value "T" "t".
       01 reint-origen          pic x(10).
       01 reint-comprobante     pic x(20).
       01 reint-alq-clave       pic x(14).
       01 reint-nro-doc         pic x(20).
       01 reint-cli-numero      pic x(8).
       01 reint-importe         pic 9(7)v99.
       01 reint-cbu             pic x(22).
       01 reint-nro             pic 9(6).
       01 reint-estado          pic x(2).

       01 nota-linea1.
           03 filler pic x(22)  value "Nota de Credito Nro:  ".
           03 filler pic x(17)  value "  Dias no usados:".
           03 nl2-dias          pic zz9.
           03 filler pic x(11)  value "  Credito: ".
           03 nl2-credito       pic zzzzz9.99.

       01 nota-linea3.
           03 filler pic x(80)  value all "-".
       01 fecha-devol-comp      pic 9(8).
       01 sin-fecha-comp        pic 9(8).

      *> Aviso al cliente del auto recibido (cola de
      *> notificaciones, ver EncolarNotificacion).
       01 notif-plantilla       pic x(8)    value "DEVUELTO".
       01 notif-nro-doc         pic x(20).
       01 notif-variables.
           03 nv-patente        pic x(6).
           03 filler            pic x       value spaces.
           03 nv-fecha-devol    pic 9(8).
           03 filler            pic x       value spaces.
           03 nv-recargo        pic zzzz9.99.
           03 filler            pic x(36)   value spaces.
       01 notif-clave           pic x(20).

       *> alq-fecha y la fecha de devolucion se cargan DDMMAAAA (la
       *> convencion de todo el sistema); se reordenan a AAAAMMDD
       *> para poder pasarlas a FUNCTION INTEGER-OF-DATE.
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
       01 mcc-origen            pic x(12)   value "DEVOLUCION".

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "DEVOLUCION".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               accept ws-exit
               stop run
           end-if.
           open i-o autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: "
                 fs-autos
           if ok-ins
               move "S" to hay-inspecciones
           end-if.
           open input tanques.
           if ok-tan
               move "S" to hay-tanques
           end-if.
           open i-o sucursal-devolucion.
           if not ok-sdv
               *> primera vez: el registro de devoluciones pactadas
               *> no existe
               open output sucursal-devolucion
               close sucursal-devolucion
               open i-o sucursal-devolucion
           end-if.
           if not ok-sdv
               display "Error al abrir sucursal de devolucion fs: "
                 fs-suc-devol
               accept ws-exit
               stop run
           end-if.
           open input cargos-devolucion.
           if ok-cdv
               move "S" to hay-cargos-devol
           end-if.
           open i-o preparaciones.
           if not ok-prp
               *> primera vez: la cola de preparacion no existe
               open output preparaciones
               close preparaciones
               open i-o preparaciones
           end-if.
           if not ok-prp
               display "Error al abrir cola de preparacion fs: "
                 fs-preparaciones
               accept ws-exit
               stop run
           end-if.
           perform leer-parametros-combustible.

       leer-parametros-combustible.
           move "CAPACIDAD-TANQUE" to nombre-parametro.
           move capacidad-tanque-def to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to capacidad-tanque-def.
           move "PRECIO-COMBUSTIBLE" to nombre-parametro.
           move precio-combustible to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to precio-combustible.

       mostrar-menu.
           display "1) Registrar devolucion".
           end-if.

       pedir-datos-devolucion.
           move zeroes to cargo-combustible.
           move 8 to octavos-devolucion.
           display "Operador: ".
           accept in-operador.
           display "Fecha de devolucion (DDMMAAAA): ".
           accept in-km.
           display "Observaciones: ".
           accept in-observaciones.
           perform pedir-sucursal-recibe.
           perform calcular-recargo.
           perform grabar-devolucion.

                   end-if
                   compute credito-anticipo rounded =
                       dias-anticipo * tarifa-vigente
                       on size error
                           move alq-importe to credito-anticipo
                   end-compute
                   if credito-anticipo > alq-importe
                       move alq-importe to credito-anticipo
                   end-if
               display "Error al grabar devolucion fs: "
                 fs-devoluciones
           else
               move rec-alquileresmae to nes-antes-arg
               move "D" to alq-estado
               rewrite rec-alquileresmae
               if ok-alq
                   display "Alquiler cerrado."
                   move "M" to nes-tipo-arg
                   move rec-alquileresmae to nes-despues-arg
                   perform registrar-novedad-estadistica
                   if credito-anticipo > zeroes
                       perform acreditar-anticipo
                   end-if
                   perform calcular-cargo-combustible
                   perform asentar-sucursal-devolucion
                   perform abrir-tarea-preparacion
                   perform resolver-deposito
                   perform notificar-devolucion
               else
                   display "Error al cerrar alquiler fs: "
                     fs-alquileresmae
               end-if
           end-if.

       notificar-devolucion.
           move alq-nro-doc to notif-nro-doc.
           move alq-patente to nv-patente.
           move in-fecha-devol to nv-fecha-devol.
           move recargo to nv-recargo.
           move alq-clave to notif-clave.
           call "EncolarNotificacion" using notif-plantilla,
               notif-nro-doc, notif-variables, notif-clave.

      *> La sucursal de retiro es la del alquiler (o la del auto si
      *> el alquiler no la tiene); la pactada, la del contrato. Sin
      *> contrato que la pacte, se espera el auto donde salio.
       pedir-sucursal-recibe.
           move alq-patente to aut-patente.
           read autos
               invalid key move zeroes to aut-sucursal
           end-read.
           move alq-sucursal to sucursal-retiro.
           if sucursal-retiro = zeroes
               move aut-sucursal to sucursal-retiro
           end-if.
           move sucursal-retiro to sucursal-pactada.
           move "N" to hay-devolucion-pactada.
           move alq-patente to sdv-patente.
           move alq-fecha to sdv-fecha-alq.
           read sucursal-devolucion
               invalid key continue
               not invalid key
                   move "S" to hay-devolucion-pactada
                   if sdv-sucursal-pactada is not equal to zeroes
                       move sdv-sucursal-pactada to sucursal-pactada
                   end-if
           end-read.
           display "Sucursal que recibe el auto (00 = la pactada "
               sucursal-pactada "): ".
           accept in-sucursal-recibe.
           if in-sucursal-recibe = zeroes
               move sucursal-pactada to sucursal-recibe
           else
               move in-sucursal-recibe to sucursal-recibe
           end-if.

      *> El auto queda en la sucursal que lo recibio, y si no es la
      *> de retiro se cobra el cargo del par retiro -> recepcion
      *> (lo que paso, no lo que se pacto).
       asentar-sucursal-devolucion.
           perform reubicar-auto.
           move zeroes to cargo-devolucion.
           if sucursal-recibe is not equal to sucursal-retiro
               perform buscar-cargo-devolucion
           end-if.
           if hay-devolucion-pactada = "S"
               or sucursal-recibe is not equal to sucursal-retiro
               perform grabar-sucursal-devolucion
           end-if.

       reubicar-auto.
           move alq-patente to aut-patente.
           read autos
               invalid key continue
               not invalid key
                   if sucursal-recibe is not equal to zeroes
                       and aut-sucursal is not equal to
                           sucursal-recibe
                       move rec-autos to jrn-antes-arg
                       move sucursal-recibe to aut-sucursal
                       rewrite rec-autos
                       if ok-auto
                           display "El auto queda en la sucursal "
                               sucursal-recibe
                           move rec-autos to jrn-despues-arg
                           perform registrar-cambio-autos
                       else
                           display "Error al reubicar el auto fs: "
                               fs-autos
                       end-if
                   end-if
           end-read.

       registrar-cambio-autos.
           move "AUTOS" to jrn-archivo-arg.
           move aut-patente to jrn-clave-arg.
           move "M" to jrn-operacion-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, in-operador.

       buscar-cargo-devolucion.
           if cargos-devol-abiertos
               move sucursal-retiro to cdv-sucursal-retiro
               move sucursal-recibe to cdv-sucursal-devol
               read cargos-devolucion
                   invalid key
                       display "AVISO: no hay cargo cargado para "
                           "devolver de la sucursal " sucursal-retiro
                           " en la " sucursal-recibe
                   not invalid key
                       move cdv-importe to cargo-devolucion
               end-read
           end-if.

      *> El cargo queda pendiente ("P") hasta que Facturacion lo
      *> levanta como linea de la factura del cliente, igual que el
      *> de combustible.
       grabar-sucursal-devolucion.
           move alq-patente to sdv-patente.
           move alq-fecha to sdv-fecha-alq.
           if hay-devolucion-pactada is not equal to "S"
               move sucursal-retiro to sdv-sucursal-retiro
               move sucursal-pactada to sdv-sucursal-pactada
               move zeroes to sdv-fecha-retorno
               move alq-tipo-doc to sdv-tipo-doc
               move alq-nro-doc to sdv-nro-doc
           end-if.
           move sucursal-recibe to sdv-sucursal-real.
           move in-fecha-devol to sdv-fecha-devol.
           move cargo-devolucion to sdv-importe.
           if cargo-devolucion > zeroes
               move "P" to sdv-estado
           else
               move "N" to sdv-estado
           end-if.
           if hay-devolucion-pactada = "S"
               rewrite rec-suc-devol
           else
               write rec-suc-devol
           end-if.
           if not ok-sdv
               display "Error al grabar sucursal de devolucion fs: "
                 fs-suc-devol
               if cargo-devolucion > zeroes
                   display "Cobrar a mano el cargo por devolucion "
                       "en otra sucursal: " cargo-devolucion
               end-if
           else if cargo-devolucion > zeroes
               display "Devolucion en otra sucursal: cargo pendiente "
                   "de facturar " cargo-devolucion
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> pasarla a FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
      *> sale neta.
       acreditar-anticipo.
           if alq-factura = zeroes
               move rec-alquileresmae to nes-antes-arg
               subtract credito-anticipo from alq-importe
               rewrite rec-alquileresmae
               if ok-alq
                   display "Alquiler aun sin facturar: el credito "
                       "se descuenta del importe a facturar."
                   move "M" to nes-tipo-arg
                   move rec-alquileresmae to nes-despues-arg
                   perform registrar-novedad-estadistica
               else
                   display "Error al descontar credito fs: "
                     fs-alquileresmae
                   move credito-anticipo to nemi-neto
                   move zeroes to nemi-iva
               end-if
               move zeroes to nemi-cae
               move zeroes to nemi-cae-vto
               move "P" to nemi-cae-estado
               move zeroes to nemi-cae-fecha
               move fact-letra to nemi-letra
               move fact-condicion to nemi-condicion
               write rec-notas-emitidas
               if duplicado-nemi
                   rewrite rec-notas-emitidas
               if ok-nemi
                   display "Nota de credito " nro-nota
                       " emitida sobre la factura " alq-factura "."
                   perform asentar-nota-ctacte
                   perform calcular-excedente-factura
                   if excedente-factura > zeroes
                       perform reintegrar-excedente
                   end-if
               else
                   display "Error al asentar nota fs: "
                     fs-notas-emitidas
               close notas-emitidas
           end-if.

      *> El credito por devolucion anticipada entra a la cuenta
      *> corriente del cliente.
       asentar-nota-ctacte.
           move nemi-cli-numero to mcc-cli-numero.
           move nemi-nro-doc to mcc-nro-doc.
           move alq-clave to mcc-alq-clave.
           move "NC" to mcc-tipo.
           move "C" to mcc-signo.
           move nemi-total to mcc-importe.
           move spaces to mcc-comprobante.
           string "NOTA CRED " nemi-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> Si la factura ya estaba pagada, la nota deja plata del
      *> cliente de nuestro lado: lo pagado mas todas las notas de
      *> la factura por encima del total, hasta el credito de esta
      *> nota. Eso se le devuelve por transferencia.
       calcular-excedente-factura.
           move zeroes to creditos-factura.
           move zeroes to nemi-nro.
           start notas-emitidas key is not less than nemi-nro
               invalid key move "10" to fs-notas-emitidas
           end-start.
           if not eof-nemi
               perform leer-nota-factura
           end-if.
           perform sumar-nota-factura until eof-nemi.
           compute excedente-factura =
               fact-pagado + creditos-factura - fact-total.
           if excedente-factura > credito-anticipo
               move credito-anticipo to excedente-factura
           end-if.

       leer-nota-factura.
           read notas-emitidas next record
               at end continue
           end-read.

       sumar-nota-factura.
           if ok-nemi and nemi-fact-nro = alq-factura
               add nemi-total to creditos-factura
           end-if.
           perform leer-nota-factura.

       reintegrar-excedente.
           display "La factura ya estaba paga: se reintegran "
               excedente-factura " al cliente.".
           display "CBU de la cuenta del cliente (vacio: la de la "
               "adhesion o la carga el supervisor): ".
           move spaces to reint-cbu.
           accept reint-cbu.
           move "ANTICIPO" to reint-origen.
           move spaces to reint-comprobante.
           string "NOTA CRED " nro-nota delimited by size
               into reint-comprobante
           end-string.
           move alq-clave to reint-alq-clave.
           move fact-nro-doc to reint-nro-doc.
           move fact-cli-numero to reint-cli-numero.
           move excedente-factura to reint-importe.
           perform solicitar-reintegro.

       solicitar-reintegro.
           call "SolicitarReintegro" using reint-origen,
               reint-comprobante, reint-alq-clave, reint-nro-doc,
               reint-cli-numero, reint-importe, reint-cbu,
               in-operador, reint-nro, reint-estado.
           if reint-estado = "00"
               display "Reintegro " reint-nro " pedido: lo aprueba "
                   "un supervisor en LiberarCambios."
           else
               display "No se pudo registrar el reintegro fs: "
                   reint-estado
           end-if.

       leer-numeracion-notas.
           move zeroes to nro-nota.
           open input numeracion-notas.
               if recargo > zeroes
                   move "RECARGO POR DEMORA" to motivo-retencion
               end-if
               if motivo-retencion = spaces
                   and cargo-combustible > zeroes
                   move "FALTANTE COMBUSTIBLE" to motivo-retencion
               end-if
               if motivo-retencion = spaces
                   perform buscar-siniestro-ventana
               end-if
                   move "L" to dep-estado
                   move "DEVOLUCION LIMPIA" to dep-motivo
                   display "Deposito liberado automaticamente."
                   perform pedir-forma-devolucion
               else
                   move motivo-retencion to dep-motivo
                   display "Deposito retenido en custodia: "
                     fs-depositos
               else
                   if dep-estado = "L"
                       and dep-motivo(1:10) not = "REINTEGRO "
                       perform asentar-salida-caja
                       perform asentar-deposito-ctacte
                   end-if
               end-if
           end-if.

      *> El deposito se devuelve en efectivo por la caja o por
      *> transferencia: en ese caso queda un reintegro a aprobar y
      *> la salida de custodia se asienta cuando el banco confirma
      *> la transferencia (ReintegrosBanco). Si el reintegro no se
      *> pudo registrar, se devuelve en efectivo.
       pedir-forma-devolucion.
           display "Devolver el deposito en efectivo (E) o por "
               "transferencia (T)? ".
           move spaces to in-forma-devolucion.
           accept in-forma-devolucion.
           if devolver-transferencia
               display "CBU de la cuenta del cliente (vacio: la de "
                   "la adhesion o la carga el supervisor): "
               move spaces to reint-cbu
               accept reint-cbu
               move "DEPOSITO" to reint-origen
               move spaces to reint-comprobante
               string "DEP " dep-patente " " dep-fecha-alq
                   delimited by size into reint-comprobante
               end-string
               move dep-clave to reint-alq-clave
               move alq-nro-doc to reint-nro-doc
               move spaces to reint-cli-numero
               move dep-importe to reint-importe
               perform solicitar-reintegro
               if reint-estado = "00"
                   move spaces to dep-motivo
                   string "REINTEGRO " reint-nro delimited by size
                       into dep-motivo
                   end-string
               else
                   display "Se devuelve en efectivo."
               end-if
           end-if.

      *> La plata del deposito liberado sale por la caja del
      *> operador de la devolucion, el mismo asiento que hace la
      *> liberacion manual en DepositosGarantia.
                   "la liberacion no entra en el arqueo."
           end-if.

      *> El deposito liberado sale de la custodia del cliente.
       asentar-deposito-ctacte.
           move spaces to mcc-cli-numero.
           move alq-nro-doc to mcc-nro-doc.
           move dep-clave to mcc-alq-clave.
           move "DP" to mcc-tipo.
           move "D" to mcc-signo.
           move dep-importe to mcc-importe.
           move "DEPOSITO LIBERADO" to mcc-comprobante.
           perform registrar-movimiento-cliente.

      *> Siniestro de la patente con fecha dentro de la ventana
      *> del alquiler (de alq-fecha a la fecha de devolucion).
       buscar-siniestro-ventana.
               move "DANO EN INSPECCION" to motivo-retencion
           end-if.

      *> Combustible: octavos de la inspeccion de entrega menos los
      *> de la de devolucion. Sin alguna de las dos inspecciones no
      *> hay lectura contra la cual cobrar, y el control no opina
      *> (igual que la comparacion de danos).
       calcular-cargo-combustible.
           if not inspecciones-abiertas
               continue
           else
               move alq-patente to ins-patente
               move alq-fecha to ins-fecha-alq
               move "S" to ins-momento
               read inspecciones
                   invalid key continue
                   not invalid key
                       move ins-combustible to octavos-salida
                       move "E" to ins-momento
                       read inspecciones
                           invalid key continue
                           not invalid key
                               perform comparar-combustible
                       end-read
               end-read
           end-if.

       comparar-combustible.
           move ins-combustible to octavos-devolucion.
           if ins-combustible < octavos-salida
               compute octavos-faltantes =
                   octavos-salida - ins-combustible
               perform buscar-capacidad-tanque
               compute litros-faltantes rounded =
                   capacidad-tanque * octavos-faltantes / 8
               compute cargo-combustible rounded =
                   litros-faltantes * precio-combustible
               if cargo-combustible > zeroes
                   perform grabar-cargo-combustible
               end-if
           end-if.

       buscar-capacidad-tanque.
           move capacidad-tanque-def to capacidad-tanque.
           if tanques-abiertos
               move alq-patente to tan-patente
               read tanques
                   invalid key continue
                   not invalid key
                       move tan-capacidad to capacidad-tanque
               end-read
           end-if.

      *> El cargo queda pendiente ("P") hasta que Facturacion lo
      *> levanta como linea de la factura del cliente y lo marca
      *> facturado ("F").
       grabar-cargo-combustible.
           open i-o cargos-combustible.
           if fs-cargos-comb = "35"
               open output cargos-combustible
           end-if.
           if not ok-ccb
               display "Error al abrir cargos de combustible fs: "
                 fs-cargos-comb
               display "Faltan " octavos-faltantes " octavos: "
                   "cobrar a mano " cargo-combustible
           else
               move alq-clave to ccb-clave
               move alq-tipo-doc to ccb-tipo-doc
               move alq-nro-doc to ccb-nro-doc
               move in-fecha-devol to ccb-fecha-devol
               move octavos-salida to ccb-octavos-salida
               move ins-combustible to ccb-octavos-entrada
               move litros-faltantes to ccb-litros
               move precio-combustible to ccb-precio-litro
               move cargo-combustible to ccb-importe
               move "P" to ccb-estado
               write rec-cargos-comb
               if duplicado-ccb
                   display "Ya habia un cargo de combustible para "
                       "ese alquiler, se conserva el anterior."
               else if ok-ccb
                   display "Faltan " octavos-faltantes
                       " octavos de combustible (" litros-faltantes
                       " litros): cargo pendiente de facturar "
                       cargo-combustible
               else
                   display "Error al grabar cargo de combustible "
                       "fs: " fs-cargos-comb
               end-if
               close cargos-combustible
           end-if.

      *> La tarea queda pendiente en la sucursal que recibio el
      *> auto, con la hora en que se registro la devolucion para
      *> medir cuanto tarda la playa. Si el mismo auto ya tenia una
      *> tarea de ese dia (dos devoluciones en el dia), se reabre.
       abrir-tarea-preparacion.
           move alq-patente to prp-patente.
           move in-fecha-devol to prp-fecha-devol.
           move function current-date(9:4) to prp-hora-alta.
           move sucursal-recibe to prp-sucursal.
           if octavos-devolucion < 8
               move "S" to prp-recarga
           else
               move "N" to prp-recarga
           end-if.
           move "P" to prp-estado.
           move zeroes to prp-fecha-lista.
           move zeroes to prp-hora-lista.
           move spaces to prp-operador.
           write rec-preparaciones.
           if duplicado-prp
               rewrite rec-preparaciones
           end-if.
           if ok-prp
               display "Auto a preparacion: queda pendiente hasta que "
                   "la playa lo marque listo."
           else
               display "Error al abrir tarea de preparacion fs: "
                 fs-preparaciones
           end-if.

       cerrar-archivos.
           close alquileresmae.
           close devoluciones.
           if inspecciones-abiertas
               close inspecciones
           end-if.
           if tanques-abiertos
               close tanques
           end-if.
           close sucursal-devolucion.
           close preparaciones.
           if cargos-devol-abiertos
               close cargos-devolucion
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
