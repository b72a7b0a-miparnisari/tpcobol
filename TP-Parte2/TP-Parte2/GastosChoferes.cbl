       identification division.
       program-id. GastosChoferes.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Rendicion de gastos de los choferes: estacionamiento,
      *> peajes y viaticos que el chofer paga de su bolsillo durante
      *> un servicio y que antes se rendian en papel semanas
      *> despues. Cada gasto se carga contra la clave del alquiler
      *> (patente+fecha) y queda a nombre del legajo asignado
      *> (alq-chofer), con su tipo y la marca de facturable.
      *> Un supervisor lo aprueba o rechaza; el aprobado:
      *>   - se le reintegra al chofer en LiquidacionChoferes, que
      *>     lo pasa a la interface de sueldos y lo marca liquidado;
      *>   - si es facturable, Facturacion se lo cobra al cliente
      *>     del alquiler como una linea mas y lo marca facturado.
      *> El reporte lista los gastos pendientes de aprobacion y los
      *> que llevan mas de DIAS-GASTO-VENCIDO dias sin cerrarse.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select gastos
           assign to disk "..\..\..\Entrada\gastos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is gas-clave
           alternate record key is gas-legajo with duplicates
           file status is fs-gastos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reporte
           assign to disk "..\..\..\Salida\gastos-choferes.txt"
           organization is line sequential
           file status is fs-reporte.

       DATA DIVISION.
       file section.

      *> Gasto rendido: la clave es la del alquiler mas un numero
      *> correlativo, asi un mismo servicio junta varios gastos.
       fd gastos
           label record is standard.
       01  rec-gastos.
           03  gas-clave.
               05  gas-patente     pic x(6).
               05  gas-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  gas-nro         pic 99.
           03  gas-legajo          pic x(7).
           03  gas-tipo            pic x.
               88  gas-tipo-valido     value "E" "P" "V" "O".
           03  gas-fecha-gasto     pic 9(8).  *> DDMMAAAA
           03  gas-importe         pic 9(5)v99.
           03  gas-facturable      pic x.
               88  gas-es-facturable   value "S".
           03  gas-estado          pic x.
               88  gas-pendiente       value "P".
               88  gas-aprobado        value "A".
               88  gas-rechazado       value "R".
           03  gas-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  gas-estado-fact     pic x.
               88  gas-a-facturar      value "P".
               88  gas-facturado       value "F".
               88  gas-no-facturable   value "N".
           03  gas-estado-liq      pic x.
               88  gas-a-liquidar      value "P".
               88  gas-liquidado       value "L".
           03  gas-fecha-liq       pic 9(8).  *> AAAAMMDD
           03  gas-tipo-doc        pic x.
           03  gas-nro-doc         pic x(20).
           03  gas-fecha-carga     pic 9(8).  *> AAAAMMDD
           03  gas-descripcion     pic x(30).

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       working-storage section.
       01 fs-gastos            pic xx.
           88 ok-gas                   value "00".
           88 eof-gas                  value "10".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-carga             value 1.
           88 opcion-aprobar           value 2.
           88 opcion-reporte           value 3.
           88 opcion-salir             value 4.

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-tipo               pic x.
       01 in-fecha-gasto        pic 9(8).
       01 in-importe            pic 9(5)v99.
       01 in-facturable         pic x.
       01 in-descripcion        pic x(30).
       01 in-decision           pic x.
       77 proximo-gasto         pic 99.

      *> Antiguedad a partir de la cual un gasto sin cerrar sale
      *> en el reporte (ObtenerParametro).
       77 dias-gasto-vencido    pic 9(3)    value 030.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 fecha-hoy             pic 9(8).
       77 fecha-hoy-num         pic 9(7).
       77 fecha-gasto-num       pic 9(7).
       77 dias-gasto            pic s9(5).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

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
       01 funcion-login         pic x       value "R".

       77 cant-pendientes       pic 9(4)    value zeroes.
       77 cant-vencidos         pic 9(4)    value zeroes.
       77 tot-pendiente         pic 9(7)v99 value zeroes.
       77 tot-vencido           pic 9(7)v99 value zeroes.

       01 enc-gas1.
           03 filler pic x(44) value
               "GASTOS DE CHOFERES PENDIENTES DE APROBACION ".
           03 eg1-fecha         pic 9(8).

       01 enc-gas2.
           03 filler pic x(42) value
               "GASTOS SIN CERRAR CON MAS DE (DIAS):      ".
           03 eg2-dias          pic zz9.

       01 enc-gas3.
           03 filler pic x(80) value all "-".

       01 det-gasto.
           03 dg-patente        pic x(6).
           03 filler pic x(1)  value spaces.
           03 dg-fecha-alq      pic 9(8).
           03 filler pic x(1)  value "/".
           03 dg-nro            pic 99.
           03 filler pic x(2)  value spaces.
           03 dg-legajo         pic x(7).
           03 filler pic x(2)  value spaces.
           03 dg-tipo           pic x.
           03 filler pic x(2)  value spaces.
           03 dg-fecha-gasto    pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dg-importe        pic zzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dg-facturable     pic x.
           03 filler pic x(2)  value spaces.
           03 dg-estado         pic x(14).

       01 tot-gas.
           03 filler pic x(22) value "TOTAL:                ".
           03 tg-cant           pic zzz9.
           03 filler pic x(11) value "  Importe: ".
           03 tg-importe        pic zzzzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           move "DIAS-GASTO-VENCIDO" to nombre-parametro.
           move dias-gasto-vencido to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-gasto-vencido.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close gastos.
           close alquileresmae.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o gastos.
           if not ok-gas
               *> primera vez: el registro de gastos no existe
               open output gastos
           end-if.
           if not ok-gas
               display "Error al abrir gastos de choferes fs: "
                 fs-gastos
               accept ws-exit
               stop run
           end-if.
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Cargar gasto rendido".
           display "2) Aprobar / rechazar gastos pendientes".
           display "3) Reporte de pendientes y vencidos".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-carga
               perform cargar-gasto
           end-if.
           if opcion-aprobar
               perform revisar-pendientes
           end-if.
           if opcion-reporte
               perform emitir-reporte
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> El gasto se carga contra un alquiler aprobado o devuelto
      *> con chofer asignado: el legajo sale del alquiler, no se
      *> tipea.
       cargar-gasto.
           display "Patente del alquiler: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key
                   display "Alquiler inexistente."
               not invalid key
                   perform validar-alquiler-gasto
           end-read.

       validar-alquiler-gasto.
           if alq-estado is not equal to "T" and "D"
               display "El alquiler no esta aprobado ni devuelto."
           else
               if alq-chofer = spaces
                   display "El alquiler no tiene chofer asignado."
               else
                   display "Legajo del chofer: " alq-chofer
                   perform pedir-datos-gasto
               end-if
           end-if.

       pedir-datos-gasto.
           display "Tipo (E=Estacionamiento, P=Peaje, V=Viatico, "
               "O=Otro): ".
           accept in-tipo.
           move in-tipo to gas-tipo.
           if not gas-tipo-valido
               display "Tipo de gasto invalido."
           else
               display "Fecha del gasto (DDMMAAAA): "
               accept in-fecha-gasto
               display "Importe: "
               accept in-importe
               display "Facturable al cliente (S/N): "
               accept in-facturable
               if in-facturable is not equal to "S"
                   move "N" to in-facturable
               end-if
               display "Descripcion: "
               accept in-descripcion
               perform grabar-gasto
           end-if.

       grabar-gasto.
           move zeroes to proximo-gasto.
           *> se fuerza el estado para que el ciclo intente grabar
           *> al menos una vez
           move "23" to fs-gastos.
           perform intentar-grabar until proximo-gasto > 98
               or ok-gas.
           if ok-gas
               display "Gasto registrado, numero " gas-nro
                   ", pendiente de aprobacion."
               move spaces to jrn-antes-arg
               move rec-gastos to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al grabar gasto fs: " fs-gastos
           end-if.

       intentar-grabar.
           add 1 to proximo-gasto.
           move in-patente to gas-patente.
           move in-fecha to gas-fecha-alq.
           move proximo-gasto to gas-nro.
           move alq-chofer to gas-legajo.
           move in-tipo to gas-tipo.
           move in-fecha-gasto to gas-fecha-gasto.
           move in-importe to gas-importe.
           move in-facturable to gas-facturable.
           move "P" to gas-estado.
           move zeroes to gas-fecha-aprob.
           if gas-es-facturable
               move "P" to gas-estado-fact
           else
               move "N" to gas-estado-fact
           end-if.
           move "P" to gas-estado-liq.
           move zeroes to gas-fecha-liq.
           move alq-tipo-doc to gas-tipo-doc.
           move alq-nro-doc to gas-nro-doc.
           move fecha-hoy to gas-fecha-carga.
           move in-descripcion to gas-descripcion.
           write rec-gastos.

      *> Recorre los pendientes de aprobacion uno por uno: A
      *> aprueba, R rechaza, cualquier otra tecla lo deja como
      *> estaba.
       revisar-pendientes.
           move low-values to gas-clave.
           start gastos key is not less than gas-clave
               invalid key move "10" to fs-gastos
           end-start.
           if ok-gas
               perform leer-gasto
               perform decidir-gasto until eof-gas
           end-if.

       leer-gasto.
           read gastos next record
               at end continue
           end-read.

       decidir-gasto.
           if gas-pendiente
               perform armar-det-gasto
               display det-gasto
               display "  " gas-descripcion
               display "Aprobar (A), Rechazar (R), Seguir (S): "
               accept in-decision
               if in-decision = "A" or in-decision = "R"
                   perform grabar-decision
               end-if
           end-if.
           perform leer-gasto.

       grabar-decision.
           move rec-gastos to jrn-antes-arg.
           move in-decision to gas-estado.
           move fecha-hoy to gas-fecha-aprob.
           if gas-rechazado
               *> un gasto rechazado no se factura; tampoco se
               *> reintegra, porque la liquidacion solo toma aprobados
               move "N" to gas-estado-fact
           end-if.
           rewrite rec-gastos.
           if ok-gas
               move rec-gastos to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al grabar la decision fs: " fs-gastos
           end-if.

       emitir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
           else
               perform armar-reporte
               close reporte
               display "Reporte emitido."
           end-if.

      *> Dos secciones sobre el mismo recorrido del registro: los
      *> pendientes de aprobacion, y los gastos todavia abiertos
      *> (sin aprobar, o aprobados sin reintegrar) mas viejos que
      *> DIAS-GASTO-VENCIDO.
       armar-reporte.
           move zeroes to cant-pendientes.
           move zeroes to tot-pendiente.
           move zeroes to cant-vencidos.
           move zeroes to tot-vencido.
           move fecha-hoy to eg1-fecha.
           write reg-reporte from enc-gas1.
           write reg-reporte from enc-gas3.
           move low-values to gas-clave.
           start gastos key is not less than gas-clave
               invalid key move "10" to fs-gastos
           end-start.
           if ok-gas
               perform leer-gasto
               perform listar-pendiente until eof-gas
           end-if.
           write reg-reporte from enc-gas3.
           move cant-pendientes to tg-cant.
           move tot-pendiente to tg-importe.
           write reg-reporte from tot-gas.
           move spaces to reg-reporte.
           write reg-reporte.
           move dias-gasto-vencido to eg2-dias.
           write reg-reporte from enc-gas2.
           write reg-reporte from enc-gas3.
           move low-values to gas-clave.
           start gastos key is not less than gas-clave
               invalid key move "10" to fs-gastos
           end-start.
           if ok-gas
               perform leer-gasto
               perform listar-vencido until eof-gas
           end-if.
           write reg-reporte from enc-gas3.
           move cant-vencidos to tg-cant.
           move tot-vencido to tg-importe.
           write reg-reporte from tot-gas.

       listar-pendiente.
           if gas-pendiente
               perform armar-det-gasto
               write reg-reporte from det-gasto
               add 1 to cant-pendientes
               add gas-importe to tot-pendiente
           end-if.
           perform leer-gasto.

       listar-vencido.
           if gas-pendiente or (gas-aprobado and gas-a-liquidar)
               move gas-fecha-gasto to fecha-a-convertir
               perform invertir-orden-fecha
               compute fecha-gasto-num =
                   function integer-of-date(fecha-convertida)
               compute dias-gasto = fecha-hoy-num - fecha-gasto-num
               if dias-gasto > dias-gasto-vencido
                   perform armar-det-gasto
                   write reg-reporte from det-gasto
                   add 1 to cant-vencidos
                   add gas-importe to tot-vencido
               end-if
           end-if.
           perform leer-gasto.

       armar-det-gasto.
           move gas-patente to dg-patente.
           move gas-fecha-alq to dg-fecha-alq.
           move gas-nro to dg-nro.
           move gas-legajo to dg-legajo.
           move gas-tipo to dg-tipo.
           move gas-fecha-gasto to dg-fecha-gasto.
           move gas-importe to dg-importe.
           move gas-facturable to dg-facturable.
           if gas-pendiente
               move "SIN APROBAR" to dg-estado
           else
               move "SIN REINTEGRAR" to dg-estado
           end-if.

       registrar-cambio-journal.
           move "GASTOS-CHOF" to jrn-archivo-arg.
           move gas-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para FUNCTION
      *> INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
