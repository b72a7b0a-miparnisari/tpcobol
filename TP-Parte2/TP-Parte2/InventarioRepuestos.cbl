       identification division.
       program-id. InventarioRepuestos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Inventario de repuestos y neumaticos del taller: la orden
      *> de trabajo llevaba los repuestos como un importe suelto y
      *> no se sabia que se uso, que hay en el estante ni cuando
      *> reponer. El maestro (repuestos.dat) lleva codigo,
      *> descripcion, costo unitario (promedio ponderado de los
      *> ingresos), punto de reposicion y cantidad a pedir; el stock
      *> se lleva por sucursal (stock-repuestos.dat). Los ingresos
      *> de mercaderia suman stock, recalculan el costo y, si llegan
      *> con factura, quedan como deuda en cuentas a pagar
      *> (RegistrarCuentaPagar). Los consumos descuentan stock y se
      *> imputan a una orden de trabajo: el costo de repuestos de la
      *> orden (y su total) pasa a ser lo efectivamente consumido.
      *> Cada ingreso y consumo queda en movimientos-repuestos.dat,
      *> que leen ReposicionRepuestos y ValuacionRepuestos.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select repuestos
           assign to disk "..\..\..\Entrada\repuestos.dat"
           organization is indexed
           access mode is dynamic
           record key is rep-codigo
           file status is fs-repuestos.

       select stock
           assign to disk "..\..\..\Entrada\stock-repuestos.dat"
           organization is indexed
           access mode is dynamic
           record key is stk-clave
           file status is fs-stock.

       select movimientos
           assign to disk "..\..\..\Entrada\movimientos-repuestos.dat"
           organization is indexed
           access mode is dynamic
           record key is mov-clave
           file status is fs-movimientos.

       select ordenes
           assign to disk "..\..\..\Entrada\ordenes-trabajo.dat"
           organization is indexed
           access mode is random
           record key is ot-clave
           file status is fs-ordenes.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is random
           record key is suc-codigo
           file status is fs-sucursales.

       DATA DIVISION.
       file section.

       fd repuestos
           label record is standard.
       01  rec-repuestos.
           03  rep-codigo          pic x(10).
           03  rep-descripcion     pic x(30).
           03  rep-rubro           pic x.
               88  rep-rubro-valido    value "R" "N".
           03  rep-costo-unitario  pic 9(6)v99.
           03  rep-punto-reposicion pic 9(5).
           03  rep-cantidad-pedido pic 9(5).
           03  rep-proveedor       pic x(20).

       fd stock
           label record is standard.
       01  rec-stock.
           03  stk-clave.
               05  stk-codigo      pic x(10).
               05  stk-sucursal    pic 99.
           03  stk-cantidad        pic 9(6).

       fd movimientos
           label record is standard.
       01  rec-movimientos.
           03  mov-clave.
               05  mov-codigo      pic x(10).
               05  mov-fecha       pic 9(8).  *> AAAAMMDD
               05  mov-hora        pic 9(8).
           03  mov-tipo            pic x.
               88  mov-ingreso         value "I".
               88  mov-consumo         value "C".
           03  mov-sucursal        pic 99.
           03  mov-cantidad        pic 9(6).
           03  mov-costo-unitario  pic 9(6)v99.
           03  mov-ot-patente      pic x(6).
           03  mov-ot-fecha        pic 9(8).  *> DDMMAAAA
           03  mov-proveedor       pic x(20).
           03  mov-factura         pic x(15).
           03  mov-operador        pic x(8).

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

       fd sucursales
           label record is standard.
       01  rec-sucursales.
           03  suc-codigo          pic 99.
           03  suc-nombre          pic x(20).
           03  suc-direccion       pic x(30).

       working-storage section.
       01 fs-repuestos         pic xx.
           88 ok-rep                   value "00".
           88 eof-rep                  value "10".

       01 fs-stock             pic xx.
           88 ok-stk                   value "00".
           88 eof-stk                  value "10".

       01 fs-movimientos       pic xx.
           88 ok-mov                   value "00".

       01 fs-ordenes           pic xx.
           88 ok-ot                    value "00".

       01 fs-sucursales        pic xx.
           88 ok-suc                   value "00".
       01 hay-sucursales       pic x       value "N".
           88 sucursales-abiertas      value "S".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-alta              value 1.
           88 opcion-ingreso           value 2.
           88 opcion-consumo           value 3.
           88 opcion-listar            value 4.
           88 opcion-salir             value 5.

       01 in-codigo             pic x(10).
       01 in-descripcion        pic x(30).
       01 in-rubro              pic x.
       01 in-punto-reposicion   pic 9(5).
       01 in-cantidad-pedido    pic 9(5).
       01 in-proveedor          pic x(20).
       01 in-sucursal           pic 99.
       01 in-cantidad           pic 9(6).
       01 in-costo-unitario     pic 9(6)v99.
       01 in-factura            pic x(15).
       01 in-patente            pic x(6).
       01 in-fecha-desde        pic 9(8).

       01 es-alta               pic x.
       01 sucursal-valida       pic x.
           88 sucursal-existe          value "S".
       01 stock-existente       pic x.
           88 stock-ya-cargado         value "S".

      *> Costo promedio ponderado: el stock de todas las sucursales
      *> valuado al costo anterior mas el ingreso a su costo.
       77 stock-total           pic 9(7)    value zeroes.
       77 valor-stock           pic 9(11)v99 value zeroes.
       77 importe-movimiento    pic 9(9)v99 value zeroes.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
      *> registro tocado, y el operador responsable.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

      *> Factura del ingreso al libro de cuentas a pagar
      *> (RegistrarCuentaPagar).
       01 cxp-proveedor-arg     pic x(20).
       01 cxp-factura-arg       pic x(15).
       01 cxp-patente-arg       pic x(6).
       01 cxp-importe-arg       pic 9(7)v99.
       01 cxp-origen-arg        pic x(12).
       01 cxp-estado-arg        pic xx.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "F".

       01 det-stock.
           03 dst-codigo        pic x(10).
           03 filler pic x(2)  value spaces.
           03 dst-descripcion   pic x(30).
           03 filler pic x(2)  value spaces.
           03 dst-sucursal      pic 99.
           03 filler pic x(2)  value spaces.
           03 dst-cantidad      pic zzzzz9.
           03 filler pic x(2)  value spaces.
           03 dst-punto         pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 dst-costo         pic zzzzz9.99.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-archivos.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o repuestos.
           if not ok-rep
               *> primera vez: el maestro de repuestos no existe
               open output repuestos
               close repuestos
               open i-o repuestos
           end-if.
           if not ok-rep
               display "Error al abrir maestro de repuestos fs: "
                 fs-repuestos
               accept ws-exit
               stop run
           end-if.
           open i-o stock.
           if not ok-stk
               open output stock
               close stock
               open i-o stock
           end-if.
           if not ok-stk
               display "Error al abrir stock de repuestos fs: "
                 fs-stock
               accept ws-exit
               stop run
           end-if.
           open i-o movimientos.
           if not ok-mov
               open output movimientos
               close movimientos
               open i-o movimientos
           end-if.
           if not ok-mov
               display "Error al abrir movimientos de repuestos fs: "
                 fs-movimientos
               accept ws-exit
               stop run
           end-if.
           open i-o ordenes.
           if not ok-ot
               open output ordenes
               close ordenes
               open i-o ordenes
           end-if.
           if not ok-ot
               display "Error al abrir ordenes de trabajo fs: "
                 fs-ordenes
               accept ws-exit
               stop run
           end-if.
           open input sucursales.
           if ok-suc
               move "S" to hay-sucursales
           end-if.

       cerrar-archivos.
           close repuestos.
           close stock.
           close movimientos.
           close ordenes.
           if sucursales-abiertas
               close sucursales
           end-if.

       mostrar-menu.
           display "1) Alta / modificacion de repuesto".
           display "2) Ingreso de mercaderia".
           display "3) Consumo contra orden de trabajo".
           display "4) Stock por sucursal".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-alta
               perform alta-repuesto
           end-if.
           if opcion-ingreso
               perform ingreso-mercaderia
           end-if.
           if opcion-consumo
               perform consumo-repuesto
           end-if.
           if opcion-listar
               perform listar-stock
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> El costo unitario no se carga a mano: nace en cero y lo
      *> fijan los ingresos.
       alta-repuesto.
           display "Codigo de repuesto: ".
           accept in-codigo.
           display "Descripcion: ".
           accept in-descripcion.
           display "Rubro (R=Repuesto, N=Neumatico): ".
           accept in-rubro.
           display "Punto de reposicion (por sucursal): ".
           accept in-punto-reposicion.
           display "Cantidad a pedir al reponer: ".
           accept in-cantidad-pedido.
           display "Proveedor habitual: ".
           accept in-proveedor.

           move in-rubro to rep-rubro.
           if in-codigo = spaces
               display "El codigo es obligatorio."
           else if not rep-rubro-valido
               display "Rubro invalido, debe ser R o N."
           else
               perform grabar-repuesto
           end-if.

       grabar-repuesto.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-codigo to rep-codigo.
           read repuestos
               invalid key
                   move zeroes to rep-costo-unitario
               not invalid key
                   move "N" to es-alta
                   move rec-repuestos to jrn-antes-arg
           end-read.
           move in-codigo to rep-codigo.
           move in-descripcion to rep-descripcion.
           move in-rubro to rep-rubro.
           move in-punto-reposicion to rep-punto-reposicion.
           move in-cantidad-pedido to rep-cantidad-pedido.
           move in-proveedor to rep-proveedor.
           if es-alta = "S"
               write rec-repuestos
           else
               rewrite rec-repuestos
           end-if.
           if ok-rep
               display "Repuesto grabado."
               move rec-repuestos to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar repuesto fs: " fs-repuestos
           end-if.

       ingreso-mercaderia.
           display "Codigo de repuesto: ".
           accept in-codigo.
           move in-codigo to rep-codigo.
           read repuestos
               invalid key
                   display "Repuesto no encontrado."
               not invalid key
                   perform pedir-ingreso
           end-read.

       pedir-ingreso.
           display "Sucursal que recibe: ".
           accept in-sucursal.
           display "Cantidad: ".
           accept in-cantidad.
           display "Costo unitario: ".
           accept in-costo-unitario.
           display "Proveedor (en blanco = " rep-proveedor "): ".
           accept in-proveedor.
           if in-proveedor = spaces
               move rep-proveedor to in-proveedor
           end-if.
           display "Factura del proveedor (en blanco si no hay): ".
           accept in-factura.
           perform validar-sucursal.
           if not sucursal-existe
               display "Sucursal inexistente."
           else if in-cantidad = zeroes
               display "La cantidad es obligatoria."
           else
               perform grabar-ingreso
           end-if.

       grabar-ingreso.
           perform sumar-stock-total.
           compute valor-stock =
               stock-total * rep-costo-unitario
               + in-cantidad * in-costo-unitario.
           compute rep-costo-unitario rounded =
               valor-stock / (stock-total + in-cantidad).
           move rec-repuestos to jrn-antes-arg.
           rewrite rec-repuestos.
           if ok-rep
               move rec-repuestos to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           end-if.
           perform leer-stock-sucursal.
           add in-cantidad to stk-cantidad.
           perform grabar-stock-sucursal.
           move "I" to mov-tipo.
           move spaces to mov-ot-patente.
           move zeroes to mov-ot-fecha.
           move in-proveedor to mov-proveedor.
           move in-factura to mov-factura.
           move in-costo-unitario to mov-costo-unitario.
           perform grabar-movimiento.
           display "Ingreso registrado, stock en la sucursal "
               stk-cantidad ", costo promedio " rep-costo-unitario
               ".".
           if in-factura is not equal to spaces
               and in-proveedor is not equal to spaces
               compute importe-movimiento =
                   in-cantidad * in-costo-unitario
               move in-proveedor to cxp-proveedor-arg
               move in-factura to cxp-factura-arg
               move spaces to cxp-patente-arg
               move importe-movimiento to cxp-importe-arg
               move "REPUESTOS" to cxp-origen-arg
               call "RegistrarCuentaPagar" using cxp-proveedor-arg,
                   cxp-factura-arg, cxp-patente-arg, cxp-importe-arg,
                   cxp-origen-arg, cxp-estado-arg
               if cxp-estado-arg = "00"
                   display "Factura asentada en cuentas a pagar."
               else if cxp-estado-arg = "22"
                   display "Esa factura del proveedor ya estaba "
                       "asentada."
               else
                   display "Error al asentar en cuentas a pagar fs: "
                     cxp-estado-arg
               end-if
           end-if.

      *> El consumo sale del stock de una sucursal y se imputa a su
      *> orden al costo promedio vigente.
       consumo-repuesto.
           display "Patente de la orden de trabajo: ".
           accept in-patente.
           display "Fecha desde de la orden (DDMMAAAA): ".
           accept in-fecha-desde.
           move in-patente to ot-patente.
           move in-fecha-desde to ot-fecha-desde.
           read ordenes
               invalid key
                   display "No hay orden de trabajo con esa clave."
               not invalid key
                   perform pedir-consumo
           end-read.

       pedir-consumo.
           display "Codigo de repuesto: ".
           accept in-codigo.
           display "Sucursal de la que sale: ".
           accept in-sucursal.
           display "Cantidad: ".
           accept in-cantidad.
           move in-codigo to rep-codigo.
           read repuestos
               invalid key
                   display "Repuesto no encontrado."
               not invalid key
                   perform verificar-stock-consumo
           end-read.

       verificar-stock-consumo.
           perform leer-stock-sucursal.
           if in-cantidad = zeroes
               display "La cantidad es obligatoria."
           else if not stock-ya-cargado
               or stk-cantidad < in-cantidad
               display "Stock insuficiente en la sucursal: "
                   stk-cantidad "."
           else
               perform grabar-consumo
           end-if.

       grabar-consumo.
           subtract in-cantidad from stk-cantidad.
           perform grabar-stock-sucursal.
           compute importe-movimiento =
               in-cantidad * rep-costo-unitario.
           add importe-movimiento to ot-repuestos.
           add importe-movimiento to ot-total.
           rewrite rec-ordenes.
           if not ok-ot
               display "Error al actualizar orden de trabajo fs: "
                 fs-ordenes
           end-if.
           move "C" to mov-tipo.
           move in-patente to mov-ot-patente.
           move in-fecha-desde to mov-ot-fecha.
           move spaces to mov-proveedor.
           move spaces to mov-factura.
           move rep-costo-unitario to mov-costo-unitario.
           perform grabar-movimiento.
           display "Consumo imputado por " importe-movimiento
               ", repuestos de la orden " ot-repuestos ".".

       validar-sucursal.
           move "N" to sucursal-valida.
           if sucursales-abiertas
               move in-sucursal to suc-codigo
               read sucursales
                   invalid key continue
                   not invalid key move "S" to sucursal-valida
               end-read
           else
               *> sin maestro de sucursales no hay contra que validar
               move "S" to sucursal-valida
           end-if.

       sumar-stock-total.
           move zeroes to stock-total.
           move rep-codigo to stk-codigo.
           move zeroes to stk-sucursal.
           start stock key is not less than stk-clave
               invalid key continue
           end-start.
           if ok-stk
               perform leer-stock-siguiente
               perform acumular-stock until eof-stk
                   or stk-codigo is not equal to rep-codigo
           end-if.

       leer-stock-siguiente.
           read stock next record
               at end continue
           end-read.

       acumular-stock.
           add stk-cantidad to stock-total.
           perform leer-stock-siguiente.

       leer-stock-sucursal.
           move "N" to stock-existente.
           move rep-codigo to stk-codigo.
           move in-sucursal to stk-sucursal.
           read stock
               invalid key
                   move zeroes to stk-cantidad
               not invalid key
                   move "S" to stock-existente
           end-read.

       grabar-stock-sucursal.
           move rep-codigo to stk-codigo.
           move in-sucursal to stk-sucursal.
           if stock-ya-cargado
               rewrite rec-stock
           else
               write rec-stock
           end-if.
           if not ok-stk
               display "Error al grabar stock fs: " fs-stock
           end-if.

       grabar-movimiento.
           move rep-codigo to mov-codigo.
           move function current-date(1:8) to mov-fecha.
           move function current-date(9:8) to mov-hora.
           move in-sucursal to mov-sucursal.
           move in-cantidad to mov-cantidad.
           move usuario-actual to mov-operador.
           write rec-movimientos.
           if not ok-mov
               display "Error al grabar movimiento fs: "
                 fs-movimientos
           end-if.

       listar-stock.
           display "CODIGO      DESCRIPCION                     "
               "SU   STOCK  PUNTO  COSTO UNIT".
           move low-values to stk-clave.
           start stock key is not less than stk-clave
               invalid key continue
           end-start.
           if ok-stk
               perform leer-stock-siguiente
               perform mostrar-stock until eof-stk
           end-if.

       mostrar-stock.
           move stk-codigo to rep-codigo.
           read repuestos
               invalid key
                   move "(SIN MAESTRO)" to rep-descripcion
                   move zeroes to rep-punto-reposicion
                   move zeroes to rep-costo-unitario
           end-read.
           move stk-codigo to dst-codigo.
           move rep-descripcion to dst-descripcion.
           move stk-sucursal to dst-sucursal.
           move stk-cantidad to dst-cantidad.
           move rep-punto-reposicion to dst-punto.
           move rep-costo-unitario to dst-costo.
           display det-stock.
           perform leer-stock-siguiente.

       registrar-cambio-journal.
           move "REPUESTOS" to jrn-archivo-arg.
           move rep-codigo to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
