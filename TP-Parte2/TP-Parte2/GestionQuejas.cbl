       identification division.
       program-id. GestionQuejas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Legajo de quejas de clientes (chofer que llego tarde, auto
      *> sucio, factura mal hecha): hasta ahora vivian en una casilla
      *> de correo. Reclamos es otra cosa - los avisos de deuda.
      *>
      *> Cada queja lleva numero propio, cliente, el alquiler o la
      *> factura a la que se refiere, categoria, area asignada,
      *> estado, fecha de apertura y vencimiento segun el plazo de
      *> la categoria (SLA-QUEJA-xx del maestro de parametros), y la
      *> resolucion. Si la resolucion compensa al cliente:
      *>   C  bonificacion en dinero: se emite la nota de credito
      *>      por NotaCredito (variable NC-BONIFICACION) sobre la
      *>      factura, asi cobranzas e IVA la ven como cualquier
      *>      otra nota;
      *>   P  puntos: se acreditan en el libro de puntos del
      *>      cliente (puntos.dat, el mismo de AcumularPuntos).
      *> VencimientoQuejas arma cada noche la antiguedad de lo
      *> abierto fuera de plazo y avisa a la cola de alertas.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select quejas
           assign to disk "..\..\..\Entrada\quejas.dat"
           organization is indexed
           access mode is dynamic
           record key is qja-nro
           file status is fs-quejas.

       select numeracion
           assign to disk "..\..\..\Entrada\numeracion-quejas.dat"
           organization is line sequential
           file status is fs-numeracion.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select puntos
           assign to disk "..\..\..\Entrada\puntos.dat"
           organization is indexed
           access mode is random
           record key is pun-cli-numero
           file status is fs-puntos.

      *> Ultima nota de credito emitida (la numeracion que lleva
      *> NotaCredito): si avanzo despues de llamarlo, la nota de la
      *> bonificacion salio.
       select numeracion-notas
           assign to disk "..\..\..\Entrada\numeracion-notas.dat"
           organization is line sequential
           file status is fs-num-notas.

       DATA DIVISION.
       file section.

       fd quejas
           label record is standard.
       01  rec-quejas.
           03  qja-nro             pic 9(6).
           03  qja-fecha-apertura  pic 9(8).  *> AAAAMMDD
           03  qja-fecha-vto       pic 9(8).  *> AAAAMMDD
           03  qja-cli-numero      pic x(8).
           03  qja-nro-doc         pic x(20).
           03  qja-alq-clave.
               05  qja-patente     pic x(6).
               05  qja-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  qja-fact-nro        pic 9(6).
           03  qja-categoria       pic x(2).
           03  qja-area            pic x(10).
           03  qja-estado          pic x.
               88  qja-abierta         value "A".
               88  qja-resuelta        value "R".
           03  qja-descripcion     pic x(60).
           03  qja-resolucion      pic x(60).
           03  qja-fecha-resolucion pic 9(8). *> AAAAMMDD
           03  qja-compensacion    pic x.
               88  qja-sin-comp        value "N".
               88  qja-comp-nota       value "C".
               88  qja-comp-puntos     value "P".
           03  qja-importe-comp    pic 9(7)v99.
           03  qja-puntos-comp     pic 9(7).
           03  qja-nota-nro        pic 9(6).
           03  qja-alerta-sla      pic x.
           03  qja-operador        pic x(8).

       fd numeracion
           label record is standard.
       01  reg-numeracion.
           03  num-ultima-queja    pic 9(6).

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

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
           03  fact-nro            pic 9(6).
           03  fact-fecha-emision  pic 9(8).
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
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
           03  fact-fact-origen    pic 9(6).

       fd puntos
           label record is standard.
       01  rec-puntos.
           03  pun-cli-numero      pic x(8).
           03  pun-acumulados      pic 9(9).
           03  pun-canjeados       pic 9(9).

       fd numeracion-notas
           label record is standard.
       01  reg-numeracion-notas.
           03  num-ultima-nota     pic 9(6).

       working-storage section.
       01 fs-quejas            pic xx.
           88 ok-qja                   value "00".
           88 eof-qja                  value "10".

       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".

       01 fs-puntos            pic xx.
           88 ok-pun                   value "00".
           88 duplicado-pun            value "22".

       01 fs-num-notas         pic xx.
           88 ok-num-notas             value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-abrir             value 1.
           88 opcion-listar            value 2.
           88 opcion-reasignar         value 3.
           88 opcion-resolver          value 4.
           88 opcion-salir             value 5.

      *> Categorias de queja: plazo de resolucion en dias corridos
      *> (el maestro de parametros lo puede pisar con
      *> SLA-QUEJA-<codigo>) y area a la que se asigna por defecto.
       01 tabla-categorias.
           03 filler pic x(25) value "CHCHOFER    003OPERACION ".
           03 filler pic x(25) value "LILIMPIEZA  002FLOTA     ".
           03 filler pic x(25) value "VEVEHICULO  005FLOTA     ".
           03 filler pic x(25) value "FAFACTURA   010ADMINISTR.".
           03 filler pic x(25) value "ATATENCION  005MOSTRADOR ".
           03 filler pic x(25) value "OTOTROS     007ATENCION  ".
       01 tabla-categorias-r redefines tabla-categorias.
           03 cat-elem occurs 6 times.
               05 cat-codigo       pic x(2).
               05 cat-nombre       pic x(10).
               05 cat-sla          pic 9(3).
               05 cat-area         pic x(10).
       77 cant-categorias       pic 9       value 6.
       77 ix-cat                pic 9.
       77 pos-cat               pic 9.

       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       77 proxima-queja         pic 9(6)    value zeroes.
       77 nota-antes            pic 9(6)    value zeroes.
       77 nota-despues          pic 9(6)    value zeroes.
       77 fecha-hoy-num         pic 9(7).
       77 fecha-vto-num         pic 9(7).
       01 fecha-hoy             pic 9(8).

       01 in-referencia         pic x.
           88 ref-alquiler             value "A" "a".
           88 ref-factura              value "F" "f".
           88 ref-ninguna              value "N" "n".
       01 in-patente            pic x(6).
       01 in-fecha-alq          pic 9(8).
       01 in-fact-nro           pic 9(6).
       01 in-nro-doc            pic x(20).
       01 in-categoria          pic x(2).
       01 in-area               pic x(10).
       01 in-descripcion        pic x(60).
       01 in-nro-queja          pic 9(6).
       01 in-resolucion         pic x(60).
       01 in-compensacion       pic x.
           88 in-comp-valida           value "N" "C" "P" "n" "c" "p".
           88 in-comp-nota             value "C" "c".
           88 in-comp-puntos           value "P" "p".
       01 in-importe            pic 9(7)v99.
       01 in-puntos             pic 9(7).

       01 referencia-ok         pic x.
           88 referencia-valida        value "S".
       01 compensacion-ok       pic x.
           88 compensacion-hecha       value "S".

       01 nc-bonificacion.
           03 ncb-factura       pic 9(6).
           03 ncb-importe       pic 9(7)v99.
           03 ncb-queja         pic 9(6).
       01 comando-sistema       pic x(40).

       77 op                    pic x.
       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-telefono         pic x(20).
       01 cli-nueva-direccion  pic x(30)   value spaces.
       01 cli-nuevo-telefono   pic x(20)   value spaces.
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

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

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> este programa escribe el libro de puntos, que la cadena
      *> tambien toca, asi que no abre mientras el batch corre.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 det-queja.
           03 dq-nro            pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dq-apertura       pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dq-vto            pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dq-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 dq-categoria      pic x(2).
           03 filler pic x(2)  value spaces.
           03 dq-area           pic x(10).
           03 filler pic x(2)  value spaces.
           03 dq-vencida        pic x(7).

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
           perform leer-plazos-categorias
               varying ix-cat from 1 by 1
               until ix-cat > cant-categorias.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           perform abrir-quejas.
           perform abrir-clientes.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-clientes.
           close quejas.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       leer-plazos-categorias.
           move spaces to nombre-parametro.
           string "SLA-QUEJA-" cat-codigo(ix-cat)
               delimited by size into nombre-parametro.
           move cat-sla(ix-cat) to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.
           move valor-parametro to cat-sla(ix-cat).

       abrir-quejas.
           open i-o quejas.
           if fs-quejas = "35"
               *> primera vez: el legajo de quejas no existe
               open output quejas
               close quejas
               open i-o quejas
           end-if.
           if not ok-qja
               display "Error al abrir quejas fs: " fs-quejas
               move "C" to op-concurrencia
               call "ControlConcurrencia" using op-concurrencia,
                   estado-concurrencia
               accept ws-exit
               stop run
           end-if.

       abrir-clientes.
           move "A" to op.
           call "BuscarDatosCliente" using op, in-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

       cerrar-clientes.
           move "C" to op.
           call "BuscarDatosCliente" using op, in-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.

       mostrar-menu.
           display "1) Abrir queja".
           display "2) Listar quejas abiertas".
           display "3) Reasignar area".
           display "4) Resolver queja".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-abrir
               perform abrir-queja
           end-if.
           if opcion-listar
               perform listar-abiertas
           end-if.
           if opcion-reasignar
               perform reasignar-queja
           end-if.
           if opcion-resolver
               perform resolver-queja
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> La referencia decide de donde sale el cliente: del
      *> alquiler, de la factura o, sin referencia, del documento
      *> que da el cliente.
       abrir-queja.
           move "N" to referencia-ok.
           move spaces to in-patente.
           move zeroes to in-fecha-alq.
           move zeroes to in-fact-nro.
           move spaces to in-nro-doc.
           display "Se refiere a: A) alquiler  F) factura  "
               "N) ninguno: ".
           accept in-referencia.
           if ref-alquiler
               perform buscar-alquiler-queja
           else if ref-factura
               perform buscar-factura-queja
           else if ref-ninguna
               display "Numero de documento del cliente: "
               accept in-nro-doc
               if in-nro-doc is not equal to spaces
                   move "S" to referencia-ok
               end-if
           else
               display "Referencia invalida."
           end-if.
           if referencia-valida
               perform pedir-datos-queja
           end-if.

       buscar-alquiler-queja.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha-alq.
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
           else
               move in-patente to alq-patente
               move in-fecha-alq to alq-fecha
               read alquileresmae
                   invalid key
                       display "Alquiler no encontrado."
                   not invalid key
                       move alq-nro-doc to in-nro-doc
                       move alq-factura to in-fact-nro
                       move "S" to referencia-ok
               end-read
               close alquileresmae
           end-if.

       buscar-factura-queja.
           display "Numero de factura: ".
           accept in-fact-nro.
           open input facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
                 fs-fact-emitidas
           else
               move in-fact-nro to fact-nro
               read facturas-emitidas
                   invalid key
                       display "Factura no encontrada en el registro."
                   not invalid key
                       move fact-nro-doc to in-nro-doc
                       move "S" to referencia-ok
               end-read
               close facturas-emitidas
           end-if.

       pedir-datos-queja.
           display "Categoria (CH chofer, LI limpieza, VE vehiculo, "
               "FA factura, AT atencion, OT otros): ".
           accept in-categoria.
           perform buscar-categoria.
           if pos-cat = zeroes
               display "Categoria invalida."
           else
               display "Area asignada (blanco = "
                   cat-area(pos-cat) "): "
               accept in-area
               if in-area = spaces
                   move cat-area(pos-cat) to in-area
               end-if
               display "Descripcion: "
               accept in-descripcion
               perform grabar-queja-nueva
           end-if.

       buscar-categoria.
           move zeroes to pos-cat.
           perform comparar-categoria
               varying ix-cat from 1 by 1
               until ix-cat > cant-categorias.

       comparar-categoria.
           if cat-codigo(ix-cat) = in-categoria
               move ix-cat to pos-cat
           end-if.

       grabar-queja-nueva.
           move "P" to op.
           call "BuscarDatosCliente" using op, in-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           if cli-codigo-estado is not equal to "00"
               move spaces to cli-numero
           end-if.
           perform generar-numero-queja.
           move proxima-queja to qja-nro.
           move fecha-hoy to qja-fecha-apertura.
           compute fecha-vto-num = fecha-hoy-num + cat-sla(pos-cat).
           compute qja-fecha-vto =
               function date-of-integer(fecha-vto-num).
           move cli-numero to qja-cli-numero.
           move in-nro-doc to qja-nro-doc.
           move in-patente to qja-patente.
           move in-fecha-alq to qja-fecha-alq.
           move in-fact-nro to qja-fact-nro.
           move in-categoria to qja-categoria.
           move in-area to qja-area.
           move "A" to qja-estado.
           move in-descripcion to qja-descripcion.
           move spaces to qja-resolucion.
           move zeroes to qja-fecha-resolucion.
           move "N" to qja-compensacion.
           move zeroes to qja-importe-comp.
           move zeroes to qja-puntos-comp.
           move zeroes to qja-nota-nro.
           move "N" to qja-alerta-sla.
           move operador-actual to qja-operador.
           write rec-quejas.
           if ok-qja
               display "Queja " qja-nro " abierta, vence el "
                   qja-fecha-vto " (" qja-area ")."
               move spaces to jrn-antes-arg
               move rec-quejas to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-queja
           else
               display "Error al grabar queja fs: " fs-quejas
           end-if.

       generar-numero-queja.
           move zeroes to proxima-queja.
           open input numeracion.
           if ok-num
               read numeracion
                   at end continue
               end-read
               if ok-num
                   move num-ultima-queja to proxima-queja
               end-if
               close numeracion
           end-if.
           add 1 to proxima-queja.
           open output numeracion.
           if ok-num
               move proxima-queja to num-ultima-queja
               write reg-numeracion
               close numeracion
           else
               display "Error al grabar numeracion de quejas fs: "
                 fs-numeracion
           end-if.

       listar-abiertas.
           display "NRO     APERTURA  VENCE     CLIENTE   CAT "
               "AREA".
           move low-values to qja-nro.
           start quejas key is not less than qja-nro
               invalid key continue
           end-start.
           perform leer-queja.
           perform mostrar-queja until eof-qja.

       leer-queja.
           read quejas next record
               at end continue
           end-read.

       mostrar-queja.
           if qja-abierta
               move qja-nro to dq-nro
               move qja-fecha-apertura to dq-apertura
               move qja-fecha-vto to dq-vto
               move qja-cli-numero to dq-cli-numero
               move qja-categoria to dq-categoria
               move qja-area to dq-area
               if qja-fecha-vto < fecha-hoy
                   move "VENCIDA" to dq-vencida
               else
                   move spaces to dq-vencida
               end-if
               display det-queja
           end-if.
           perform leer-queja.

       reasignar-queja.
           display "Numero de queja: ".
           accept in-nro-queja.
           move in-nro-queja to qja-nro.
           read quejas
               invalid key
                   display "Queja no encontrada."
               not invalid key
                   perform cambiar-area
           end-read.

       cambiar-area.
           if not qja-abierta
               display "La queja ya esta resuelta."
           else
               display "Area actual: " qja-area
               display "Nueva area: "
               accept in-area
               if in-area = spaces
                   display "El area es obligatoria."
               else
                   move rec-quejas to jrn-antes-arg
                   move in-area to qja-area
                   rewrite rec-quejas
                   if ok-qja
                       display "Queja reasignada."
                       move rec-quejas to jrn-despues-arg
                       move "M" to jrn-operacion-arg
                       perform registrar-cambio-queja
                   else
                       display "Error al reasignar queja fs: "
                         fs-quejas
                   end-if
               end-if
           end-if.

       resolver-queja.
           display "Numero de queja: ".
           accept in-nro-queja.
           move in-nro-queja to qja-nro.
           read quejas
               invalid key
                   display "Queja no encontrada."
               not invalid key
                   perform pedir-resolucion
           end-read.

       pedir-resolucion.
           if not qja-abierta
               display "La queja ya esta resuelta."
           else
               display "Resolucion: "
               accept in-resolucion
               display "Compensacion: N) ninguna  C) bonificacion "
                   "con nota de credito  P) puntos: "
               accept in-compensacion
               if not in-comp-valida
                   display "Compensacion invalida."
               else if in-resolucion = spaces
                   display "La resolucion es obligatoria."
               else
                   perform aplicar-compensacion
               end-if
           end-if.

      *> La queja se cierra solo si la compensacion quedo hecha:
      *> una nota que no salio o puntos sin cliente la dejan
      *> abierta para reintentar.
       aplicar-compensacion.
           move "N" to compensacion-ok.
           move zeroes to in-importe.
           move zeroes to in-puntos.
           move zeroes to nota-despues.
           if in-comp-nota
               move "C" to in-compensacion
               perform bonificar-con-nota
           else if in-comp-puntos
               move "P" to in-compensacion
               perform acreditar-puntos-queja
           else
               move "N" to in-compensacion
               move "S" to compensacion-ok
           end-if.
           if compensacion-hecha
               perform cerrar-queja
           end-if.

       bonificar-con-nota.
           if qja-fact-nro = zeroes
               display "Factura a bonificar: "
               accept in-fact-nro
           else
               move qja-fact-nro to in-fact-nro
           end-if.
           display "Importe de la bonificacion: ".
           accept in-importe.
           if in-fact-nro = zeroes or in-importe = zeroes
               display "Faltan factura o importe."
           else
               perform leer-ultima-nota
               move nota-despues to nota-antes
               move in-fact-nro to ncb-factura
               move in-importe to ncb-importe
               move qja-nro to ncb-queja
               display "NC-BONIFICACION" upon environment-name
               display nc-bonificacion upon environment-value
               move spaces to comando-sistema
               move "NotaCredito.exe" to comando-sistema
               call "SYSTEM" using comando-sistema
               move spaces to nc-bonificacion
               display "NC-BONIFICACION" upon environment-name
               display nc-bonificacion upon environment-value
               perform leer-ultima-nota
               if nota-despues > nota-antes
                   move in-fact-nro to qja-fact-nro
                   move "S" to compensacion-ok
               else
                   move zeroes to nota-despues
                   display "No se emitio la nota de credito: la "
                       "queja sigue abierta."
               end-if
           end-if.

       leer-ultima-nota.
           move zeroes to nota-despues.
           open input numeracion-notas.
           if ok-num-notas
               read numeracion-notas
                   at end continue
               end-read
               if ok-num-notas
                   move num-ultima-nota to nota-despues
               end-if
               close numeracion-notas
           end-if.

       acreditar-puntos-queja.
           display "Puntos a acreditar: ".
           accept in-puntos.
           if qja-cli-numero = spaces
               display "La queja no tiene numero de cliente: no "
                   "hay libro de puntos donde acreditar."
           else if in-puntos = zeroes
               display "Cantidad de puntos invalida."
           else
               perform asentar-puntos
           end-if.

       asentar-puntos.
           open i-o puntos.
           if fs-puntos = "35"
               open output puntos
               close puntos
               open i-o puntos
           end-if.
           if not ok-pun
               display "Error al abrir libro de puntos fs: "
                 fs-puntos
           else
               move qja-cli-numero to pun-cli-numero
               read puntos
                   invalid key
                       move spaces to jrn-antes-arg
                       move "A" to jrn-operacion-arg
                       move in-puntos to pun-acumulados
                       move zeroes to pun-canjeados
                       write rec-puntos
                   not invalid key
                       move rec-puntos to jrn-antes-arg
                       move "M" to jrn-operacion-arg
                       add in-puntos to pun-acumulados
                       rewrite rec-puntos
               end-read
               if ok-pun
                   display in-puntos " puntos acreditados al "
                       "cliente " qja-cli-numero "."
                   move "S" to compensacion-ok
                   move rec-puntos to jrn-despues-arg
                   move "PUNTOS" to jrn-archivo-arg
                   move qja-cli-numero to jrn-clave-arg
                   call "RegistrarCambio" using jrn-archivo-arg,
                    jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
                    jrn-despues-arg, usuario-actual
               else
                   display "Error al acreditar puntos fs: "
                     fs-puntos
               end-if
               close puntos
           end-if.

       cerrar-queja.
           move rec-quejas to jrn-antes-arg.
           move in-resolucion to qja-resolucion.
           move fecha-hoy to qja-fecha-resolucion.
           move in-compensacion to qja-compensacion.
           move in-importe to qja-importe-comp.
           move in-puntos to qja-puntos-comp.
           move nota-despues to qja-nota-nro.
           move "R" to qja-estado.
           rewrite rec-quejas.
           if ok-qja
               display "Queja " qja-nro " resuelta."
               move rec-quejas to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-queja
           else
               display "Error al resolver queja fs: " fs-quejas
           end-if.

       registrar-cambio-queja.
           move "QUEJAS" to jrn-archivo-arg.
           move qja-nro to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
