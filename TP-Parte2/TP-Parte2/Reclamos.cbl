      *> Cartas de reclamo con escalamiento por factura: el reclamo
      *> a clientes era telefono y memoria. Este batch recorre las
      *> facturas emitidas con saldo, decide el nivel que le toca a
      *> cada una por su antiguedad en dias habiles (primer aviso a
      *> los 21, segundo a los 42, intimacion a los 63, unos 30, 60
      *> y 90 dias corridos; umbrales en el maestro de parametros,
      *> dias habiles del calendario nacional via DiaHabil),
      *> imprime la carta del nivel con los
      *> datos del cliente via BuscarDatosCliente y deja asentado
      *> en reclamos.dat el nivel y la fecha enviados: la proxima
      *> corrida escala en lugar de repetir la misma carta. Las
      *> facturas en nivel de intimacion alimentan ademas el
      *> chequeo de morosidad que usa Principal (ClienteMoroso).
      *>
      *> Las facturas se recorren en el orden de la clave
      *> alternativa de documento, asi las de un mismo cliente
      *> quedan juntas y sus datos se buscan una sola vez.

       ENVIRONMENT DIVISION.
       configuration section.
       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.


               88  fact-emitida        value "E".
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
       77 ws-exit               pic x.
       77 op                    pic x.

       77 dias-reclamo-1        pic 9(3)    value 021.
       77 dias-reclamo-2        pic 9(3)    value 042.
       77 dias-reclamo-3        pic 9(3)    value 063.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 fecha-hoy             pic 9(8).
       77 dias-antiguedad       pic s9(5).

      *> Dias habiles entre la emision y hoy (servicio DiaHabil,
      *> funcion C); las facturas no tienen sucursal, cuenta el
      *> calendario nacional (00).
       01 dh-funcion            pic x       value "C".
       01 dh-sucursal           pic 99      value zeroes.
       01 dh-cantidad           pic 9(5)    value zeroes.
       01 dh-tipo-dia           pic xx.
       01 dh-fecha              pic 9(8).
       01 dh-cantidad-res       pic 9(5).
       77 saldo-factura         pic s9(7)v99.
       77 nivel-objetivo        pic 9.
       77 nivel-actual          pic 9.

       01 doc-cliente-buscado  pic x(20)   value spaces.
       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

      *> Aviso de deuda tambien por SMS / correo (cola de
      *> notificaciones, ver EncolarNotificacion); la carta de
      *> aca se sigue imprimiendo igual.
       01 notif-plantilla       pic x(8)    value "RECLAMO".
       01 notif-nro-doc         pic x(20).
       01 notif-variables.
           03 nv-factura        pic 9(6).
           03 filler            pic x       value spaces.
           03 nv-nivel          pic 9.
           03 filler            pic x       value spaces.
           03 nv-saldo          pic -zzzzzz9.99.
           03 filler            pic x(40)   value spaces.
       01 notif-clave           pic x(20).

       77 cant-cartas-1         pic 9(5)    value zeroes.
       77 cant-cartas-2         pic 9(5)    value zeroes.
       77 cant-cartas-3         pic 9(5)    value zeroes.
               end-if
               stop run
           end-if.
           move low-values to fact-nro-doc.
           start facturas-emitidas key is not less than fact-nro-doc
               invalid key move "10" to fs-fact-emitidas
           end-start.
           open i-o reclamos.
           if not ok-rcl
               *> primera vez: el registro de reclamos no existe
               stop run
           end-if.
           move function current-date(1:8) to fecha-hoy.

       abrir-clientes.
           move "A" to op.
           cli-cant-alquileres, cli-total-gastado.

       leer-factura.
           if not eof-fact-emi
               read facturas-emitidas next record
                   at end continue
               end-read
           end-if.

       procesar-factura.
           if ok-fact-emi and fact-emitida
      *> manda si escala sobre el nivel ya enviado, para no
      *> repetir el mismo aviso corrida tras corrida.
       evaluar-nivel.
           call "DiaHabil" using dh-funcion, dh-sucursal,
               fact-fecha-emision, fecha-hoy, dh-cantidad,
               dh-tipo-dia, dh-fecha, dh-cantidad-res.
           move dh-cantidad-res to dias-antiguedad.
           move zeroes to nivel-objetivo.
           if dias-antiguedad >= dias-reclamo-3
               move 3 to nivel-objetivo
           move dias-antiguedad to cd-dias.
           write reg-cartas from carta-deuda.
           if nivel-objetivo = 3
               move "De no regularizarse la deuda en 10 dias habiles "
                   to ctx-linea
               write reg-cartas from carta-texto1
               move "se suspendera el credito y se iniciaran acciones."
                   to ctx-linea
               write reg-cartas from carta-texto1
           else
                   to ctx-linea
               write reg-cartas from carta-texto1
           end-if.
           perform notificar-reclamo.

       notificar-reclamo.
           move fact-nro-doc to notif-nro-doc.
           move fact-nro to nv-factura.
           move nivel-objetivo to nv-nivel.
           move saldo-factura to nv-saldo.
           move fact-nro to notif-clave.
           call "EncolarNotificacion" using notif-plantilla,
               notif-nro-doc, notif-variables, notif-clave.

      *> Los datos del cliente quedan del documento anterior
      *> mientras no cambie.
       buscar-datos-cliente-carta.
           if fact-nro-doc not = doc-cliente-buscado
               move fact-nro-doc to doc-cliente-buscado
               move "P" to op
               call "BuscarDatosCliente" using op, fact-nro-doc,
                cli-codigo-estado, cli-numero, cli-direccion,
                cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
                cli-cant-alquileres, cli-total-gastado
           end-if.
           if cli-codigo-estado is not equal to "00"
               move fact-cli-numero to cli-numero
               move spaces to cli-direccion
