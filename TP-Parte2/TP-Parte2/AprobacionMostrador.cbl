       identification division.
       program-id. AprobacionMostrador.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Aprobacion en el momento de un alquiler de mostrador: el
      *> cliente que entra sin reserva tenia que esperar a la
      *> corrida de la noche para saber si se llevaba el auto. Esta
      *> transaccion aplica a ese unico alquiler las mismas
      *> validaciones que Principal, en el mismo orden y con los
      *> mismos motivos (periodo cerrado, documento, importe, flota,
      *> taller, traslado, preparacion, poliza, chofer, cliente,
      *> morosidad, bloqueo, chofer tomado y limite de credito), y
      *> si pasa graba el alquiler "T" en el maestro, cobra el
      *> deposito en garantia (PCT-DEPOSITO, a la caja del operador)
      *> e imprime el contrato con ContratoAlquiler.
      *>
      *> Cada aprobacion queda asentada en aprobaciones-mostrador.dat
      *> por clave de alquiler: Principal la reconoce y no la vuelve
      *> a contar en auditoria.txt ni a listar en listado.txt. Un
      *> alquiler que supera el limite de credito o el umbral de
      *> revision no se aprueba en el mostrador: queda "R" para la
      *> segunda firma del supervisor, igual que en la corrida.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

      *> Segunda vista del maestro por chofer, para buscar el mismo
      *> legajo ya tomado la misma fecha sin perder el registro
      *> que se esta armando (como en Principal).
       select alquileres-chofer
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is c2-clave
           alternate record key is c2-chofer with duplicates
           file status is fs-alquileres-chofer.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is random
           record key is dep-clave
           file status is fs-depositos.

       select aprobaciones-mostrador
           assign to disk "..\..\..\Entrada\aprobaciones-mostrador.dat"
           organization is indexed
           access mode is random
           record key is apm-clave
           file status is fs-aprob-mostrador.

       select cierre
           assign to disk "..\..\..\Entrada\cierre-periodos.dat"
           organization is line sequential
           file status is fs-cierre.

       select limites-credito
           assign to disk "..\..\..\Entrada\limites-credito.dat"
           organization is indexed
           access mode is random
           record key is lim-cli-numero
           file status is fs-limites.

       select clientes-cat
           assign to disk "..\..\..\Entrada\clientes.dat"
           organization is indexed
           access mode is random
           record key is clicat-numero
           alternate record key is clicat-nro-doc
           file status is fs-clientes-cat.

       DATA DIVISION.
       file section.

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

       fd alquileres-chofer
           label record is standard.
       01 rec-alquileres-chofer.
           03 c2-clave.
               05  c2-patente  pic x(6).
               05  c2-fecha    pic 9(8).
           03 c2-tipo-doc      pic x.
           03 c2-nro-doc       pic x(20).
           03 c2-importe       pic 9(6)v99.
           03 c2-chofer        pic x(7).
           03 c2-estado        pic x.
           03 c2-agencia       pic 9.
           03 c2-cantdias      pic 9(2).
           03 c2-factura       pic 9(6).
           03 c2-sucursal    pic 99.
           03 c2-grupo       pic 9(4).

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo              value "A".
               88  aut-subalquilado        value "S".
           03  aut-sucursal        pic 99.

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
           03  dep-fecha-mov       pic 9(8).
           03  dep-motivo          pic x(20).

       fd aprobaciones-mostrador
           label record is standard.
       01  rec-aprob-mostrador.
           03  apm-clave.
               05  apm-patente     pic x(6).
               05  apm-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  apm-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  apm-hora-aprob      pic 9(6).
           03  apm-operador        pic x(8).
           03  apm-importe         pic 9(6)v99.
           03  apm-deposito        pic 9(4)v99.
           03  apm-informada       pic x.     *> S = ya la vio Principal

       fd cierre
           label record is standard.
       01  reg-cierre.
           03  cie-fecha-cerrada   pic 9(8).

       fd limites-credito
           label record is standard.
       01  rec-limites.
           03  lim-cli-numero      pic x(8).
           03  lim-importe         pic 9(7)v99.

       fd clientes-cat
           label record is standard.
       01  reg-clientes-cat.
           03  clicat-numero   pic x(8).
           03  clicat-fec-alta pic 9(8).
           03  clicat-telefono pic x(20).
           03  clicat-direccion pic x(30).
           03  clicat-nro-doc  pic x(20).
           03  clicat-categoria pic x.

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-alquileres-chofer pic xx.
           88 ok-alq-chofer            value "00".
           88 eof-alq-chofer           value "10".
       01 chofer-ocupado       pic x.
           88 chofer-ya-reservado      value "S".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-depositos         pic xx.
           88 ok-dep                   value "00".

       01 fs-aprob-mostrador   pic xx.
           88 ok-apm                   value "00".

       01 fs-cierre            pic xx.
           88 ok-cie                   value "00".

       01 fs-limites           pic xx.
           88 ok-lim                   value "00".
       01 hay-limites          pic x       value "N".
           88 limites-abiertos         value "S".
       01 fs-clientes-cat      pic xx.
           88 ok-cli-cat               value "00".
       01 hay-clientes-cat     pic x       value "N".
           88 clientes-cat-abierto     value "S".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-aprobar           value 1.
           88 opcion-salir             value 2.

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-tipo-doc           pic x.
       01 in-nro-doc            pic x(20).
       01 in-chofer             pic x(7).
       01 in-cantdias           pic 9(2).
       01 in-sucursal           pic 99.
       01 in-importe            pic 9(6)v99.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "C".

       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
       01 cli-direccion        pic x(30).
       01 cli-telefono         pic x(20).
       01 cli-nueva-direccion  pic x(30)   value spaces.
       01 cli-nuevo-telefono   pic x(20)   value spaces.
       01 cli-cant-alquileres  pic 9(7).
       01 cli-total-gastado    pic 9(9)v99.

       77 op                    pic x.
       77 op-chofer             pic x.
       77 op-moroso             pic x.

       01 chof-estado           pic xx.
           88 chof-estado-activo       value 'si'.
       01 out-chofer-motivo     pic 9.
       01 cho-turno             pic x.

       01 auto-flag             pic xx.
           88 auto-esta-en-flota       value "si".
       01 subalquiler-vigente   pic xx.
           88 auto-fuera-subalquiler   value "no".
       01 auto-fuera-servicio   pic xx.
           88 auto-esta-fuera-servicio value "si".
       01 auto-en-transito      pic xx.
           88 auto-esta-en-transito    value "si".
       01 auto-en-preparacion   pic xx.
           88 auto-esta-en-preparacion value "si".
       01 poliza-vigente        pic xx.
           88 auto-tiene-poliza        value "si".

       01 cliente-moroso        pic xx.
           88 cliente-es-moroso        value "si".
       01 saldo-abierto-cliente pic 9(9)v99   value zeroes.
       01 bloqueo-tipo          pic x.
       01 bloqueo-clave         pic x(21).
       01 cliente-bloqueado     pic xx.
           88 cliente-esta-bloqueado   value "si".

       *> D=DNI, C=Cedula, R=Libreta, P=Pasaporte, L=Licencia.
       01 tipo-doc-chk          pic x.
           88 tipo-doc-chk-valido      value "D" "C" "R" "P" "L".

      *> Los mismos parametros de negocio que usa Principal, con
      *> los mismos defaults: el mostrador no puede aprobar lo que
      *> la corrida rechazaria.
       77 importe-minimo        pic 9(6)v99   value 000001.00.
       77 importe-maximo        pic 9(6)v99   value 999999.00.
       77 importe-revision      pic 9(6)v99   value 002000.00.
       77 tolerancia-morosidad  pic 9(5)v99   value 00500.00.
       77 limite-cat-a          pic 9(7)v99   value 0010000.00.
       77 limite-cat-b          pic 9(7)v99   value 0005000.00.
       77 limite-cat-c          pic 9(7)v99   value 0002000.00.
       77 limite-cliente        pic 9(7)v99   value zeroes.
       77 exposicion-cliente    pic 9(9)v99   value zeroes.
       77 pct-deposito          pic 9(3)v99   value 020.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       77 fecha-cerrada-hasta   pic 9(8)      value zeroes.
       01 alq-fecha-comp        pic 9(8).
       77 motivo-rechazo        pic 99        value zeroes.
       77 deposito-requerido    pic 9(7)v99   value zeroes.

       *> Texto de cada motivo de rechazo de Principal, alineado con
       *> los niveles 88 de rech-motivo (ver InformeRechazos).
       01 tabla-textos-motivo.
           03 filler pic x(30) value "CHOFER NO ENCONTRADO".
           03 filler pic x(30) value "CHOFER CON CONTRATO VENCIDO".
           03 filler pic x(30) value "CHOFER SUSPENDIDO".
           03 filler pic x(30) value "PATENTE FUERA DE FLOTA".
           03 filler pic x(30) value "AUTO YA RESERVADO ESA FECHA".
           03 filler pic x(30) value "TIPO DE DOCUMENTO INVALIDO".
           03 filler pic x(30) value "IMPORTE FUERA DE RANGO".
           03 filler pic x(30) value "CLIENTE NO ENCONTRADO".
           03 filler pic x(30) value "AUTO FUERA DE SERVICIO".
           03 filler pic x(30) value "CLIENTE MOROSO".
           03 filler pic x(30) value "CHOFER AUSENTE".
           03 filler pic x(30) value "CHOFER YA RESERVADO ESA FECHA".
           03 filler pic x(30) value "RECHAZADO POR SUPERVISOR".
           03 filler pic x(30) value "PERIODO CERRADO".
           03 filler pic x(30) value "SIN POLIZA VIGENTE".
           03 filler pic x(30) value "CLIENTE BLOQUEADO".
           03 filler pic x(30) value "AUTO EN TRASLADO A OTRA SUC.".
           03 filler pic x(30) value "AUTO EN PREPARACION".
           03 filler pic x(30) value "AUTO DE TERCERO FUERA PERIODO".
       01 tabla-textos-r redefines tabla-textos-motivo.
           03 texto-motivo occurs 19 times pic x(30).

      *> Asiento en la sesion de caja abierta del operador (ver
      *> SesionesCaja), igual que DepositosGarantia.
       01 mov-caja-tipo         pic x.
       01 mov-caja-importe      pic s9(7)v99.
       01 mov-caja-referencia   pic x(20).
       01 mov-caja-estado       pic x(2).

      *> El contrato lo emite ContratoAlquiler: se lo lanza con la
      *> clave del alquiler en CONTRATO-CLAVE y emite ese unico
      *> contrato sin pasar por su menu.
       01 comando-sistema       pic x(40).
       01 contrato-clave        pic x(14).

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

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> este programa escribe el maestro de alquileres, asi que no
      *> abre mientras el batch corre.
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
       01 mcc-origen            pic x(12)   value "MOSTRADOR".

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "MOSTRADOR".

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
           perform leer-parametros-sistema.
           perform leer-cierre-periodos.
           perform abrir-archivos.
           perform abrir-consultas.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-consultas.
           perform cerrar-archivos.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       leer-parametros-sistema.
           move "IMPORTE-MINIMO" to nombre-parametro.
           move importe-minimo to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to importe-minimo.
           move "IMPORTE-MAXIMO" to nombre-parametro.
           move importe-maximo to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to importe-maximo.
           move "IMPORTE-REVISION" to nombre-parametro.
           move importe-revision to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to importe-revision.
           move "TOLERANCIA-MOROSIDAD" to nombre-parametro.
           move tolerancia-morosidad to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to tolerancia-morosidad.
           move "LIMITE-CAT-A" to nombre-parametro.
           move limite-cat-a to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to limite-cat-a.
           move "LIMITE-CAT-B" to nombre-parametro.
           move limite-cat-b to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to limite-cat-b.
           move "LIMITE-CAT-C" to nombre-parametro.
           move limite-cat-c to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to limite-cat-c.
           move "PCT-DEPOSITO" to nombre-parametro.
           move pct-deposito to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to pct-deposito.

       obtener-un-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.

       *> Si no hay archivo de cierre, nada esta cerrado.
       leer-cierre-periodos.
           open input cierre.
           if ok-cie
               read cierre
                   at end continue
               end-read
               if ok-cie
                   move cie-fecha-cerrada to fecha-cerrada-hasta
               end-if
               close cierre
           end-if.

       abrir-archivos.
           perform abrir-maestro.
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               accept ws-exit
               stop run
           end-if.
           open i-o aprobaciones-mostrador.
           if fs-aprob-mostrador = "35"
               *> primera vez: el registro de aprobaciones de
               *> mostrador no existe
               open output aprobaciones-mostrador
               close aprobaciones-mostrador
               open i-o aprobaciones-mostrador
           end-if.
           if not ok-apm
               display "Error al abrir aprobaciones de mostrador fs: "
                 fs-aprob-mostrador
               accept ws-exit
               stop run
           end-if.
           open input limites-credito.
           if ok-lim
               move "S" to hay-limites
           end-if.
           open input clientes-cat.
           if ok-cli-cat
               move "S" to hay-clientes-cat
           end-if.

      *> El maestro y los depositos se cierran mientras corre
      *> ContratoAlquiler (que los abre a su vez) y se reabren
      *> despues: por eso van aparte.
       abrir-maestro.
           open i-o alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               accept ws-exit
               stop run
           end-if.
           open input alquileres-chofer.
           if not ok-alq-chofer
               display "Error al abrir alquileres (vista chofer) "
                 "fs: " fs-alquileres-chofer
               accept ws-exit
               stop run
           end-if.
           open i-o depositos.
           if fs-depositos = "35"
               *> primera vez: el registro de depositos no existe
               open output depositos
               close depositos
               open i-o depositos
           end-if.
           if not ok-dep
               display "Error al abrir depositos fs: " fs-depositos
               accept ws-exit
               stop run
           end-if.

       cerrar-maestro.
           close alquileresmae.
           close alquileres-chofer.
           close depositos.

       cerrar-archivos.
           perform cerrar-maestro.
           close autos.
           close aprobaciones-mostrador.
           if limites-abiertos
               close limites-credito
           end-if.
           if clientes-cat-abierto
               close clientes-cat
           end-if.

      *> Mismo protocolo de apertura unica que usa Principal para
      *> clientes, choferes y morosidad.
       abrir-consultas.
           move "A" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.
           move "A" to op-chofer.
           call "ChoferEstaActivo" using op-chofer, alq-chofer,
            alq-fecha, chof-estado, out-chofer-motivo, cho-turno.
           move "A" to op-moroso.
           call "ClienteMoroso" using op-moroso, alq-nro-doc,
            tolerancia-morosidad, cliente-moroso,
            saldo-abierto-cliente.

       cerrar-consultas.
           move "C" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
           cli-codigo-estado, cli-numero, cli-direccion,
           cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
           cli-cant-alquileres, cli-total-gastado.
           move "C" to op-chofer.
           call "ChoferEstaActivo" using op-chofer, alq-chofer,
            alq-fecha, chof-estado, out-chofer-motivo, cho-turno.
           move "C" to op-moroso.
           call "ClienteMoroso" using op-moroso, alq-nro-doc,
            tolerancia-morosidad, cliente-moroso,
            saldo-abierto-cliente.

       mostrar-menu.
           display "1) Aprobar alquiler de mostrador".
           display "2) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-aprobar
               perform aprobar-mostrador
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> El importe es el de la cotizacion que se le dio al cliente
      *> (ver Cotizaciones); la sucursal 00 toma la del auto.
       aprobar-mostrador.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           display "Tipo de documento (D/C/R/P/L): ".
           accept in-tipo-doc.
           display "Nro de documento: ".
           accept in-nro-doc.
           display "Legajo del chofer: ".
           accept in-chofer.
           display "Cantidad de dias: ".
           accept in-cantdias.
           display "Sucursal de retiro (00 = la del auto): ".
           accept in-sucursal.
           display "Importe cotizado: ".
           accept in-importe.

           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key
                   perform validar-alquiler
               not invalid key
                   display "Ya hay un alquiler cargado para ese auto "
                       "y fecha (estado " alq-estado ")."
           end-read.

      *> Mismo orden de validacion que procesar-alquileres de
      *> Principal: el primer motivo que aparece es el que se
      *> informa.
       validar-alquiler.
           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           move in-tipo-doc to alq-tipo-doc.
           move in-nro-doc to alq-nro-doc.
           move in-importe to alq-importe.
           move in-chofer to alq-chofer.
           move "P" to alq-estado.
           move zeroes to alq-agencia.
           move in-cantdias to alq-cantdias.
           move zeroes to alq-factura.
           move in-sucursal to alq-sucursal.
           move zeroes to alq-grupo.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to alq-fecha-comp.
           move alq-tipo-doc to tipo-doc-chk.
           if alq-fecha-comp is not greater than fecha-cerrada-hasta
               move 14 to motivo-rechazo
               perform rechazar-mostrador
           else if not tipo-doc-chk-valido
               move 6 to motivo-rechazo
               perform rechazar-mostrador
           else if alq-cantdias = zeroes
               display "La cantidad de dias es obligatoria."
           else if alq-importe < importe-minimo
                   or alq-importe > importe-maximo
               move 7 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-patente-flota
               if auto-esta-en-flota
                   perform verificar-fuera-servicio
               else if auto-fuera-subalquiler
                   move 19 to motivo-rechazo
                   perform rechazar-mostrador
               else
                   move 4 to motivo-rechazo
                   perform rechazar-mostrador
               end-if
           end-if.

       verificar-patente-flota.
           move spaces to subalquiler-vigente.
           move alq-patente to aut-patente.
           read autos
               invalid key move "no" to auto-flag
               not invalid key perform verificar-estado-auto
           end-read.

       verificar-estado-auto.
           if aut-activo
               move "si" to auto-flag
           else if aut-subalquilado
               call "SubalquilerVigente" using alq-patente, alq-fecha,
                subalquiler-vigente
               move subalquiler-vigente to auto-flag
           else
               move "no" to auto-flag
           end-if.

       verificar-fuera-servicio.
           if alq-sucursal = zeroes
               move aut-sucursal to alq-sucursal
           end-if.
           call "AutoFueraDeServicio" using alq-patente, alq-fecha,
            auto-fuera-servicio.
           if auto-esta-fuera-servicio
               move 9 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-en-transito
           end-if.

       verificar-en-transito.
           call "AutoEnTransito" using alq-patente, alq-fecha,
            auto-en-transito.
           if auto-esta-en-transito
               move 17 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-en-preparacion
           end-if.

       verificar-en-preparacion.
           call "AutoEnPreparacion" using alq-patente, alq-fecha,
            auto-en-preparacion.
           if auto-esta-en-preparacion
               move 18 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-poliza
           end-if.

       verificar-poliza.
           call "PolizaVigente" using alq-patente, alq-fecha,
            poliza-vigente.
           if auto-tiene-poliza
               perform verificar-chofer
           else
               move 15 to motivo-rechazo
               perform rechazar-mostrador
           end-if.

       verificar-chofer.
           move "P" to op-chofer.
           call "ChoferEstaActivo" using op-chofer, alq-chofer,
            alq-fecha, chof-estado, out-chofer-motivo, cho-turno.
           if chof-estado-activo
               perform verificar-cliente
           else
               *> mismo mapeo que Principal: el 4 de ChoferEstaActivo
               *> (ausencia programada) es el 11 de rechazos
               if out-chofer-motivo = 4
                   move 11 to motivo-rechazo
               else
                   move out-chofer-motivo to motivo-rechazo
               end-if
               perform rechazar-mostrador
           end-if.

       verificar-cliente.
           move "P" to op.
           call "BuscarDatosCliente" using op, alq-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           if cli-codigo-estado is equal to "00"
               perform verificar-morosidad-cliente
           else
               move 8 to motivo-rechazo
               perform rechazar-mostrador
           end-if.

       verificar-morosidad-cliente.
           move "P" to op-moroso.
           call "ClienteMoroso" using op-moroso, alq-nro-doc,
            tolerancia-morosidad, cliente-moroso,
            saldo-abierto-cliente.
           if cliente-es-moroso
               move 10 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-bloqueo-cliente
           end-if.

       verificar-bloqueo-cliente.
           move "C" to bloqueo-tipo.
           move spaces to bloqueo-clave.
           move alq-tipo-doc to bloqueo-clave(1:1).
           move alq-nro-doc to bloqueo-clave(2:20).
           call "ClienteBloqueado" using bloqueo-tipo,
            bloqueo-clave, alq-fecha, cliente-bloqueado.
           if cliente-esta-bloqueado
               move 16 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform verificar-doble-reserva-chofer
           end-if.

       verificar-doble-reserva-chofer.
           move "N" to chofer-ocupado.
           move alq-chofer to c2-chofer.
           start alquileres-chofer key is equal to c2-chofer
               invalid key continue
           end-start.
           if ok-alq-chofer
               perform leer-alquiler-chofer
               perform chequear-reserva-chofer until eof-alq-chofer
                   or c2-chofer is not equal to alq-chofer
                   or chofer-ya-reservado
           end-if.
           if chofer-ya-reservado
               move 12 to motivo-rechazo
               perform rechazar-mostrador
           else
               perform aprobar-o-derivar
           end-if.

       leer-alquiler-chofer.
           read alquileres-chofer next record
               at end continue
           end-read.

       chequear-reserva-chofer.
           if c2-fecha = alq-fecha
               and c2-clave is not equal to alq-clave
               and (c2-estado = "T" or c2-estado = "D"
                    or c2-estado = "R")
               move "S" to chofer-ocupado
           else
               perform leer-alquiler-chofer
           end-if.

       resolver-limite-credito.
           move limite-cat-c to limite-cliente.
           if clientes-cat-abierto
               move alq-nro-doc to clicat-nro-doc
               read clientes-cat record
                   key is clicat-nro-doc
               if ok-cli-cat
                   if clicat-categoria = "A"
                       move limite-cat-a to limite-cliente
                   else if clicat-categoria = "B"
                       move limite-cat-b to limite-cliente
                   end-if
               end-if
           end-if.
           if limites-abiertos
               move cli-numero to lim-cli-numero
               read limites-credito
                   invalid key continue
                   not invalid key
                       move lim-importe to limite-cliente
               end-read
           end-if.

      *> Lo que en la corrida iria a revision tampoco se aprueba en
      *> el mostrador: queda "R" y lo libera RevisionSupervisor. No
      *> se cobra deposito ni se emite contrato hasta entonces.
       aprobar-o-derivar.
           perform resolver-limite-credito.
           compute exposicion-cliente =
               saldo-abierto-cliente + alq-importe.
           if exposicion-cliente > limite-cliente
               display "Supera el limite de credito del cliente: "
                   "queda a revision del supervisor."
               move "R" to alq-estado
               perform grabar-alquiler
           else if alq-importe > importe-revision
               display "Supera el importe de revision: queda a "
                   "revision del supervisor."
               move "R" to alq-estado
               perform grabar-alquiler
           else
               move "T" to alq-estado
               perform grabar-alquiler
               if ok-alq
                   perform cobrar-deposito
                   perform asentar-aprobacion
                   perform emitir-contrato
               end-if
           end-if.

       grabar-alquiler.
           write rec-alquileresmae.
           if ok-alq
               display "Alquiler " alq-clave " grabado con estado "
                   alq-estado "."
               move spaces to jrn-antes-arg
               move rec-alquileresmae to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-journal
               move "A" to nes-tipo-arg
               move spaces to nes-antes-arg
               move rec-alquileresmae to nes-despues-arg
               perform registrar-novedad-estadistica
           else
               display "Error al grabar alquiler fs: "
                 fs-alquileresmae
           end-if.

       rechazar-mostrador.
           display "NO APROBADO - motivo " motivo-rechazo ": "
               texto-motivo(motivo-rechazo).

      *> El deposito en garantia es PCT-DEPOSITO del importe, con
      *> el mismo tope que ProrrogaAlquiler, y entra a la caja del
      *> operador.
       cobrar-deposito.
           compute deposito-requerido rounded =
               alq-importe * pct-deposito / 100.
           if deposito-requerido > 9999.99
               move 9999.99 to deposito-requerido
           end-if.
           move alq-patente to dep-patente.
           move alq-fecha to dep-fecha-alq.
           move deposito-requerido to dep-importe.
           move usuario-actual to dep-recibido-por.
           move "C" to dep-estado.
           move function current-date(1:8) to dep-fecha-mov.
           move "MOSTRADOR" to dep-motivo.
           write rec-depositos.
           if ok-dep
               display "Deposito en garantia a cobrar: " dep-importe
               move "D" to mov-caja-tipo
               move dep-importe to mov-caja-importe
               perform asentar-movimiento-caja
               perform asentar-deposito-ctacte
           else
               move zeroes to dep-importe
               display "Error al grabar deposito fs: " fs-depositos
           end-if.

      *> El deposito cobrado entra a la custodia del cliente.
       asentar-deposito-ctacte.
           move spaces to mcc-cli-numero.
           move alq-nro-doc to mcc-nro-doc.
           move dep-clave to mcc-alq-clave.
           move "DP" to mcc-tipo.
           move "C" to mcc-signo.
           move dep-importe to mcc-importe.
           move "DEPOSITO RECIBIDO" to mcc-comprobante.
           perform registrar-movimiento-cliente.

       asentar-movimiento-caja.
           move spaces to mov-caja-referencia.
           string "DEP " dep-patente " " dep-fecha-alq
               delimited by size into mov-caja-referencia
           end-string.
           call "RegistrarMovimientoCaja" using usuario-actual,
               mov-caja-tipo, mov-caja-importe, mov-caja-referencia,
               mov-caja-estado.
           if mov-caja-estado is not equal to "00"
               display "AVISO: el operador no tiene caja abierta, "
                   "el movimiento no entra en el arqueo."
           end-if.

       asentar-aprobacion.
           move alq-patente to apm-patente.
           move alq-fecha to apm-fecha-alq.
           move function current-date(1:8) to apm-fecha-aprob.
           move function current-date(9:6) to apm-hora-aprob.
           move usuario-actual to apm-operador.
           move alq-importe to apm-importe.
           move dep-importe to apm-deposito.
           move "N" to apm-informada.
           write rec-aprob-mostrador.
           if not ok-apm
               display "Error al asentar aprobacion de mostrador fs: "
                 fs-aprob-mostrador
           end-if.

       emitir-contrato.
           move alq-clave to contrato-clave.
           perform cerrar-maestro.
           display "CONTRATO-CLAVE" upon environment-name.
           display contrato-clave upon environment-value.
           move spaces to comando-sistema.
           move "ContratoAlquiler.exe" to comando-sistema.
           call "SYSTEM" using comando-sistema.
           move spaces to contrato-clave.
           display "CONTRATO-CLAVE" upon environment-name.
           display contrato-clave upon environment-value.
           perform abrir-maestro.

       registrar-cambio-journal.
           move "ALQUILERES" to jrn-archivo-arg.
           move alq-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

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

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
