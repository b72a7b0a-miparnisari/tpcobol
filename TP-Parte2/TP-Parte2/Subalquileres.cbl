       identification division.
       program-id. Subalquileres.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Registro de subalquileres: cuando PronosticoOcupacion marca
      *> un dia con faltante se alquilan autos a otras empresas,
      *> pero esos autos no podian entrar al sistema y el alquiler
      *> se rechazaba o se cargaba contra una patente propia. Cada
      *> subalquiler registra el proveedor, la patente del tercero,
      *> el periodo y el costo diario que nos cobra, y da de alta
      *> la patente en autos.dat como flota temporaria (aut-estado
      *> "S"): Principal y DisponibilidadAutos la aceptan solo
      *> dentro del periodo (SubalquilerVigente), y sus alquileres
      *> se facturan como cualquier otro. MargenSubalquileres
      *> compara despues lo facturado contra lo que cobro el
      *> proveedor. La factura del proveedor por el periodo se
      *> carga aca y queda como deuda en cuentas a pagar
      *> (RegistrarCuentaPagar).

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select subalquileres
           assign to disk "..\..\..\Entrada\subalquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is sba-clave
           file status is fs-subalquileres.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is dynamic
           record key is aut-patente
           file status is fs-autos.

       select tarifas
           assign to disk "..\..\..\Entrada\tarifas.dat"
           organization is indexed
           access mode is dynamic
           record key is tar-clave
           file status is fs-tarifas.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       DATA DIVISION.
       file section.

       fd subalquileres
           label record is standard.
       01  rec-subalquileres.
           03  sba-clave.
               05  sba-patente     pic x(6).
               05  sba-fecha-desde pic 9(8).  *> DDMMAAAA
           03  sba-fecha-hasta     pic 9(8).  *> DDMMAAAA
           03  sba-proveedor       pic x(20).
           03  sba-costo-dia       pic 9(5)v99.
           03  sba-sucursal        pic 99.
           03  sba-estado          pic x.
               88  sba-vigente         value "A".
           03  sba-operador        pic x(8).

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
               88  aut-subalquilado        value "S".
           03  aut-sucursal        pic 99.

       fd tarifas
           label record is standard.
       01  rec-tarifas.
           03  tar-clave.
               05  tar-patente     pic x(6).
               05  tar-fecha-desde pic 9(8).  *> AAAAMMDD
           03  tar-importe         pic 9(4)v99.

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

       working-storage section.
       01 fs-subalquileres     pic xx.
           88 ok-sba                   value "00".
           88 eof-sba                  value "10".
           88 duplicado-sba            value "22".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 duplicado-auto           value "22".

       01 fs-tarifas           pic xx.
           88 ok-tar                   value "00".
           88 duplicado-tar            value "22".

       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 hay-alquileres       pic x       value "N".
           88 alquileres-abiertos      value "S".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-alta              value 1.
           88 opcion-acortar           value 2.
           88 opcion-listar            value 3.
           88 opcion-factura           value 4.
           88 opcion-salir             value 5.

       01 in-patente            pic x(6).
       01 in-proveedor          pic x(20).
       01 in-fecha-desde        pic 9(8).
       01 in-fecha-hasta        pic 9(8).
       01 in-costo-dia          pic 9(5)v99.
       01 in-sucursal           pic 99.
       01 in-desc               pic x(30).
       01 in-marca              pic x(20).
       01 in-color              pic x(10).
       01 in-tamano             pic x.
       01 in-importe            pic 9(4)v99.
       01 in-factura-prov       pic x(15).
       01 in-importe-factura    pic 9(7)v99.

      *> Costo del periodo segun el registro: dias (ambas puntas
      *> incluidas) por costo diario, como en MargenSubalquileres.
       77 dias-periodo          pic 9(5).
       77 costo-periodo         pic 9(7)v99.

      *> Factura del proveedor al libro de cuentas a pagar
      *> (RegistrarCuentaPagar).
       01 cxp-proveedor-arg     pic x(20).
       01 cxp-factura-arg       pic x(15).
       01 cxp-patente-arg       pic x(6).
       01 cxp-importe-arg       pic 9(7)v99.
       01 cxp-origen-arg        pic x(12).
       01 cxp-estado-arg        pic xx.

       01 hay-conflicto         pic x.
           88 con-conflicto            value "S".
       01 auto-existente        pic x.
           88 auto-ya-cargado          value "S".
       77 cant-vigentes         pic 9(4)   value zeroes.

      *> Fechas en AAAAMMDD para comparar periodos.
       01 fecha-hoy             pic 9(8).
       01 desde-comp            pic 9(8).
       01 hasta-comp            pic 9(8).
       01 otro-desde-comp       pic 9(8).
       01 otro-hasta-comp       pic 9(8).
       01 alq-fecha-comp        pic 9(8).
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
       01 funcion-login         pic x       value "F".

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> este programa escribe maestros que la cadena tambien toca,
      *> asi que no abre mientras el batch corre, y su sesion queda
      *> registrada para que la cadena no arranque encima.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 det-subalquiler.
           03 ds-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 ds-desde          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 ds-hasta          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 ds-sucursal       pic 99.
           03 filler pic x(2)  value spaces.
           03 ds-costo          pic zzzz9.99.
           03 filler pic x(2)  value spaces.
           03 ds-proveedor      pic x(20).

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

       abrir-archivos.
           open i-o subalquileres.
           if not ok-sba
               *> primera vez: el registro de subalquileres no existe
               open output subalquileres
               close subalquileres
               open i-o subalquileres
           end-if.
           if not ok-sba
               display "Error al abrir subalquileres fs: "
                 fs-subalquileres
               accept ws-exit
               stop run
           end-if.
           open i-o autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               accept ws-exit
               stop run
           end-if.
           open i-o tarifas.
           if not ok-tar
               *> primera vez: el historico todavia no existe
               open output tarifas
           end-if.
           if not ok-tar
               display "Error al abrir archivo tarifas fs: "
                 fs-tarifas
               accept ws-exit
               stop run
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.

       cerrar-archivos.
           close subalquileres.
           close autos.
           close tarifas.
           if alquileres-abiertos
               close alquileresmae
           end-if.

       mostrar-menu.
           display "1) Alta de subalquiler".
           display "2) Devolucion anticipada al proveedor".
           display "3) Subalquileres vigentes".
           display "4) Factura del proveedor".
           display "5) Salir".
           accept ws-opcion.

       procesar-menu.
           move function current-date(1:8) to fecha-hoy.
           if opcion-alta
               perform alta-subalquiler
           end-if.
           if opcion-acortar
               perform acortar-subalquiler
           end-if.
           if opcion-listar
               perform listar-vigentes
           end-if.
           if opcion-factura
               perform cargar-factura-proveedor
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *> La patente del tercero entra a autos.dat con estado "S":
      *> una patente propia no se puede subalquilar, y una de
      *> tercero ya cargada (subalquilada otra vez) conserva sus
      *> datos y solo cambia de sucursal.
       alta-subalquiler.
           display "Patente del vehiculo del tercero: ".
           accept in-patente.
           display "Proveedor: ".
           accept in-proveedor.
           display "Fecha desde (DDMMAAAA): ".
           accept in-fecha-desde.
           display "Fecha hasta (DDMMAAAA): ".
           accept in-fecha-hasta.
           display "Costo diario del proveedor: ".
           accept in-costo-dia.
           display "Sucursal que recibe el auto: ".
           accept in-sucursal.

           move in-fecha-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to desde-comp.
           move in-fecha-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to hasta-comp.

           if in-proveedor = spaces
               display "El proveedor es obligatorio."
           else if hasta-comp < desde-comp
               display "La fecha hasta es anterior a la desde."
           else if in-costo-dia = zeroes
               display "El costo diario es obligatorio."
           else
               perform verificar-patente-tercero
           end-if.

       verificar-patente-tercero.
           move "N" to auto-existente.
           move in-patente to aut-patente.
           read autos
               invalid key continue
               not invalid key move "S" to auto-existente
           end-read.
           if auto-ya-cargado and not aut-subalquilado
               display "La patente es de la flota propia: no se "
                   "puede subalquilar."
           else
               perform buscar-superposicion
               if con-conflicto
                   display "La patente ya esta subalquilada en un "
                       "periodo que se superpone."
               else
                   perform grabar-auto-tercero
               end-if
           end-if.

      *> Dos periodos vigentes de la misma patente no pueden
      *> superponerse: el costo del proveedor se contaria dos
      *> veces.
       buscar-superposicion.
           move "N" to hay-conflicto.
           move in-patente to sba-patente.
           move zeroes to sba-fecha-desde.
           start subalquileres key is not less than sba-clave
               invalid key continue
           end-start.
           if ok-sba
               perform leer-subalquiler
               perform comparar-periodo until eof-sba
                   or sba-patente is not equal to in-patente
                   or con-conflicto
           end-if.

       leer-subalquiler.
           read subalquileres next record
               at end continue
           end-read.

       comparar-periodo.
           if sba-vigente
               move sba-fecha-desde to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to otro-desde-comp
               move sba-fecha-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to otro-hasta-comp
               if desde-comp is not greater than otro-hasta-comp
                   and hasta-comp is not less than otro-desde-comp
                   move "S" to hay-conflicto
               end-if
           end-if.
           if not con-conflicto
               perform leer-subalquiler
           end-if.

       grabar-auto-tercero.
           if auto-ya-cargado
               move rec-autos to jrn-antes-arg
               move in-sucursal to aut-sucursal
               rewrite rec-autos
               move "M" to jrn-operacion-arg
           else
               display "Descripcion: "
               accept in-desc
               display "Marca: "
               accept in-marca
               display "Color: "
               accept in-color
               display "Tamano (chico/mediano/grande): "
               accept in-tamano
               display "Importe por dia a cobrar al cliente: "
               accept in-importe
               move spaces to jrn-antes-arg
               move in-patente to aut-patente
               move in-desc to aut-desc
               move in-marca to aut-marca
               move in-color to aut-color
               move in-tamano to aut-tamano
               move in-importe to aut-importe
               move "S" to aut-estado
               move in-sucursal to aut-sucursal
               write rec-autos
               move "A" to jrn-operacion-arg
           end-if.
           if ok-auto
               move rec-autos to jrn-despues-arg
               move "AUTOS" to jrn-archivo-arg
               move aut-patente to jrn-clave-arg
               perform registrar-cambio-journal
               if not auto-ya-cargado
                   perform grabar-tarifa-historico
               end-if
               perform grabar-subalquiler
           else
               display "Error al grabar vehiculo del tercero fs: "
                 fs-autos
           end-if.

      *> Igual que el alta de MantenimientoAutos: la tarifa rige
      *> desde hoy en el historico que consulta BuscarTarifaVigente.
       grabar-tarifa-historico.
           move aut-patente to tar-patente.
           move fecha-hoy to tar-fecha-desde.
           move aut-importe to tar-importe.
           write rec-tarifas.
           if duplicado-tar
               rewrite rec-tarifas
           end-if.
           if not ok-tar
               display "Error al grabar historico de tarifas fs: "
                 fs-tarifas
           end-if.

       grabar-subalquiler.
           move in-patente to sba-patente.
           move in-fecha-desde to sba-fecha-desde.
           move in-fecha-hasta to sba-fecha-hasta.
           move in-proveedor to sba-proveedor.
           move in-costo-dia to sba-costo-dia.
           move in-sucursal to sba-sucursal.
           move "A" to sba-estado.
           move usuario-actual to sba-operador.
           write rec-subalquileres.
           if ok-sba
               display "Subalquiler registrado."
               move spaces to jrn-antes-arg
               move rec-subalquileres to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-subalquiler
           else if duplicado-sba
               display "Ya hay un subalquiler de esa patente con "
                   "esa fecha desde."
           else
               display "Error al grabar subalquiler fs: "
                 fs-subalquileres
           end-if.

      *> Si el auto vuelve antes al proveedor se acorta el periodo
      *> (el costo se paga por los dias que lo tuvimos), siempre que
      *> no quede afuera un alquiler ya cargado sobre esos dias.
       acortar-subalquiler.
           display "Patente del vehiculo del tercero: ".
           accept in-patente.
           display "Fecha desde del subalquiler (DDMMAAAA): ".
           accept in-fecha-desde.

           move in-patente to sba-patente.
           move in-fecha-desde to sba-fecha-desde.
           read subalquileres
               invalid key
                   display "Subalquiler no encontrado."
               not invalid key
                   perform pedir-nueva-fecha-hasta
           end-read.

       pedir-nueva-fecha-hasta.
           display "Nueva fecha hasta (DDMMAAAA): ".
           accept in-fecha-hasta.
           move sba-fecha-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to desde-comp.
           move sba-fecha-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to otro-hasta-comp.
           move in-fecha-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to hasta-comp.
           if hasta-comp < desde-comp
               or hasta-comp > otro-hasta-comp
               display "La nueva fecha tiene que caer dentro del "
                   "periodo actual."
           else
               perform buscar-alquiler-afuera
               if con-conflicto
                   display "Hay alquileres del auto despues de esa "
                       "fecha: reasignarlos antes de acortar."
               else
                   perform grabar-acortamiento
               end-if
           end-if.

       buscar-alquiler-afuera.
           move "N" to hay-conflicto.
           if alquileres-abiertos
               move in-patente to alq-patente
               move zeroes to alq-fecha
               start alquileresmae key is not less than alq-clave
                   invalid key continue
               end-start
               if ok-alq
                   perform leer-alquiler
                   perform chequear-alquiler until eof-alq
                       or alq-patente is not equal to in-patente
                       or con-conflicto
               end-if
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       chequear-alquiler.
           if alq-estado = "P" or alq-estado = "T"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp > hasta-comp
                   and alq-fecha-comp is not greater than
                       otro-hasta-comp
                   move "S" to hay-conflicto
               end-if
           end-if.
           if not con-conflicto
               perform leer-alquiler
           end-if.

       grabar-acortamiento.
           move rec-subalquileres to jrn-antes-arg.
           move in-fecha-hasta to sba-fecha-hasta.
           rewrite rec-subalquileres.
           if ok-sba
               display "Periodo acortado."
               move rec-subalquileres to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-subalquiler
           else
               display "Error al grabar subalquiler fs: "
                 fs-subalquileres
           end-if.

       listar-vigentes.
           move zeroes to cant-vigentes.
           display "PATENTE DESDE     HASTA     SUC  COSTO/DIA "
               "PROVEEDOR".
           move low-values to sba-clave.
           start subalquileres key is not less than sba-clave
               invalid key continue
           end-start.
           if ok-sba
               perform leer-subalquiler
               perform mostrar-subalquiler until eof-sba
           end-if.
           display "Subalquileres vigentes: " cant-vigentes.

       mostrar-subalquiler.
           if sba-vigente
               move sba-fecha-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               if fecha-convertida is not less than fecha-hoy
                   add 1 to cant-vigentes
                   move sba-patente to ds-patente
                   move sba-fecha-desde to ds-desde
                   move sba-fecha-hasta to ds-hasta
                   move sba-sucursal to ds-sucursal
                   move sba-costo-dia to ds-costo
                   move sba-proveedor to ds-proveedor
                   display det-subalquiler
               end-if
           end-if.
           perform leer-subalquiler.

      *> El proveedor factura el periodo ya cerrado (o acortado):
      *> se propone dias por costo diario y se asienta lo que diga
      *> la factura.
       cargar-factura-proveedor.
           display "Patente del vehiculo del tercero: ".
           accept in-patente.
           display "Fecha desde del subalquiler (DDMMAAAA): ".
           accept in-fecha-desde.

           move in-patente to sba-patente.
           move in-fecha-desde to sba-fecha-desde.
           read subalquileres
               invalid key
                   display "Subalquiler no encontrado."
               not invalid key
                   perform pedir-factura-proveedor
           end-read.

       pedir-factura-proveedor.
           move sba-fecha-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to desde-comp.
           move sba-fecha-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to hasta-comp.
           compute dias-periodo =
               function integer-of-date(hasta-comp) -
               function integer-of-date(desde-comp) + 1.
           compute costo-periodo = dias-periodo * sba-costo-dia.
           display "Periodo de " dias-periodo " dias, costo "
               costo-periodo ".".
           display "Numero de factura del proveedor: ".
           accept in-factura-prov.
           display "Importe facturado (0 = el del periodo): ".
           accept in-importe-factura.
           if in-importe-factura = zeroes
               move costo-periodo to in-importe-factura
           end-if.
           if in-factura-prov = spaces
               display "El numero de factura es obligatorio."
           else
               move sba-proveedor to cxp-proveedor-arg
               move in-factura-prov to cxp-factura-arg
               move sba-patente to cxp-patente-arg
               move in-importe-factura to cxp-importe-arg
               move "SUBALQUILER" to cxp-origen-arg
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

       registrar-cambio-subalquiler.
           move "SUBALQUILER" to jrn-archivo-arg.
           move sba-clave to jrn-clave-arg.
           perform registrar-cambio-journal.

       registrar-cambio-journal.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> compararla cronologicamente.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
