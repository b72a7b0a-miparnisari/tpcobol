       identification division.
       program-id. MantenimientoCampanias.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del maestro de campanias promocionales. Cada campania
      *> tiene un codigo que el cliente presenta (en el mostrador, en
      *> la solicitud de la agencia, al cotizar o al reservar), una
      *> vigencia sobre la fecha del alquiler, los filtros de
      *> elegibilidad (tamano, marca y agencia; en blanco = todos),
      *> el descuento (porcentaje o monto fijo por alquiler) y un
      *> tope de presupuesto. AplicarCampania es el que valida y
      *> consume el presupuesto; este programa solo mantiene los
      *> datos, asi que al modificar una campania no se tocan el
      *> consumido ni la cantidad de usos. La baja es logica: los
      *> alquileres que ya la usaron la siguen mostrando en
      *> InformeCampanias.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select campanias
           assign to disk "..\..\..\Entrada\campanias.dat"
           organization is indexed
           access mode is dynamic
           record key is cam-codigo
           file status is fs-campanias.

       DATA DIVISION.
       file section.

       fd campanias
           label record is standard.
       01  rec-campanias.
           03  cam-codigo          pic x(8).
           03  cam-descripcion     pic x(20).
           03  cam-estado          pic x.
               88  cam-activa          value "A".
               88  cam-de-baja         value "B".
           03  cam-desde           pic 9(8).  *> AAAAMMDD
           03  cam-hasta           pic 9(8).  *> AAAAMMDD
           03  cam-tamano          pic x.     *> blanco = todos
           03  cam-marca           pic x(20). *> blanco = todas
           03  cam-agencia         pic x.     *> blanco = todas
           03  cam-tipo            pic x.
               88  cam-porcentaje      value "P".
               88  cam-monto-fijo      value "F".
               88  cam-tipo-valido     value "P" "F".
           03  cam-valor           pic 9(6)v99.
           03  cam-tope            pic 9(7)v99. *> 0 = sin tope
           03  cam-consumido       pic 9(7)v99.
           03  cam-usos            pic 9(5).

       working-storage section.
       01 fs-campanias         pic xx.
           88 ok-cam                   value "00".
           88 eof-cam                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-codigo             pic x(8).
       01 in-descripcion        pic x(20).
       01 in-desde              pic 9(8).
       01 in-hasta              pic 9(8).
       01 in-tamano             pic x.
       01 in-marca              pic x(20).
       01 in-agencia            pic x.
           88 in-agencia-valida        value " " "0" thru "6".
       01 in-tipo               pic x.
       01 in-valor              pic 9(6)v99.
       01 in-tope               pic 9(7)v99.

       01 desde-aaaammdd        pic 9(8).
       01 hasta-aaaammdd        pic 9(8).

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
       01 funcion-login         pic x       value "C".

       01 es-alta               pic x.

       01 det-campania.
           03 dca-codigo        pic x(8).
           03 filler pic x(1)  value spaces.
           03 dca-descripcion   pic x(20).
           03 filler pic x(1)  value spaces.
           03 dca-desde         pic 9(8).
           03 filler pic x(1)  value spaces.
           03 dca-hasta         pic 9(8).
           03 filler pic x(1)  value spaces.
           03 dca-tipo          pic x.
           03 filler pic x(1)  value spaces.
           03 dca-valor         pic zzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dca-consumido     pic zzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dca-tope          pic zzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dca-usos          pic zzzz9.
           03 filler pic x(1)  value spaces.
           03 dca-estado        pic x.

       01 det-filtros.
           03 filler pic x(12) value "  Tamano:   ".
           03 dfi-tamano        pic x.
           03 filler pic x(10) value "  Marca:  ".
           03 dfi-marca         pic x(20).
           03 filler pic x(11) value "  Agencia: ".
           03 dfi-agencia       pic x.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-campanias.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close campanias.
           accept ws-exit.
           stop run.

       abrir-campanias.
           open i-o campanias.
           if not ok-cam
               *> primera vez: el maestro de campanias no existe
               open output campanias
           end-if.
           if not ok-cam
               display "Error al abrir maestro de campanias fs: "
                 fs-campanias
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar campanias".
           display "2) Alta / modificacion de campania".
           display "3) Baja de campania".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-campanias
           end-if.
           if opcion-alta
               perform alta-campania
           end-if.
           if opcion-baja
               perform baja-campania
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-campanias.
           display "CODIGO   DESCRIPCION          DESDE    HASTA    "
               "T     VALOR  CONSUMIDO       TOPE  USOS E".
           move low-values to cam-codigo.
           start campanias key is not less than cam-codigo
               invalid key continue
           end-start.
           perform leer-campania.
           perform mostrar-campania until eof-cam.

       leer-campania.
           read campanias next record
               at end continue
           end-read.

       mostrar-campania.
           move cam-codigo to dca-codigo.
           move cam-descripcion to dca-descripcion.
           move cam-desde to dca-desde.
           move cam-hasta to dca-hasta.
           move cam-tipo to dca-tipo.
           move cam-valor to dca-valor.
           move cam-consumido to dca-consumido.
           move cam-tope to dca-tope.
           move cam-usos to dca-usos.
           move cam-estado to dca-estado.
           display det-campania.
           move cam-tamano to dfi-tamano.
           move cam-marca to dfi-marca.
           move cam-agencia to dfi-agencia.
           display det-filtros.
           perform leer-campania.

      *> La vigencia se carga DDMMAAAA como el resto de las fechas
      *> del mostrador y se guarda AAAAMMDD para poder comparar
      *> rangos. Vale sobre la fecha de inicio del alquiler.
       alta-campania.
           display "Codigo de campania: ".
           accept in-codigo.
           display "Descripcion: ".
           accept in-descripcion.
           display "Vigente desde (DDMMAAAA): ".
           accept in-desde.
           display "Vigente hasta (DDMMAAAA): ".
           accept in-hasta.
           display "Tamano elegible (blanco = todos): ".
           accept in-tamano.
           display "Marca elegible (blanco = todas): ".
           accept in-marca.
           display "Agencia elegible (0=mostrador, 1 a 6, ".
           display "blanco = todas): ".
           accept in-agencia.
           display "Tipo de descuento (P=Porcentaje, F=Monto fijo): ".
           accept in-tipo.
           display "Valor del descuento: ".
           accept in-valor.
           display "Tope de presupuesto (0 = sin tope): ".
           accept in-tope.

           move in-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to desde-aaaammdd.
           move in-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to hasta-aaaammdd.

           move in-tipo to cam-tipo.
           if in-codigo = spaces
               display "El codigo es obligatorio."
           else if not cam-tipo-valido
               display "Tipo invalido, debe ser P o F."
           else if cam-porcentaje and in-valor > 100
               display "El porcentaje no puede superar 100."
           else if in-valor = zeroes
               display "El valor del descuento es obligatorio."
           else if hasta-aaaammdd < desde-aaaammdd
               display "La vigencia hasta es anterior a la desde."
           else if not in-agencia-valida
               display "Agencia invalida, debe ser 0 a 6 o blanco."
           else
               perform grabar-campania
           end-if.

       grabar-campania.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-codigo to cam-codigo.
           read campanias
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-campanias to jrn-antes-arg
           end-read.
           if es-alta = "S"
               move zeroes to cam-consumido
               move zeroes to cam-usos
           end-if.
           move in-codigo to cam-codigo.
           move in-descripcion to cam-descripcion.
           move "A" to cam-estado.
           move desde-aaaammdd to cam-desde.
           move hasta-aaaammdd to cam-hasta.
           move in-tamano to cam-tamano.
           move in-marca to cam-marca.
           move in-agencia to cam-agencia.
           move in-tipo to cam-tipo.
           move in-valor to cam-valor.
           move in-tope to cam-tope.
           if es-alta = "S"
               write rec-campanias
           else
               rewrite rec-campanias
           end-if.
           if ok-cam
               display "Campania grabada."
               move rec-campanias to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar campania fs: " fs-campanias
           end-if.

       baja-campania.
           display "Codigo de campania a dar de baja: ".
           accept in-codigo.
           move in-codigo to cam-codigo.
           read campanias
               invalid key
                   display "Campania no encontrada."
               not invalid key
                   perform grabar-baja-campania
           end-read.

       grabar-baja-campania.
           move rec-campanias to jrn-antes-arg.
           move "B" to cam-estado.
           rewrite rec-campanias.
           if ok-cam
               display "Campania dada de baja."
               move rec-campanias to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al dar de baja fs: " fs-campanias
           end-if.

       registrar-cambio-journal.
           move "CAMPANIAS" to jrn-archivo-arg.
           move in-codigo to jrn-clave-arg.
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
