       identification division.
       program-id. MantenimientoProveedores.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM del maestro de proveedores: talleres, vendedores de
      *> autos, aseguradoras, empresas de subalquiler y la de
      *> tarjetas de combustible. La clave es el nombre tal como lo
      *> cargan OrdenesTrabajo, PatrimonioFlota, MantenimientoPolizas,
      *> Subalquileres e ImportarCombustible al asentar la factura
      *> en cuentas a pagar (RegistrarCuentaPagar); el maestro le
      *> agrega el CUIT, el CBU al que transfiere CorridaPagos y el
      *> plazo de pago que fija el vencimiento de cada factura. La
      *> baja es logica: las facturas ya asentadas siguen colgando
      *> del proveedor hasta que se pagan.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select proveedores
           assign to disk "..\..\..\Entrada\proveedores.dat"
           organization is indexed
           access mode is dynamic
           record key is prov-nombre
           file status is fs-proveedores.

       DATA DIVISION.
       file section.

       fd proveedores
           label record is standard.
       01  rec-proveedores.
           03  prov-nombre         pic x(20).
           03  prov-cuit           pic 9(11).
           03  prov-cbu            pic x(22).
           03  prov-rubro          pic x.
               88  prov-rubro-valido   value "T" "V" "A" "S" "C" "O".
           03  prov-plazo-dias     pic 9(3).
           03  prov-estado         pic x.
               88  prov-activo         value "A".
               88  prov-de-baja        value "B".

       working-storage section.
       01 fs-proveedores       pic xx.
           88 ok-prov                  value "00".
           88 duplicado-prov           value "22".
           88 eof-prov                 value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-nombre             pic x(20).
       01 in-cuit               pic 9(11).
       01 in-cbu                pic x(22).
       01 in-rubro              pic x.
       01 in-plazo-dias         pic 9(3).

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

       01 es-alta               pic x.

       01 det-proveedor.
           03 dpr-nombre        pic x(20).
           03 filler pic x(2)  value spaces.
           03 dpr-cuit          pic 9(11).
           03 filler pic x(2)  value spaces.
           03 dpr-cbu           pic x(22).
           03 filler pic x(2)  value spaces.
           03 dpr-rubro         pic x.
           03 filler pic x(2)  value spaces.
           03 dpr-plazo         pic zz9.
           03 filler pic x(2)  value spaces.
           03 dpr-estado        pic x.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-proveedores.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close proveedores.
           accept ws-exit.
           stop run.

       abrir-proveedores.
           open i-o proveedores.
           if not ok-prov
               *> primera vez: el maestro de proveedores no existe
               open output proveedores
           end-if.
           if not ok-prov
               display "Error al abrir maestro de proveedores fs: "
                 fs-proveedores
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar proveedores".
           display "2) Alta / modificacion de proveedor".
           display "3) Baja de proveedor".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-proveedores
           end-if.
           if opcion-alta
               perform alta-proveedor
           end-if.
           if opcion-baja
               perform baja-proveedor
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-proveedores.
           display "PROVEEDOR             CUIT         "
               "CBU                     R  PLZ  E".
           move low-values to prov-nombre.
           start proveedores key is not less than prov-nombre
               invalid key continue
           end-start.
           perform leer-proveedor.
           perform mostrar-proveedor until eof-prov.

       leer-proveedor.
           read proveedores next record
               at end continue
           end-read.

       mostrar-proveedor.
           move prov-nombre to dpr-nombre.
           move prov-cuit to dpr-cuit.
           move prov-cbu to dpr-cbu.
           move prov-rubro to dpr-rubro.
           move prov-plazo-dias to dpr-plazo.
           move prov-estado to dpr-estado.
           display det-proveedor.
           perform leer-proveedor.

      *> El nombre tiene que escribirse igual que en las facturas
      *> que se cargan en los otros programas: es la clave con la
      *> que se encuentran.
       alta-proveedor.
           display "Nombre del proveedor: ".
           accept in-nombre.
           display "CUIT: ".
           accept in-cuit.
           display "CBU (22 digitos): ".
           accept in-cbu.
           display "Rubro (T=Taller, V=Vendedor de autos, ".
           display "A=Aseguradora, S=Subalquiler, C=Combustible, ".
           display "O=Otro): ".
           accept in-rubro.
           display "Plazo de pago en dias: ".
           accept in-plazo-dias.

           move in-rubro to prov-rubro.
           if in-nombre = spaces
               display "El nombre es obligatorio."
           else if not prov-rubro-valido
               display "Rubro invalido, debe ser T, V, A, S, C u O."
           else if in-cbu is not numeric
               display "El CBU debe tener 22 digitos."
           else
               perform grabar-proveedor
           end-if.

       grabar-proveedor.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-nombre to prov-nombre.
           read proveedores
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-proveedores to jrn-antes-arg
           end-read.
           move in-nombre to prov-nombre.
           move in-cuit to prov-cuit.
           move in-cbu to prov-cbu.
           move in-rubro to prov-rubro.
           move in-plazo-dias to prov-plazo-dias.
           move "A" to prov-estado.
           if es-alta = "S"
               write rec-proveedores
           else
               rewrite rec-proveedores
           end-if.
           if ok-prov
               display "Proveedor grabado."
               move rec-proveedores to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar proveedor fs: "
                 fs-proveedores
           end-if.

       baja-proveedor.
           display "Nombre del proveedor a dar de baja: ".
           accept in-nombre.
           move in-nombre to prov-nombre.
           read proveedores
               invalid key
                   display "Proveedor no encontrado."
               not invalid key
                   perform grabar-baja-proveedor
           end-read.

       grabar-baja-proveedor.
           move rec-proveedores to jrn-antes-arg.
           move "B" to prov-estado.
           rewrite rec-proveedores.
           if ok-prov
               display "Proveedor dado de baja."
               move rec-proveedores to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al dar de baja fs: " fs-proveedores
           end-if.

       registrar-cambio-journal.
           move "PROVEEDORES" to jrn-archivo-arg.
           move in-nombre to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
