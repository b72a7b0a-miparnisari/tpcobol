       identification division.
       program-id. MantenimientoFiscal.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Maestro fiscal por cliente: condicion frente al IVA
      *> (responsable inscripto, monotributo, consumidor final,
      *> exento) y CUIT. De aca sale la letra de la factura (A o B),
      *> su serie de numeracion y la alicuota (ver CondicionFiscal),
      *> y la apertura del libro IVA ventas que contaduria presenta
      *> todos los meses. El CUIT se valida con su digito
      *> verificador (ValidarCuit); el consumidor final puede no
      *> tenerlo. Un cliente sin registro factura como consumidor
      *> final.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select condicion-fiscal
           assign to disk "..\..\..\Entrada\condicion-fiscal.dat"
           organization is indexed
           access mode is dynamic
           record key is cfi-cli-numero
           file status is fs-condicion-fiscal.

       DATA DIVISION.
       file section.

       fd condicion-fiscal
           label record is standard.
       01  rec-condicion-fiscal.
           03  cfi-cli-numero      pic x(8).
           03  cfi-condicion       pic x.
               88  cfi-resp-inscripto  value "I".
               88  cfi-monotributo     value "M".
               88  cfi-cons-final      value "F".
               88  cfi-exento          value "E".
           03  cfi-cuit            pic 9(11).
           03  cfi-razon-social    pic x(30).
           03  cfi-fecha-alta      pic 9(8).  *> AAAAMMDD

       working-storage section.
       01 fs-condicion-fiscal  pic xx.
           88 ok-cfi                   value "00".
           88 eof-cfi                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-salir             value 3.

       01 in-cli-numero         pic x(8).
       01 in-condicion          pic x.
       01 in-cuit               pic 9(11).
       01 in-razon-social       pic x(30).
       01 es-alta               pic x.
       01 cuit-valido           pic xx.
           88 es-cuit-valido           value "si".

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

       01 det-condicion.
           03 dc-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 dc-condicion      pic x.
           03 filler pic x(2)  value spaces.
           03 dc-cuit           pic 9(11).
           03 filler pic x(2)  value spaces.
           03 dc-razon-social   pic x(30).

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-condicion-fiscal.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close condicion-fiscal.
           accept ws-exit.
           stop run.

       abrir-condicion-fiscal.
           open i-o condicion-fiscal.
           if not ok-cfi
               *> primera vez: el maestro fiscal no existe
               open output condicion-fiscal
           end-if.
           if not ok-cfi
               display "Error al abrir maestro fiscal fs: "
                 fs-condicion-fiscal
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar condiciones fiscales".
           display "2) Alta / modificacion de condicion fiscal".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-condiciones
           end-if.
           if opcion-alta
               perform alta-condicion
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-condiciones.
           move low-values to cfi-cli-numero.
           start condicion-fiscal key is not less than cfi-cli-numero
               invalid key continue
           end-start.
           perform leer-condicion.
           perform mostrar-condicion until eof-cfi.

       leer-condicion.
           read condicion-fiscal next record
               at end continue
           end-read.

       mostrar-condicion.
           move cfi-cli-numero to dc-cli-numero.
           move cfi-condicion to dc-condicion.
           move cfi-cuit to dc-cuit.
           move cfi-razon-social to dc-razon-social.
           display det-condicion.
           perform leer-condicion.

       alta-condicion.
           display "Numero de cliente: ".
           accept in-cli-numero.
           display "Condicion (I resp. inscripto / M monotributo / "
               "F consumidor final / E exento): ".
           accept in-condicion.
           display "CUIT (11 digitos, 0 = sin CUIT): ".
           accept in-cuit.
           display "Razon social: ".
           accept in-razon-social.
           if in-condicion is not equal to "I" and "M" and "F"
               and "E"
               display "Condicion fiscal invalida."
           else if in-cuit = zeroes and in-condicion
               is not equal to "F"
               display "Solo el consumidor final puede no tener "
                   "CUIT."
           else
               move "si" to cuit-valido
               if in-cuit is not equal to zeroes
                   call "ValidarCuit" using in-cuit, cuit-valido
               end-if
               if es-cuit-valido
                   perform grabar-condicion
               else
                   display "CUIT invalido: no verifica el digito "
                       "verificador."
               end-if
           end-if.

       grabar-condicion.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-cli-numero to cfi-cli-numero.
           read condicion-fiscal
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-condicion-fiscal to jrn-antes-arg
           end-read.
           move in-cli-numero to cfi-cli-numero.
           move in-condicion to cfi-condicion.
           move in-cuit to cfi-cuit.
           move in-razon-social to cfi-razon-social.
           if es-alta = "S"
               move function current-date(1:8) to cfi-fecha-alta
               write rec-condicion-fiscal
           else
               rewrite rec-condicion-fiscal
           end-if.
           if ok-cfi
               display "Condicion fiscal grabada."
               move rec-condicion-fiscal to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar condicion fiscal fs: "
                 fs-condicion-fiscal
           end-if.

       registrar-cambio-journal.
           move "COND-FISCAL" to jrn-archivo-arg.
           move in-cli-numero to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
