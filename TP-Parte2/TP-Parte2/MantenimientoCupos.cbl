       identification division.
       program-id. MantenimientoCupos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM de los cupos garantizados de las agencias socias para
      *> temporada alta: agencia, tamano de vehiculo, rango de fechas,
      *> cantidad de autos por dia y dias de liberacion (cuantos dias
      *> antes de cada fecha lo no usado vuelve a la disponibilidad
      *> general). ParteA lo consulta via ConsultarCupo en el
      *> desempate e InformeCupos muestra cuanto se uso. La clave es
      *> agencia + tamano + fecha desde, asi una agencia puede tener
      *> varios rangos en la temporada. La baja es logica.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cupos
           assign to disk "..\..\..\Entrada\cupos.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-clave
           file status is fs-cupos.

       DATA DIVISION.
       file section.

       fd cupos
           label record is standard.
       01  rec-cupos.
           03  cup-clave.
               05  cup-agencia     pic 9.
               05  cup-tamano      pic x.
               05  cup-desde       pic 9(8).  *> AAAAMMDD
           03  cup-hasta           pic 9(8).  *> AAAAMMDD
           03  cup-cantidad        pic 9(3).
           03  cup-dias-liberacion pic 9(3).
           03  cup-estado          pic x.
               88  cup-activo          value "A".
               88  cup-de-baja         value "B".

       working-storage section.
       01 fs-cupos             pic xx.
           88 ok-cup                   value "00".
           88 eof-cup                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-alta              value 2.
           88 opcion-baja              value 3.
           88 opcion-salir             value 4.

       01 in-agencia            pic 9.
           88 in-agencia-valida        value 1 thru 6.
       01 in-tamano             pic x.
       01 in-desde              pic 9(8).
       01 in-hasta              pic 9(8).
       01 in-cantidad           pic 9(3).
       01 in-dias-liberacion    pic 9(3).

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

       01 det-cupo.
           03 dcu-agencia       pic 9.
           03 filler pic x(4)  value spaces.
           03 dcu-tamano        pic x.
           03 filler pic x(4)  value spaces.
           03 dcu-desde         pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dcu-hasta         pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dcu-cantidad      pic zz9.
           03 filler pic x(4)  value spaces.
           03 dcu-liberacion    pic zz9.
           03 filler pic x(2)  value spaces.
           03 dcu-estado        pic x.

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           perform abrir-cupos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close cupos.
           accept ws-exit.
           stop run.

       abrir-cupos.
           open i-o cupos.
           if not ok-cup
               *> primera vez: el maestro de cupos no existe
               open output cupos
           end-if.
           if not ok-cup
               display "Error al abrir maestro de cupos fs: "
                 fs-cupos
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar cupos".
           display "2) Alta / modificacion de cupo".
           display "3) Baja de cupo".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-cupos
           end-if.
           if opcion-alta
               perform alta-cupo
           end-if.
           if opcion-baja
               perform baja-cupo
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-cupos.
           display "AGE  TAM  DESDE     HASTA     AUTOS  LIB  E".
           move low-values to cup-clave.
           start cupos key is not less than cup-clave
               invalid key continue
           end-start.
           perform leer-cupo.
           perform mostrar-cupo until eof-cup.

       leer-cupo.
           read cupos next record
               at end continue
           end-read.

       mostrar-cupo.
           move cup-agencia to dcu-agencia.
           move cup-tamano to dcu-tamano.
           move cup-desde to dcu-desde.
           move cup-hasta to dcu-hasta.
           move cup-cantidad to dcu-cantidad.
           move cup-dias-liberacion to dcu-liberacion.
           move cup-estado to dcu-estado.
           display det-cupo.
           perform leer-cupo.

      *> Las fechas se cargan DDMMAAAA y se guardan AAAAMMDD: la
      *> fecha desde es parte de la clave y ConsultarCupo se
      *> posiciona por ella.
       alta-cupo.
           perform pedir-clave-cupo.
           display "Vigente hasta (DDMMAAAA): ".
           accept in-hasta.
           display "Autos garantizados por dia: ".
           accept in-cantidad.
           display "Dias de liberacion antes de cada fecha: ".
           accept in-dias-liberacion.

           move in-hasta to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to hasta-aaaammdd.

           if not in-agencia-valida
               display "Agencia invalida, debe ser 1 a 6."
           else if in-tamano = space
               display "El tamano es obligatorio."
           else if hasta-aaaammdd < desde-aaaammdd
               display "La fecha hasta es anterior a la desde."
           else if in-cantidad = zeroes
               display "La cantidad de autos es obligatoria."
           else
               perform grabar-cupo
           end-if.

       pedir-clave-cupo.
           display "Agencia (1 a 6): ".
           accept in-agencia.
           display "Tamano del vehiculo: ".
           accept in-tamano.
           display "Vigente desde (DDMMAAAA): ".
           accept in-desde.
           move in-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to desde-aaaammdd.

       grabar-cupo.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-agencia to cup-agencia.
           move in-tamano to cup-tamano.
           move desde-aaaammdd to cup-desde.
           read cupos
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-cupos to jrn-antes-arg
           end-read.
           move in-agencia to cup-agencia.
           move in-tamano to cup-tamano.
           move desde-aaaammdd to cup-desde.
           move hasta-aaaammdd to cup-hasta.
           move in-cantidad to cup-cantidad.
           move in-dias-liberacion to cup-dias-liberacion.
           move "A" to cup-estado.
           if es-alta = "S"
               write rec-cupos
           else
               rewrite rec-cupos
           end-if.
           if ok-cup
               display "Cupo grabado."
               move rec-cupos to jrn-despues-arg
               if es-alta = "S"
                   move "A" to jrn-operacion-arg
               else
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
           else
               display "Error al grabar cupo fs: " fs-cupos
           end-if.

       baja-cupo.
           perform pedir-clave-cupo.
           move in-agencia to cup-agencia.
           move in-tamano to cup-tamano.
           move desde-aaaammdd to cup-desde.
           read cupos
               invalid key
                   display "Cupo no encontrado."
               not invalid key
                   perform grabar-baja-cupo
           end-read.

       grabar-baja-cupo.
           move rec-cupos to jrn-antes-arg.
           move "B" to cup-estado.
           rewrite rec-cupos.
           if ok-cup
               display "Cupo dado de baja."
               move rec-cupos to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
           else
               display "Error al dar de baja fs: " fs-cupos
           end-if.

       registrar-cambio-journal.
           move "CUPOS" to jrn-archivo-arg.
           move cup-clave to jrn-clave-arg.
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
