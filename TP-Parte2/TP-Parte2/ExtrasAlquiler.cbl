       identification division.
       program-id. ExtrasAlquiler.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Extras asociados a un alquiler: el cliente pide silla de
      *> bebe, GPS o portaequipaje y el mostrador lo anotaba en el
      *> pizarron, sin control de unidades ni de precio. Cada
      *> extra se asocia a la clave del alquiler (patente + fecha)
      *> por los dias del alquiler, solo si en la sucursal quedan
      *> unidades libres TODOS esos dias (maestro de extras menos
      *> lo ya comprometido en otros alquileres que se solapan).
      *> El importe (precio por dia x unidades x dias) lo factura
      *> Facturacion como linea aparte, e InspeccionVehiculos
      *> confirma a la devolucion que los extras volvieron; lo que
      *> falta queda pendiente de recargo al valor de reposicion.
      *> Asociar de nuevo un extra ya asociado lo recalcula con los
      *> dias actuales del alquiler (por ejemplo tras una prorroga).

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select extras
           assign to disk "..\..\..\Entrada\extras.dat"
           organization is indexed
           access mode is random
           record key is ext-clave
           file status is fs-extras.

       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is dynamic
           record key is exa-clave
           alternate record key is exa-codigo with duplicates
           file status is fs-extras-alq.

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
           03  aut-sucursal        pic 99.

       fd extras
           label record is standard.
       01  rec-extras.
           03  ext-clave.
               05  ext-codigo      pic x(4).
               05  ext-sucursal    pic 99.
           03  ext-descripcion     pic x(20).
           03  ext-precio-dia      pic 9(4)v99.
           03  ext-unidades        pic 9(3).
           03  ext-valor-reposicion pic 9(5)v99.
           03  ext-estado          pic x.
               88  ext-activo          value "A".

       fd extras-alquiler
           label record is standard.
       01  rec-extras-alq.
           03  exa-clave.
               05  exa-patente     pic x(6).
               05  exa-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  exa-codigo      pic x(4).
           03  exa-sucursal        pic 99.
           03  exa-descripcion     pic x(20).
           03  exa-cantidad        pic 99.
           03  exa-cantdias        pic 99.
           03  exa-desde           pic 9(8).  *> AAAAMMDD
           03  exa-hasta           pic 9(8).  *> AAAAMMDD
           03  exa-precio-dia      pic 9(4)v99.
           03  exa-importe         pic 9(6)v99.
           03  exa-valor-reposicion pic 9(5)v99.
           03  exa-tipo-doc        pic x.
           03  exa-nro-doc         pic x(20).
           03  exa-estado-fact     pic x.
               88  exa-a-facturar      value "P".
               88  exa-facturado       value "F".
           03  exa-estado-dev      pic x.
               88  exa-dev-pendiente   value "P".
               88  exa-devuelto        value "D".
               88  exa-faltante        value "F".
           03  exa-cant-faltante   pic 99.
           03  exa-recargo         pic 9(6)v99.
           03  exa-estado-recargo  pic x.
               88  exa-sin-recargo     value "N".
               88  exa-recargo-pend    value "P".
               88  exa-recargo-fact    value "F".

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-extras            pic xx.
           88 ok-ext                   value "00".

       01 fs-extras-alq        pic xx.
           88 ok-exa                   value "00".
           88 eof-exa                  value "10".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-asociar           value 1.
           88 opcion-quitar            value 2.
           88 opcion-consultar         value 3.
           88 opcion-salir             value 4.

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-codigo             pic x(4).
       01 in-cantidad           pic 99.

       77 sucursal-alquiler     pic 99      value zeroes.
       01 es-alta               pic x.
       01 asociacion-valida     pic x.
           88 es-valida                value "S".

      *> Lo ya comprometido del mismo extra en la sucursal por
      *> otros alquileres: rango de dias (como numero de dia de
      *> FUNCTION INTEGER-OF-DATE) y unidades.
       01 tabla-comprometidos.
           03 tc-elem occurs 500 times.
               05 tc-desde-num     pic 9(7).
               05 tc-hasta-num     pic 9(7).
               05 tc-cantidad      pic 99.
       77 cant-comprometidos    pic 9(3)    value zeroes.
       77 max-comprometidos     pic 9(3)    value 500.
       77 ix-comp               pic 9(3).

       77 desde-num             pic 9(7).
       77 hasta-num             pic 9(7).
       77 dia-num               pic 9(7).
       77 ix-dia                pic 9(3).
       77 unidades-ocupadas     pic 9(4).
       77 importe-extra         pic 9(9)v99 value zeroes.
       01 fecha-desde-comp      pic 9(8).
       01 fecha-hasta-comp      pic 9(8).
       01 fecha-dia-comp        pic 9(8).

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

       01 det-extra-alq.
           03 dx-codigo         pic x(4).
           03 filler pic x(2)  value spaces.
           03 dx-descripcion    pic x(20).
           03 filler pic x(2)  value spaces.
           03 dx-cantidad       pic z9.
           03 filler pic x(3)  value " x ".
           03 dx-cantdias       pic z9.
           03 filler pic x(7)  value " dias  ".
           03 dx-importe        pic zzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dx-estado-fact    pic x.
           03 filler pic x      value "/".
           03 dx-estado-dev     pic x.
           03 filler pic x(2)  value spaces.
           03 dx-recargo        pic zzzzz9.99.

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
           open input alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               accept ws-exit
               stop run
           end-if.
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               accept ws-exit
               stop run
           end-if.
           open input extras.
           if not ok-ext
               display "Error al abrir maestro de extras fs: "
                 fs-extras
               accept ws-exit
               stop run
           end-if.
           open i-o extras-alquiler.
           if not ok-exa
               *> primera vez: el registro de extras no existe
               open output extras-alquiler
               close extras-alquiler
               open i-o extras-alquiler
           end-if.
           if not ok-exa
               display "Error al abrir extras por alquiler fs: "
                 fs-extras-alq
               accept ws-exit
               stop run
           end-if.

       cerrar-archivos.
           close alquileresmae.
           close autos.
           close extras.
           close extras-alquiler.

       mostrar-menu.
           display "1) Asociar extra a un alquiler".
           display "2) Quitar extra de un alquiler".
           display "3) Consultar extras de un alquiler".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-asociar
               perform asociar-extra
           end-if.
           if opcion-quitar
               perform quitar-extra
           end-if.
           if opcion-consultar
               perform consultar-extras
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       asociar-extra.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           display "Codigo de extra: ".
           accept in-codigo.
           display "Unidades: ".
           accept in-cantidad.

           move "N" to asociacion-valida.
           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key
                   display "Alquiler no encontrado."
               not invalid key
                   perform validar-alquiler
           end-read.
           if es-valida
               perform validar-extra
           end-if.
           if es-valida
               perform validar-asociacion-previa
           end-if.
           if es-valida
               perform calcular-rango-alquiler
               perform cargar-comprometidos
               perform verificar-unidades
                   varying ix-dia from 1 by 1
                   until ix-dia > alq-cantdias or not es-valida
           end-if.
           if es-valida
               perform grabar-asociacion
           end-if.

      *> Solo un alquiler pendiente o aprobado y en curso admite
      *> extras: uno cerrado o rechazado ya no sale a la calle.
       validar-alquiler.
           if alq-estado is not equal to "P"
               and alq-estado is not equal to "T"
               display "El alquiler no admite extras (estado "
                   alq-estado ")."
           else if in-cantidad = zeroes
               display "Indicar al menos una unidad."
           else
               move "S" to asociacion-valida
               move alq-sucursal to sucursal-alquiler
               if sucursal-alquiler = zeroes
                   move alq-patente to aut-patente
                   read autos
                       invalid key continue
                       not invalid key
                           move aut-sucursal to sucursal-alquiler
                   end-read
               end-if
           end-if.

       validar-extra.
           move in-codigo to ext-codigo.
           move sucursal-alquiler to ext-sucursal.
           read extras
               invalid key
                   move "N" to asociacion-valida
                   display "El extra no existe en la sucursal "
                       sucursal-alquiler "."
               not invalid key
                   if not ext-activo
                       move "N" to asociacion-valida
                       display "El extra esta dado de baja."
                   end-if
           end-read.

      *> Una asociacion ya facturada o ya devuelta no se recalcula.
       validar-asociacion-previa.
           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-patente to exa-patente.
           move in-fecha to exa-fecha-alq.
           move in-codigo to exa-codigo.
           read extras-alquiler
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-extras-alq to jrn-antes-arg
                   if exa-facturado or not exa-dev-pendiente
                       move "N" to asociacion-valida
                       display "El extra ya fue facturado o "
                           "devuelto para este alquiler."
                   end-if
           end-read.

       calcular-rango-alquiler.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-desde-comp.
           compute desde-num =
               function integer-of-date(fecha-desde-comp).
           compute hasta-num = desde-num + alq-cantdias - 1.
           compute fecha-hasta-comp =
               function date-of-integer(hasta-num).

      *> Recorre por codigo de extra lo asociado a otros alquileres
      *> de la misma sucursal; la asociacion del propio alquiler no
      *> cuenta, porque se esta recalculando.
       cargar-comprometidos.
           move zeroes to cant-comprometidos.
           move in-codigo to exa-codigo.
           start extras-alquiler key is equal to exa-codigo
               invalid key move "10" to fs-extras-alq
           end-start.
           if ok-exa
               perform leer-comprometido
               perform registrar-comprometido
                   until eof-exa or exa-codigo not = in-codigo
           end-if.

       leer-comprometido.
           read extras-alquiler next record
               at end continue
           end-read.

       registrar-comprometido.
           if exa-sucursal = sucursal-alquiler
               and (exa-patente not = in-patente
                   or exa-fecha-alq not = in-fecha)
               and cant-comprometidos < max-comprometidos
               add 1 to cant-comprometidos
               compute tc-desde-num(cant-comprometidos) =
                   function integer-of-date(exa-desde)
               compute tc-hasta-num(cant-comprometidos) =
                   function integer-of-date(exa-hasta)
               move exa-cantidad to tc-cantidad(cant-comprometidos)
           end-if.
           perform leer-comprometido.

       verificar-unidades.
           compute dia-num = desde-num + ix-dia - 1.
           move zeroes to unidades-ocupadas.
           perform sumar-comprometido
               varying ix-comp from 1 by 1
               until ix-comp > cant-comprometidos.
           if unidades-ocupadas + in-cantidad > ext-unidades
               move "N" to asociacion-valida
               compute fecha-dia-comp =
                   function date-of-integer(dia-num)
               display "Sin unidades libres el " fecha-dia-comp
                   " (ocupadas " unidades-ocupadas " de "
                   ext-unidades ")."
           end-if.

       sumar-comprometido.
           if tc-desde-num(ix-comp) not > dia-num
               and tc-hasta-num(ix-comp) not < dia-num
               add tc-cantidad(ix-comp) to unidades-ocupadas
           end-if.

       grabar-asociacion.
           compute importe-extra =
               ext-precio-dia * in-cantidad * alq-cantdias.
           if importe-extra > 999999.99
               display "El importe del extra excede el maximo."
           else
               move in-patente to exa-patente
               move in-fecha to exa-fecha-alq
               move in-codigo to exa-codigo
               move sucursal-alquiler to exa-sucursal
               move ext-descripcion to exa-descripcion
               move in-cantidad to exa-cantidad
               move alq-cantdias to exa-cantdias
               move fecha-desde-comp to exa-desde
               move fecha-hasta-comp to exa-hasta
               move ext-precio-dia to exa-precio-dia
               move importe-extra to exa-importe
               move ext-valor-reposicion to exa-valor-reposicion
               move alq-tipo-doc to exa-tipo-doc
               move alq-nro-doc to exa-nro-doc
               move "P" to exa-estado-fact
               move "P" to exa-estado-dev
               move zeroes to exa-cant-faltante
               move zeroes to exa-recargo
               move "N" to exa-estado-recargo
               if es-alta = "S"
                   write rec-extras-alq
               else
                   rewrite rec-extras-alq
               end-if
               if ok-exa
                   display "Extra asociado: " exa-cantidad
                       " unidades por " exa-cantdias " dias, "
                       "importe " exa-importe
                   move rec-extras-alq to jrn-despues-arg
                   if es-alta = "S"
                       move "A" to jrn-operacion-arg
                   else
                       move "M" to jrn-operacion-arg
                   end-if
                   perform registrar-cambio-journal
               else
                   display "Error al asociar extra fs: "
                     fs-extras-alq
               end-if
           end-if.

      *> Quitar un extra solo vale mientras no se facturo ni se
      *> entrego a la devolucion: despues el registro es historia.
       quitar-extra.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           display "Codigo de extra: ".
           accept in-codigo.
           move in-patente to exa-patente.
           move in-fecha to exa-fecha-alq.
           move in-codigo to exa-codigo.
           read extras-alquiler
               invalid key
                   display "El extra no esta asociado al alquiler."
               not invalid key
                   perform borrar-asociacion
           end-read.

       borrar-asociacion.
           if exa-facturado or not exa-dev-pendiente
               display "El extra ya fue facturado o devuelto, no "
                   "se puede quitar."
           else
               move rec-extras-alq to jrn-antes-arg
               delete extras-alquiler record
               if ok-exa
                   display "Extra quitado del alquiler."
                   move spaces to jrn-despues-arg
                   move "B" to jrn-operacion-arg
                   perform registrar-cambio-journal
               else
                   display "Error al quitar extra fs: "
                     fs-extras-alq
               end-if
           end-if.

       consultar-extras.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           move in-patente to exa-patente.
           move in-fecha to exa-fecha-alq.
           move low-values to exa-codigo.
           start extras-alquiler key is not less than exa-clave
               invalid key move "10" to fs-extras-alq
           end-start.
           if ok-exa
               perform leer-comprometido
               perform mostrar-extra-alquiler
                   until eof-exa or exa-patente not = in-patente
                       or exa-fecha-alq not = in-fecha
           end-if.

       mostrar-extra-alquiler.
           move exa-codigo to dx-codigo.
           move exa-descripcion to dx-descripcion.
           move exa-cantidad to dx-cantidad.
           move exa-cantdias to dx-cantdias.
           move exa-importe to dx-importe.
           move exa-estado-fact to dx-estado-fact.
           move exa-estado-dev to dx-estado-dev.
           move exa-recargo to dx-recargo.
           display det-extra-alq.
           perform leer-comprometido.

       registrar-cambio-journal.
           move "EXTRAS-ALQ" to jrn-archivo-arg.
           move exa-clave to jrn-clave-arg.
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
