       identification division.
       program-id. RevisionFraude.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Revision de los casos de sospecha de fraude que arma
      *> ScoringFraude. El supervisor recorre los pendientes y
      *> resuelve cada uno:
      *>   B bloquear: da de alta el bloqueo del documento en la
      *>     lista de bloqueos (motivo 01 fraude, desde hoy, sin
      *>     vencimiento), igual que MantenimientoBloqueos;
      *>   D descartar: el caso queda cerrado con la nota del
      *>     supervisor y no se vuelve a levantar mientras no
      *>     aparezca un motivo nuevo.
      *> Los dos cambios quedan en el journal compartido con el
      *> operador. Exige el permiso de supervisor.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select revision
           assign to disk "..\..\..\Entrada\revision-fraude.dat"
           organization is indexed
           access mode is dynamic
           record key is rvf-nro-doc
           file status is fs-revision.

       select bloqueos
           assign to disk "..\..\..\Entrada\lista-bloqueos.dat"
           organization is indexed
           access mode is dynamic
           record key is blo-clave-full
           file status is fs-bloqueos.

       DATA DIVISION.
       file section.

      *> Caso de revision: uno por documento. Motivos en el orden
      *> TEL DIR NSH DAN NPR CCG DEB MUL, "S" si el motivo pesa.
       fd revision
           label record is standard.
       01  rec-revision.
           03  rvf-nro-doc         pic x(20).
           03  rvf-tipo-doc        pic x.
           03  rvf-puntaje         pic 9(3).
           03  rvf-motivos.
               05  rvf-motivo      pic x       occurs 8 times.
           03  rvf-no-shows        pic 9(3).
           03  rvf-devueltos       pic 9(3).
           03  rvf-danios          pic 9(3).
           03  rvf-contracargos    pic 9(3).
           03  rvf-rechazos        pic 9(3).
           03  rvf-multas          pic 9(3).
           03  rvf-estado          pic x.
               88  rvf-pendiente       value "P".
               88  rvf-bloqueado       value "B".
               88  rvf-descartado      value "D".
           03  rvf-fecha-alta      pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-scoring   pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-resol     pic 9(8).  *> AAAAMMDD
           03  rvf-operador        pic x(8).
           03  rvf-nota            pic x(30).

       fd bloqueos
           label record is standard.
       01  rec-bloqueos.
           03  blo-clave-full.
               05  blo-tipo        pic x.
                   88  blo-cliente     value "C".
                   88  blo-chofer      value "H".
               05  blo-clave       pic x(21).
           03  blo-motivo          pic 99.
           03  blo-desde           pic 9(8).  *> DDMMAAAA
           03  blo-hasta           pic 9(8).  *> DDMMAAAA, 0 = s/lim
           03  blo-observacion     pic x(30).

       working-storage section.
       01 fs-revision          pic xx.
           88 ok-rvf                   value "00".
           88 eof-rvf                  value "10".
       01 fs-bloqueos          pic xx.
           88 ok-blo                   value "00".
           88 duplicado-blo            value "22".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-listar            value 1.
           88 opcion-resolver          value 2.
           88 opcion-salir             value 3.

       01 in-nro-doc            pic x(20).
       01 in-tipo-doc           pic x.
       01 in-resolucion         pic x.
           88 resolver-bloqueo         value "B" "b".
           88 resolver-descarte        value "D" "d".
       01 in-nota               pic x(30).
       01 clave-armada          pic x(21).
       01 caso-antes            pic x(90).

       01 fecha-hoy             pic 9(8).  *> AAAAMMDD
       01 fecha-hoy-r redefines fecha-hoy.
           03 hoy-aaaa          pic 9(4).
           03 hoy-mm            pic 99.
           03 hoy-dd            pic 99.
       01 fecha-hoy-ddmm        pic 9(8).  *> DDMMAAAA

       01 tabla-codigos-motivo.
           03 filler pic x(24) value "TELDIRNSHDANNPRCCGDEBMUL".
       01 tabla-codigos-motivo-r redefines tabla-codigos-motivo.
           03 cod-motivo        pic x(3)    occurs 8 times.
       77 ix-mot                pic 9.
       01 linea-motivos.
           03 lm-motivo occurs 8 times.
               05 lm-cod        pic x(3).
               05 filler        pic x.

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
       01 funcion-login         pic x       value "P".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move operador-actual to usuario-actual.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-ddmm =
               hoy-dd * 1000000 + hoy-mm * 10000 + hoy-aaaa.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close revision.
           close bloqueos.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o revision.
           if not ok-rvf
               display "No hay casos de revision (ver ScoringFraude)"
                 " fs: " fs-revision
               accept ws-exit
               stop run
           end-if.
           open i-o bloqueos.
           if not ok-blo
               *> primera vez: la lista de bloqueos no existe
               open output bloqueos
           end-if.
           if not ok-blo
               display "Error al abrir lista de bloqueos fs: "
                 fs-bloqueos
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Listar casos pendientes".
           display "2) Resolver un caso".
           display "3) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-listar
               perform listar-pendientes
           end-if.
           if opcion-resolver
               perform resolver-caso
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       listar-pendientes.
           move low-values to rvf-nro-doc.
           start revision key is not less than rvf-nro-doc
               invalid key move "10" to fs-revision
           end-start.
           if ok-rvf
               perform leer-revision
           end-if.
           perform mostrar-pendiente until eof-rvf.

       leer-revision.
           read revision next record
               at end continue
           end-read.

       mostrar-pendiente.
           if rvf-pendiente
               perform armar-motivos
               display rvf-tipo-doc " " rvf-nro-doc " pts "
                   rvf-puntaje " " linea-motivos
           end-if.
           perform leer-revision.

       armar-motivos.
           perform mover-codigo-motivo
               varying ix-mot from 1 by 1 until ix-mot > 8.

       mover-codigo-motivo.
           if rvf-motivo(ix-mot) = "S"
               move cod-motivo(ix-mot) to lm-cod(ix-mot)
           else
               move spaces to lm-cod(ix-mot)
           end-if.

       resolver-caso.
           display "Numero de documento: ".
           accept in-nro-doc.
           move in-nro-doc to rvf-nro-doc.
           read revision
               invalid key
                   display "Caso no encontrado."
               not invalid key
                   perform mostrar-caso
                   if rvf-pendiente
                       perform pedir-resolucion
                   else
                       display "El caso ya fue resuelto ("
                           rvf-estado ") el " rvf-fecha-resol
                           " por " rvf-operador
                   end-if
           end-read.

       mostrar-caso.
           perform armar-motivos.
           display "Documento: " rvf-tipo-doc " " rvf-nro-doc.
           display "Puntaje:   " rvf-puntaje "  Motivos: "
               linea-motivos.
           display "No-shows " rvf-no-shows "  Devueltos "
               rvf-devueltos "  Con danos " rvf-danios.
           display "Contracargos " rvf-contracargos
               "  Debitos rechazados " rvf-rechazos
               "  Multas " rvf-multas.
           display "Detectado " rvf-fecha-alta "  Ultimo puntaje "
               rvf-fecha-scoring.

       pedir-resolucion.
           display "B=Bloquear, D=Descartar, otra=dejar pendiente: ".
           accept in-resolucion.
           if resolver-bloqueo or resolver-descarte
               display "Nota: "
               accept in-nota
               move rec-revision to caso-antes
               if resolver-bloqueo
                   perform bloquear-documento
               else
                   perform cerrar-caso
               end-if
           else
               display "El caso sigue pendiente."
           end-if.

      *> Alta del bloqueo por documento (tipo "C": tipo-doc +
      *> nro-doc), como en MantenimientoBloqueos.
       bloquear-documento.
           if rvf-tipo-doc = space
               display "Tipo de documento: "
               accept in-tipo-doc
               move in-tipo-doc to rvf-tipo-doc
           end-if.
           move spaces to clave-armada.
           move rvf-tipo-doc to clave-armada(1:1).
           move rvf-nro-doc to clave-armada(2:20).
           move "C" to blo-tipo.
           move clave-armada to blo-clave.
           move 01 to blo-motivo.
           move fecha-hoy-ddmm to blo-desde.
           move zeroes to blo-hasta.
           move in-nota to blo-observacion.
           write rec-bloqueos.
           if duplicado-blo
               rewrite rec-bloqueos
           end-if.
           if ok-blo
               display "Bloqueo registrado."
               perform registrar-bloqueo-journal
               perform cerrar-caso
           else
               display "Error al registrar bloqueo fs: "
                 fs-bloqueos
           end-if.

       cerrar-caso.
           if resolver-bloqueo
               move "B" to rvf-estado
           else
               move "D" to rvf-estado
           end-if.
           move fecha-hoy to rvf-fecha-resol.
           move usuario-actual to rvf-operador.
           move in-nota to rvf-nota.
           rewrite rec-revision.
           if ok-rvf
               display "Caso cerrado."
               move caso-antes to jrn-antes-arg
               move rec-revision to jrn-despues-arg
               move "M" to jrn-operacion-arg
               move "FRAUDE" to jrn-archivo-arg
               move rvf-nro-doc to jrn-clave-arg
               perform registrar-cambio-journal
           else
               display "Error al cerrar caso fs: " fs-revision
           end-if.

       registrar-bloqueo-journal.
           move spaces to jrn-antes-arg.
           move rec-bloqueos to jrn-despues-arg.
           move "A" to jrn-operacion-arg.
           move "BLOQUEOS" to jrn-archivo-arg.
           move clave-armada to jrn-clave-arg.
           perform registrar-cambio-journal.

       registrar-cambio-journal.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
