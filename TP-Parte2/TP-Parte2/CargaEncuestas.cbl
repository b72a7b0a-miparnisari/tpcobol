       identification division.
       program-id. CargaEncuestas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Carga de la encuesta de satisfaccion que el cliente
      *> completa despues de devolver el auto: puntaje de 0 a 10
      *> (recomendaria la empresa) y notas de 1 a 5 para el chofer,
      *> el estado del vehiculo y la puntualidad (0 = no aplica,
      *> por ejemplo un alquiler sin chofer). La encuesta se guarda
      *> por clave del alquiler; legajo, patente, sucursal y agencia
      *> salen de alquileresmae cuando se arma el informe
      *> (InformeSatisfaccion). Solo se aceptan alquileres ya
      *> devueltos; cargar de nuevo la misma clave corrige la
      *> encuesta.

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

       select encuestas
           assign to disk "..\..\..\Entrada\encuestas.dat"
           organization is indexed
           access mode is random
           record key is enc-clave
           file status is fs-encuestas.

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

       fd encuestas
           label record is standard.
       01  rec-encuestas.
           03  enc-clave.
               05  enc-patente     pic x(6).
               05  enc-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  enc-fecha-respuesta pic 9(8).  *> AAAAMMDD
           03  enc-puntaje         pic 99.
           03  enc-nota-chofer     pic 9.
           03  enc-nota-vehiculo   pic 9.
           03  enc-nota-puntualidad pic 9.
           03  enc-operador        pic x(8).

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-encuestas         pic xx.
           88 ok-enc                   value "00".
           88 duplicado-enc            value "22".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-cargar            value 1.
           88 opcion-salir             value 2.

       01 in-patente            pic x(6).
       01 in-fecha-alq          pic 9(8).
       01 in-fecha-respuesta    pic 9(8).
       01 in-puntaje            pic 99.
           88 puntaje-valido           value 0 thru 10.
       01 in-nota-chofer        pic 9.
           88 nota-chofer-valida       value 0 thru 5.
       01 in-nota-vehiculo      pic 9.
           88 nota-vehiculo-valida     value 0 thru 5.
       01 in-nota-puntualidad   pic 9.
           88 nota-puntualidad-valida  value 0 thru 5.

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "C".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close alquileresmae.
           close encuestas.
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
           open i-o encuestas.
           if fs-encuestas = "35"
               *> primera vez: el archivo de encuestas no existe
               open output encuestas
               close encuestas
               open i-o encuestas
           end-if.
           if not ok-enc
               display "Error al abrir encuestas fs: " fs-encuestas
               accept ws-exit
               stop run
           end-if.

       mostrar-menu.
           display "1) Cargar encuesta de satisfaccion".
           display "2) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-cargar
               perform cargar-encuesta
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       cargar-encuesta.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha-alq.
           move in-patente to alq-patente.
           move in-fecha-alq to alq-fecha.
           read alquileresmae
               invalid key
                   display "Alquiler no encontrado."
               not invalid key
                   perform verificar-devuelto
           end-read.

       verificar-devuelto.
           if alq-estado is not equal to "D"
               display "El alquiler todavia no fue devuelto (estado "
                   alq-estado ")."
           else
               perform pedir-respuestas
           end-if.

       pedir-respuestas.
           display "Fecha de la respuesta (DDMMAAAA, 0 = hoy): ".
           accept in-fecha-respuesta.
           display "Recomendaria la empresa (0 a 10): ".
           accept in-puntaje.
           display "Nota al chofer (1 a 5, 0 = no aplica): ".
           accept in-nota-chofer.
           display "Nota al estado del vehiculo "
               "(1 a 5, 0 = no aplica): ".
           accept in-nota-vehiculo.
           display "Nota a la puntualidad (1 a 5, 0 = no aplica): ".
           accept in-nota-puntualidad.

           if not puntaje-valido
               display "El puntaje va de 0 a 10."
           else if not nota-chofer-valida
               or not nota-vehiculo-valida
               or not nota-puntualidad-valida
               display "Las notas van de 0 a 5."
           else if in-nota-chofer > zeroes and alq-chofer = spaces
               display "El alquiler no tuvo chofer: la nota va en 0."
           else
               perform grabar-encuesta
           end-if.

       grabar-encuesta.
           move alq-clave to enc-clave.
           if in-fecha-respuesta = zeroes
               move function current-date(1:8) to enc-fecha-respuesta
           else
               move in-fecha-respuesta to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to enc-fecha-respuesta
           end-if.
           move in-puntaje to enc-puntaje.
           move in-nota-chofer to enc-nota-chofer.
           move in-nota-vehiculo to enc-nota-vehiculo.
           move in-nota-puntualidad to enc-nota-puntualidad.
           move operador-actual to enc-operador.
           write rec-encuestas.
           if duplicado-enc
               rewrite rec-encuestas
               if ok-enc
                   display "Encuesta corregida."
               end-if
           else if ok-enc
               display "Encuesta registrada."
           end-if.
           if not ok-enc
               display "Error al grabar encuesta fs: " fs-encuestas
           end-if.

       *> Reordena una fecha DDMMAAAA a AAAAMMDD, el orden en que
       *> se guarda la fecha de respuesta para agrupar por mes.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
