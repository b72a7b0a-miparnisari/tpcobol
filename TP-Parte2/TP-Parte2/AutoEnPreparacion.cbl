       IDENTIFICATION DIVISION.
       program-id. AutoEnPreparacion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Consulta la cola de preparacion (preparaciones.dat): cada
       *> devolucion (DevolucionAlquileres) abre una tarea de lavado,
       *> control y eventual carga de combustible, que queda
       *> pendiente ("P") hasta que la playa la marca lista en
       *> PreparacionVehiculos. Devuelve "si" cuando la patente
       *> tiene una tarea pendiente abierta en o antes de la fecha
       *> pedida y esa fecha no es posterior a hoy: un auto sucio no
       *> se entrega en el dia, pero la tarea de hoy no dice nada de
       *> la semana que viene. Lo llaman Principal y
       *> DisponibilidadAutos; sin cola cargada devuelve "no".

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select preparaciones
           assign to disk "..\..\..\Entrada\preparaciones.dat"
           organization is indexed
           access mode is dynamic
           record key is prp-clave
           file status is fs-preparaciones.

       DATA DIVISION.
       file section.

       fd preparaciones
           label record is standard.
       01  rec-preparaciones.
           03  prp-clave.
               05  prp-patente     pic x(6).
               05  prp-fecha-devol pic 9(8).  *> DDMMAAAA
           03  prp-hora-alta       pic 9(4).  *> HHMM
           03  prp-sucursal        pic 99.
           03  prp-recarga         pic x.
           03  prp-estado          pic x.
               88  prp-pendiente       value "P".
               88  prp-lista           value "L".
           03  prp-fecha-lista     pic 9(8).  *> DDMMAAAA
           03  prp-hora-lista      pic 9(4).  *> HHMM
           03  prp-operador        pic x(8).

       working-storage section.
       01 fs-preparaciones     pic xx.
           88 ok-prp                   value "00".
           88 eof-prp                  value "10".

       01 fecha-pedida-comp     pic 9(8).
       01 fecha-devol-comp      pic 9(8).
       01 fecha-hoy             pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       linkage section.
       01  in-prp-patente          pic x(6).   *> parametro
       01  in-prp-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  out-en-preparacion      pic xx.     *> resultado
           88 out-esta-en-preparacion  value "si".
           88 out-no-esta-en-preparacion value "no".

       PROCEDURE DIVISION using in-prp-patente, in-prp-fecha,
           out-en-preparacion.

           perform verificar-en-preparacion.

           goback. *> retorna control al que llama

       verificar-en-preparacion.
           move "no" to out-en-preparacion.
           move function current-date(1:8) to fecha-hoy.
           move in-prp-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-pedida-comp.

           if fecha-pedida-comp is not greater than fecha-hoy
               open input preparaciones
               if ok-prp
                   move in-prp-patente to prp-patente
                   move zeroes to prp-fecha-devol
                   start preparaciones
                       key is not less than prp-clave
                       invalid key continue
                   end-start
                   if ok-prp
                       perform leer-tarea
                       perform chequear-tarea until eof-prp
                           or prp-patente is not equal to
                               in-prp-patente
                           or out-esta-en-preparacion
                   end-if
                   close preparaciones
               end-if
           end-if.

       leer-tarea.
           read preparaciones next record
               at end continue
           end-read.

       chequear-tarea.
           if prp-pendiente
               move prp-fecha-devol to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-devol-comp
               if fecha-devol-comp is not greater than
                   fecha-pedida-comp
                   move "si" to out-en-preparacion
               end-if
           end-if.
           if out-no-esta-en-preparacion
               perform leer-tarea
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla cronologicamente.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
