       IDENTIFICATION DIVISION.
       program-id. EncolarNotificacion.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Cola de eventos para las notificaciones a clientes: cada
      *> programa donde pasa algo que el cliente tiene que saber
      *> (reserva confirmada, contrato emitido, auto recibido,
      *> factura emitida, aviso de deuda) deja aca el evento con la
      *> plantilla, el documento del cliente, las variables del
      *> mensaje y la clave relacionada. GenerarNotificaciones los
      *> levanta en la corrida de la noche, resuelve el canal
      *> contra el maestro de contactos y arma el outbox.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select eventos
           assign to disk "..\..\..\Files\NOTIF-EVENTOS.dat"
           organization is line sequential
           file status is fs-eventos.

       DATA DIVISION.
       file section.

       fd eventos
           label record is standard.
       01  reg-eventos.
           03  nev-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  nev-hora            pic 9(6).
           03  filler              pic x.
           03  nev-plantilla       pic x(8).
           03  filler              pic x.
           03  nev-nro-doc         pic x(20).
           03  filler              pic x.
           03  nev-variables       pic x(60).
           03  filler              pic x.
           03  nev-clave           pic x(20).

       working-storage section.
       01 fs-eventos           pic xx.
           88 ok-nev                   value "00".

       linkage section.
       01  in-plantilla            pic x(8).   *> parametro
       01  in-nro-doc              pic x(20).  *> parametro
       01  in-variables            pic x(60).  *> parametro
       01  in-clave                pic x(20).  *> parametro

       PROCEDURE DIVISION using in-plantilla, in-nro-doc,
           in-variables, in-clave.

           perform encolar-evento.

           goback. *> retorna control al que llama

       encolar-evento.
           open extend eventos.
           if not ok-nev
               *> primera vez: la cola de eventos no existe
               open output eventos
           end-if.
           if not ok-nev
               display "Error al abrir cola de notificaciones fs: "
                 fs-eventos
           else
               move spaces to reg-eventos
               move function current-date(1:8) to nev-fecha
               move function current-date(9:6) to nev-hora
               move in-plantilla to nev-plantilla
               move in-nro-doc to nev-nro-doc
               move in-variables to nev-variables
               move in-clave to nev-clave
               write reg-eventos
               if not ok-nev
                   display "Error al encolar notificacion fs: "
                     fs-eventos
               end-if
               close eventos
           end-if.
