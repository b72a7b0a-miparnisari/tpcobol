       IDENTIFICATION DIVISION.
       program-id. EncadenarRegistro.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Sello de los logs de auditoria: journal-cambios.txt,
      *> eventos-seguridad.txt y bitacora.txt eran texto plano que
      *> cualquiera con acceso a la carpeta podia editar, y la
      *> auditoria observo que asi no prueban nada. Cada programa
      *> que escribe una linea en esos logs pide aca, justo antes
      *> del WRITE, el numero de secuencia siguiente del log y el
      *> codigo de control de la linea encadenado con el de la
      *> anterior (ver CalcularControl), y los graba al final del
      *> registro. El ultimo numero y codigo de cada log quedan en
      *> control-logs.dat, con el mismo esquema de numeracion que
      *> RegistrarAlerta, para que VerificarEncadenamiento detecte
      *> tambien las lineas borradas al final del log.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select control-logs
           assign to disk "..\..\..\Entrada\control-logs.dat"
           organization is indexed
           access mode is random
           record key is ctl-log
           file status is fs-control-logs.

       DATA DIVISION.
       file section.

       fd control-logs
           label record is standard.
       01  rec-control-logs.
           03  ctl-log             pic x(12).
           03  ctl-secuencia       pic 9(8).
           03  ctl-control         pic 9(9).
           03  ctl-fecha           pic 9(8).  *> AAAAMMDD
           03  ctl-hora            pic 9(6).

       working-storage section.
       01 fs-control-logs      pic xx.
           88 ok-ctl                   value "00".

       01 log-existente         pic x.
           88 hay-log-registrado       value "S".

       linkage section.
       01  in-enc-log              pic x(12).  *> parametro
       01  in-enc-texto            pic x(250). *> parametro
       01  out-enc-secuencia       pic 9(8).   *> retorno
       01  out-enc-control         pic 9(9).   *> retorno

       PROCEDURE DIVISION using in-enc-log, in-enc-texto,
           out-enc-secuencia, out-enc-control.

           perform encadenar-registro.

           goback. *> retorna control al que llama

       encadenar-registro.
           move zeroes to out-enc-secuencia.
           move zeroes to out-enc-control.
           open i-o control-logs.
           if fs-control-logs = "35"
               *> primera vez: el control de logs no existe
               open output control-logs
               close control-logs
               open i-o control-logs
           end-if.
           if not ok-ctl
               display "Error al abrir control de logs fs: "
                 fs-control-logs
           else
               perform sellar-registro
               close control-logs
           end-if.

      *> Un log que no figura arranca su cadena en la secuencia 1
      *> con codigo anterior cero.
       sellar-registro.
           move in-enc-log to ctl-log.
           move "S" to log-existente.
           read control-logs
               invalid key
                   move "N" to log-existente
                   move zeroes to ctl-secuencia
                   move zeroes to ctl-control
           end-read.
           compute out-enc-secuencia = ctl-secuencia + 1.
           call "CalcularControl" using in-enc-texto,
               out-enc-secuencia, ctl-control, out-enc-control.
           move in-enc-log to ctl-log.
           move out-enc-secuencia to ctl-secuencia.
           move out-enc-control to ctl-control.
           move function current-date(1:8) to ctl-fecha.
           move function current-date(9:6) to ctl-hora.
           if hay-log-registrado
               rewrite rec-control-logs
           else
               write rec-control-logs
           end-if.
           if not ok-ctl
               display "Error al grabar control de logs fs: "
                 fs-control-logs
           end-if.
