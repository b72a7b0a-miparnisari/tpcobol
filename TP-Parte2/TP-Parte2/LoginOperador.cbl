      *> Log de eventos de seguridad, separado del journal de
      *> cambios: logins, claves fallidas, bloqueos y cambios de
      *> clave. Lo pidieron los auditores en la ultima revision.
      *> Cada linea sale sellada y encadenada (ver
      *> EncadenarRegistro).
       select eventos
           assign to disk "..\..\..\Salida\eventos-seguridad.txt"
           organization is line sequential
           03  eve-usuario         pic x(8).
           03  filler              pic x       value spaces.
           03  eve-evento          pic x(10).
           03  filler              pic x       value spaces.
           03  eve-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  eve-control         pic 9(9).

       working-storage section.
       01 fs-usuarios          pic xx.
       01 fs-eventos           pic xx.
           88 ok-eve                   value "00".

       01 sello-log             pic x(12)   value "SEGURIDAD".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).

       01 in-usuario            pic x(8).
       01 in-password           pic x(8).
       01 in-password-nueva     pic x(8).
               move function current-date(9:6) to eve-hora
               move in-usuario to eve-usuario
               move evento-a-asentar to eve-evento
               move reg-eventos(1:35) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to eve-secuencia
               move sello-control to eve-control
               write reg-eventos
               close eventos
           end-if.
