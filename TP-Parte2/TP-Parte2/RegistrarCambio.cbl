       *> cho-fecha-hasta de un legajo se movio misteriosamente el
       *> mes pasado no hubo forma de saber cuando ni desde donde;
       *> con esto, ConsultaJournal lo responde en un minuto.
       *> Cada linea sale sellada con su secuencia y el codigo de
       *> control encadenado (ver EncadenarRegistro).

       ENVIRONMENT DIVISION.
       configuration section.
           03  jrn-antes           pic x(90).
           03  filler              pic x       value spaces.
           03  jrn-despues         pic x(90).
           03  filler              pic x       value spaces.
           03  jrn-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  jrn-control         pic 9(9).

       working-storage section.
       01 fs-journal           pic xx.
           88 ok-jrn                   value "00".

       01 sello-log             pic x(12)   value "JOURNAL".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).

       linkage section.
       01  in-jrn-archivo          pic x(12).  *> parametro
       01  in-jrn-clave            pic x(20).  *> parametro
               move in-jrn-clave to jrn-clave
               move in-jrn-antes to jrn-antes
               move in-jrn-despues to jrn-despues
               move reg-journal(1:242) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to jrn-secuencia
               move sello-control to jrn-control
               write reg-journal
               close journal
           else
