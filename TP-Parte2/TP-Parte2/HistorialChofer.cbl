               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
           03 filler                 pic x(4)   value spaces.
           03 dh-fecha               pic 9(8).
           03 filler                 pic x(6)   value spaces.
           03 dh-importe             pic zzzzz9.99.
           03 filler                 pic x(6)   value spaces.
           03 dh-estado              pic x.
           03 filler                 pic x(4)   value spaces.
           *> "ARCHIVO" cuando la linea viene del historico purgado
           03 dh-origen              pic x(7).
           03 filler                 pic x(25)  value spaces.

       01 lin-total.
           03 filler                pic x(24) value
