           03  jrn-antes           pic x(90).
           03  filler              pic x.
           03  jrn-despues         pic x(90).
           03  filler              pic x.
           03  jrn-secuencia       pic x(8).
           03  filler              pic x.
           03  jrn-control         pic x(9).

       working-storage section.
       01 fs-journal           pic xx.
