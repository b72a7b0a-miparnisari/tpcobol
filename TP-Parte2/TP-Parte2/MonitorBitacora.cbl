           03  bit-registros       pic x(7).
           03  filler              pic x.
           03  bit-estado          pic x(2).
           03  filler              pic x(27).
           03  bit-secuencia       pic x(8).
           03  filler              pic x.
           03  bit-control         pic x(9).

       fd historico
           label record is standard.
