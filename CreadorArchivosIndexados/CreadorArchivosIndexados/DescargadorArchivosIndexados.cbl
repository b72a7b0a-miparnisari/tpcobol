               05  alq-fecha           pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
           03  alq-fecha           pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           *> agencia, cantdias y factura no vienen del alquileres.txt
