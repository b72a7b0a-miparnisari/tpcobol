               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  temp-liq-agencia    pic 9.
               05  temp-liq-patente    pic x(6).
               05  temp-liq-fecha      pic 9(8).
           03  temp-liq-importe    pic 9(6)v99.
           03  temp-liq-cantdias   pic 9(2).


           03 filler pic x(4)  value spaces.
           03 dl-cantdias       pic z9.
           03 filler pic x(4)  value spaces.
           03 dl-importe        pic zzzzz9.99.

       01 tot-liq1.
           03 filler pic x(26) value "Total negocio aprobado:   ".
