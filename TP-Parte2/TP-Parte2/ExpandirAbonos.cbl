               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  nuevoalq-fecha      pic 9(8).
           03  nuevoalq-tipodoc    pic x.
           03  nuevoalq-nrodoc     pic x(20).
           03  nuevoalq-importe    pic 9(6)v99.
           03  nuevoalq-agencia    pic 9.
           03  nuevoalq-cantdias   pic 9(2).

       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       77 importe-diario        pic 9(6)v99 value zeroes.
       77 cant-leidos           pic 9(4)    value zeroes.
       77 cant-expandidos       pic 9(4)    value zeroes.
       01 clave-ocupada         pic x.
