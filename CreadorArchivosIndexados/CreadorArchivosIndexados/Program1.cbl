           03  alq-fecha           pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
       
               05  alq-fecha           pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
               05  alq-fecha           pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
           03  bit-registros       pic 9(7).
           03  filler              pic x       value spaces.
           03  bit-estado          pic x(2).
           03  filler              pic x(27)   value spaces.
           03  bit-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  bit-control         pic 9(9).

       fd in-autos
           label record is standard.
       01 fs-out-autos pic xx.

       01 fs-bitacora pic xx.
       01 sello-log pic x(12) value "BITACORA".
       01 sello-texto pic x(250).
       01 sello-secuencia pic 9(8).
       01 sello-control pic 9(9).
       01 total-grabados-bit pic 9(7) value zeroes.

       01 fs-param-corrida     pic xx.
           if fs-bitacora = "00"
               move function current-date(1:8) to bit-fecha
               move function current-date(9:6) to bit-hora
               move reg-bitacora(1:80) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to bit-secuencia
               move sello-control to bit-control
               write reg-bitacora
               close bitacora
           end-if.
