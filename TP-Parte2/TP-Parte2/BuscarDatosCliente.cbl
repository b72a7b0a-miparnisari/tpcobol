               05  alq-fecha       pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
           03  nemi-total          pic 9(7)v99.
           03  nemi-neto           pic 9(7)v99.
           03  nemi-iva            pic 9(7)v99.
           03  nemi-cae            pic 9(14).
           03  nemi-cae-vto        pic 9(8).  *> AAAAMMDD
           03  nemi-cae-estado     pic x.
               88  nemi-cae-pendiente  value "P".
               88  nemi-cae-enviada    value "E".
               88  nemi-cae-autorizada value "A".
               88  nemi-cae-rechazada  value "R".
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd puntos
           label record is standard.
