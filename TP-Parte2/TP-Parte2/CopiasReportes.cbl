
       fd origen
           label record is standard.
       01  reg-origen              pic x(160).

       fd destino
           label record is standard.
       01  reg-destino             pic x(160).

       fd control-copias
           label record is standard.
