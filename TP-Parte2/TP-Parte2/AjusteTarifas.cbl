           03  pend-tipo           pic x.
               88  pend-ajuste-tarifas value "T".
               88  pend-parametro      value "P".
               88  pend-incobrable     value "I".
           03  pend-usuario-sol    pic x(8).
           03  pend-fecha-sol      pic 9(8).  *> AAAAMMDD
           03  pend-estado         pic x.
