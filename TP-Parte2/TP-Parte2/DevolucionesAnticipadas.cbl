           03  dev-dias-atraso     pic 9(3).
           03  dev-recargo         pic 9(5)v99.
           03  dev-dias-anticipo   pic 9(3).
           03  dev-credito         pic 9(6)v99.

       fd autos
           label record is standard.
