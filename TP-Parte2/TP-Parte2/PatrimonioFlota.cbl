      *> transcurridos) y registra la venta: marca el vehiculo
      *> vendido en autos.dat - la misma baja logica de
      *> MantenimientoAutos - y calcula el resultado (producido
      *> menos valor de libro a la fecha de venta). Si la compra
      *> llega con factura a pagar, queda como deuda con el vendedor
      *> en cuentas a pagar (RegistrarCuentaPagar).

       ENVIRONMENT DIVISION.
       configuration section.
       01 in-proveedor          pic x(20).
       01 in-vida-anios         pic 9(2).
       01 in-importe-venta      pic 9(7)v99.
       01 in-factura-vendedor   pic x(15).

      *> Amortizacion lineal por anios transcurridos desde la
      *> compra, con tope en la vida util: valor de libro = costo *
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

      *> Factura del vendedor al libro de cuentas a pagar
      *> (RegistrarCuentaPagar).
       01 cxp-proveedor-arg     pic x(20).
       01 cxp-factura-arg       pic x(15).
       01 cxp-patente-arg       pic x(6).
       01 cxp-importe-arg       pic 9(7)v99.
       01 cxp-origen-arg        pic x(12).
       01 cxp-estado-arg        pic xx.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
           accept in-proveedor.
           display "Vida util (anios): ".
           accept in-vida-anios.
           display "Factura del vendedor (en blanco si ya se pago): ".
           accept in-factura-vendedor.

           move in-patente to adq-patente.
           move in-costo to adq-costo.
               move rec-adquisiciones to jrn-despues-arg
               move "A" to jrn-operacion-arg
               perform registrar-cambio-journal
               perform asentar-factura-vendedor
           else if duplicado-adq
               display "La patente ya tiene adquisicion registrada."
           else
                 fs-adquisiciones
           end-if.

       asentar-factura-vendedor.
           if in-factura-vendedor is not equal to spaces
               and in-proveedor is not equal to spaces
               and in-costo > zeroes
               move in-proveedor to cxp-proveedor-arg
               move in-factura-vendedor to cxp-factura-arg
               move in-patente to cxp-patente-arg
               move in-costo to cxp-importe-arg
               move "ADQUISICION" to cxp-origen-arg
               call "RegistrarCuentaPagar" using cxp-proveedor-arg,
                   cxp-factura-arg, cxp-patente-arg, cxp-importe-arg,
                   cxp-origen-arg, cxp-estado-arg
               if cxp-estado-arg = "00"
                   display "Factura asentada en cuentas a pagar."
               else if cxp-estado-arg = "22"
                   display "Esa factura del vendedor ya estaba "
                       "asentada."
               else
                   display "Error al asentar en cuentas a pagar fs: "
                     cxp-estado-arg
               end-if
           end-if.

       registrar-venta.
           display "Patente a vender: ".
           accept in-patente.
