      *> fecha cae fuera de la cobertura. Una patente lleva una
      *> poliza vigente por vez: renovar es pisar el registro con la
      *> vigencia nueva (el journal de cambios conserva la imagen
      *> anterior). La factura de la prima de un alta o renovacion
      *> queda como deuda con la aseguradora en cuentas a pagar
      *> (RegistrarCuentaPagar).

       ENVIRONMENT DIVISION.
       configuration section.
       01 in-cobertura          pic x.
       01 in-desde              pic 9(8).
       01 in-hasta              pic 9(8).
       01 in-prima              pic 9(7)v99.
       01 in-factura-aseg       pic x(15).

      *> Factura de la aseguradora al libro de cuentas a pagar
      *> (RegistrarCuentaPagar).
       01 cxp-proveedor-arg     pic x(20).
       01 cxp-factura-arg       pic x(15).
       01 cxp-patente-arg       pic x(6).
       01 cxp-importe-arg       pic 9(7)v99.
       01 cxp-origen-arg        pic x(12).
       01 cxp-estado-arg        pic xx.

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
           accept in-desde.
           display "Vigente hasta (DDMMAAAA): ".
           accept in-hasta.
           display "Factura de la prima (en blanco si no hay): ".
           accept in-factura-aseg.
           move zeroes to in-prima.
           if in-factura-aseg is not equal to spaces
               display "Importe de la prima: "
               accept in-prima
           end-if.

           move in-cobertura to pol-cobertura.
           if not pol-cobertura-valida
                   move "M" to jrn-operacion-arg
               end-if
               perform registrar-cambio-journal
               perform asentar-factura-prima
           else
               display "Error al grabar poliza fs: " fs-polizas
           end-if.

       asentar-factura-prima.
           if in-factura-aseg is not equal to spaces
               and in-prima > zeroes
               move in-aseguradora to cxp-proveedor-arg
               move in-factura-aseg to cxp-factura-arg
               move in-patente to cxp-patente-arg
               move in-prima to cxp-importe-arg
               move "POLIZA" to cxp-origen-arg
               call "RegistrarCuentaPagar" using cxp-proveedor-arg,
                   cxp-factura-arg, cxp-patente-arg, cxp-importe-arg,
                   cxp-origen-arg, cxp-estado-arg
               if cxp-estado-arg = "00"
                   display "Prima asentada en cuentas a pagar."
               else if cxp-estado-arg = "22"
                   display "Esa factura de la aseguradora ya estaba "
                       "asentada."
               else
                   display "Error al asentar en cuentas a pagar fs: "
                     cxp-estado-arg
               end-if
           end-if.

      *> La baja fisica es para patentes que dejan la flota: sin
      *> registro, PolizaVigente responde que no hay cobertura y
      *> Principal rechaza, que es exactamente lo que corresponde.
