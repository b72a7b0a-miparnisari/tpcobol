      *> que nadie puede decir que autos se comen la plata en
      *> reparaciones. Cada orden cuelga de una ventana de fuera de
      *> servicio (misma clave patente + fecha desde) y lleva
      *> descripcion, mano de obra y la factura del proveedor; los
      *> repuestos nacen en cero y los suman los consumos que
      *> InventarioRepuestos imputa a la orden. El reporte acumula
      *> el costo de mantenimiento por patente y lo divide por los
      *> kilometros recorridos (la ultima lectura de odometro de
      *> devoluciones.dat) para el costo por kilometro. La factura
      *> del taller (la mano de obra: los repuestos salen del stock
      *> propio) queda ademas como deuda en cuentas a pagar
      *> (RegistrarCuentaPagar).

       ENVIRONMENT DIVISION.
       configuration section.
           03  dev-dias-atraso     pic 9(3).
           03  dev-recargo         pic 9(5)v99.
           03  dev-dias-anticipo   pic 9(3).
           03  dev-credito         pic 9(6)v99.

       fd reporte
           label record is standard.
       01 in-patente            pic x(6).
       01 in-fecha-desde        pic 9(8).
       01 in-descripcion        pic x(30).
       01 in-mano-obra          pic 9(6)v99.
       01 in-factura-prov       pic x(15).
       01 in-taller             pic x(20).

      *> Kilometraje por patente: la mayor lectura de odometro de
      *> sus devoluciones (el odometro solo avanza).
       77 costo-por-km          pic 9(5)v99 value zeroes.
       77 tot-taller            pic 9(9)v99 value zeroes.

      *> Factura del proveedor al libro de cuentas a pagar
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
       pedir-y-grabar-orden.
           display "Descripcion del trabajo: ".
           accept in-descripcion.
           display "Importe de mano de obra: ".
           accept in-mano-obra.
           display "Factura del proveedor: ".
           accept in-factura-prov.
           display "Taller (nombre en el maestro de proveedores): ".
           accept in-taller.

           move in-patente to ot-patente.
           move in-fecha-desde to ot-fecha-desde.
           move in-descripcion to ot-descripcion.
           move zeroes to ot-repuestos.
           move in-mano-obra to ot-mano-obra.
           move in-factura-prov to ot-factura-prov.
           move in-mano-obra to ot-total.
           write rec-ordenes.
           if ok-ot
               display "Orden registrada, total " ot-total "."
               perform asentar-factura-taller
           else if duplicado-ot
               display "Ya hay una orden para esa ventana."
           else
               display "Error al grabar orden fs: " fs-ordenes
           end-if.

      *> Sin numero de factura o sin taller no hay deuda que
      *> asentar (trabajo en garantia, o la factura llega despues).
       asentar-factura-taller.
           if in-factura-prov is not equal to spaces
               and in-taller is not equal to spaces
               and in-mano-obra > zeroes
               move in-taller to cxp-proveedor-arg
               move in-factura-prov to cxp-factura-arg
               move in-patente to cxp-patente-arg
               move in-mano-obra to cxp-importe-arg
               move "TALLER" to cxp-origen-arg
               perform asentar-cuenta-pagar
           end-if.

       asentar-cuenta-pagar.
           call "RegistrarCuentaPagar" using cxp-proveedor-arg,
               cxp-factura-arg, cxp-patente-arg, cxp-importe-arg,
               cxp-origen-arg, cxp-estado-arg.
           if cxp-estado-arg = "00"
               display "Factura asentada en cuentas a pagar."
           else if cxp-estado-arg = "22"
               display "Esa factura del proveedor ya estaba asentada."
           else
               display "Error al asentar en cuentas a pagar fs: "
                 cxp-estado-arg
           end-if.

       emitir-reporte.
           open output reporte.
           if not ok-rep
