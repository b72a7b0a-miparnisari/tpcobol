       IDENTIFICATION DIVISION.
       program-id. RegistrarCuentaPagar.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Libro de cuentas a pagar: lo que debemos a talleres,
      *> vendedores de autos, aseguradoras, proveedores de
      *> subalquiler y a la empresa de tarjetas de combustible
      *> quedaba anotado (la factura en la orden de trabajo, el
      *> proveedor en la adquisicion) pero nunca como deuda. Cada
      *> programa que recibe una factura de proveedor la asienta
      *> aca: el vencimiento sale del plazo de pago del maestro de
      *> proveedores (MantenimientoProveedores), o del parametro
      *> PLAZO-PAGO-PROV si el proveedor todavia no esta dado de
      *> alta, en cuyo caso queda ademas una alerta para cargarlo
      *> (sin CBU la corrida de pagos no lo puede transferir).
      *> Devuelve "00" si asento, "22" si esa factura del mismo
      *> proveedor ya estaba, u otro file status si fallo.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is random
           record key is cxp-clave
           file status is fs-cuentas-pagar.

       select proveedores
           assign to disk "..\..\..\Entrada\proveedores.dat"
           organization is indexed
           access mode is random
           record key is prov-nombre
           file status is fs-proveedores.

       DATA DIVISION.
       file section.

       fd cuentas-pagar
           label record is standard.
       01  rec-cuentas-pagar.
           03  cxp-clave.
               05  cxp-proveedor   pic x(20).
               05  cxp-factura     pic x(15).
           03  cxp-fecha-alta      pic 9(8).  *> AAAAMMDD
           03  cxp-vencimiento     pic 9(8).  *> AAAAMMDD
           03  cxp-importe         pic 9(7)v99.
           03  cxp-pagado          pic 9(7)v99.
           03  cxp-origen          pic x(12).
           03  cxp-patente         pic x(6).
           03  cxp-estado          pic x.
               88  cxp-pendiente       value "P".
               88  cxp-cancelada       value "C".
           03  cxp-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  cxp-importe-pago    pic 9(7)v99.

       fd proveedores
           label record is standard.
       01  rec-proveedores.
           03  prov-nombre         pic x(20).
           03  prov-cuit           pic 9(11).
           03  prov-cbu            pic x(22).
           03  prov-rubro          pic x.
           03  prov-plazo-dias     pic 9(3).
           03  prov-estado         pic x.
               88  prov-activo         value "A".

       working-storage section.
       01 fs-cuentas-pagar     pic xx.
           88 ok-cxp                   value "00".
           88 duplicado-cxp            value "22".

       01 fs-proveedores       pic xx.
           88 ok-prov                  value "00".

       01 proveedor-en-maestro  pic x.
           88 proveedor-cargado        value "S".

       77 plazo-pago            pic 9(3)    value 030.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 fecha-hoy             pic 9(8).

       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       linkage section.
       01  in-cxp-proveedor        pic x(20).  *> parametro
       01  in-cxp-factura          pic x(15).  *> parametro
       01  in-cxp-patente          pic x(6).   *> parametro
       01  in-cxp-importe          pic 9(7)v99. *> parametro
       01  in-cxp-origen           pic x(12).  *> parametro
       01  out-cxp-estado          pic xx.     *> resultado

       PROCEDURE DIVISION using in-cxp-proveedor, in-cxp-factura,
           in-cxp-patente, in-cxp-importe, in-cxp-origen,
           out-cxp-estado.

           perform determinar-plazo.
           perform asentar-cuenta-pagar.

           goback. *> retorna control al que llama

       determinar-plazo.
           move "N" to proveedor-en-maestro.
           open input proveedores.
           if ok-prov
               move in-cxp-proveedor to prov-nombre
               read proveedores
                   invalid key continue
                   not invalid key
                       if prov-activo
                           move "S" to proveedor-en-maestro
                           move prov-plazo-dias to plazo-pago
                       end-if
               end-read
               close proveedores
           end-if.
           if not proveedor-cargado
               move "PLAZO-PAGO-PROV" to nombre-parametro
               move plazo-pago to default-parametro
               call "ObtenerParametro" using nombre-parametro,
                   default-parametro, valor-parametro
               move valor-parametro to plazo-pago
           end-if.

       asentar-cuenta-pagar.
           move function current-date(1:8) to fecha-hoy.
           open i-o cuentas-pagar.
           if not ok-cxp
               *> primera vez: el libro de cuentas a pagar no existe
               open output cuentas-pagar
               close cuentas-pagar
               open i-o cuentas-pagar
           end-if.
           if not ok-cxp
               display "Error al abrir cuentas a pagar fs: "
                 fs-cuentas-pagar
               move fs-cuentas-pagar to out-cxp-estado
           else
               move in-cxp-proveedor to cxp-proveedor
               move in-cxp-factura to cxp-factura
               move fecha-hoy to cxp-fecha-alta
               compute cxp-vencimiento = function date-of-integer(
                   function integer-of-date(fecha-hoy) + plazo-pago)
               move in-cxp-importe to cxp-importe
               move zeroes to cxp-pagado
               move in-cxp-origen to cxp-origen
               move in-cxp-patente to cxp-patente
               move "P" to cxp-estado
               move zeroes to cxp-fecha-pago
               move zeroes to cxp-importe-pago
               write rec-cuentas-pagar
               move fs-cuentas-pagar to out-cxp-estado
               close cuentas-pagar
               if out-cxp-estado = "00" and not proveedor-cargado
                   move "PAGOS" to alerta-origen
                   move 2 to alerta-severidad
                   move spaces to alerta-texto
                   string "PROVEEDOR SIN ALTA: " delimited by size
                       in-cxp-proveedor delimited by size
                       into alerta-texto
                   call "RegistrarAlerta" using alerta-origen,
                       alerta-severidad, alerta-texto
               end-if
           end-if.
