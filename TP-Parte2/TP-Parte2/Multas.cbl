      *> pendiente de recargo y Facturacion la factura con el
      *> cargo administrativo (CARGO-ADMIN-MULTA); la que no
      *> matchea ningun alquiler (movimiento propio) queda en su
      *> propio reporte. La que es responsabilidad del chofer
      *> queda como descuento pendiente del legajo (en una o mas
      *> cuotas) que LiquidacionChoferes aplica sobre la comision.

       ENVIRONMENT DIVISION.
       configuration section.
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select descuentos
           assign to disk "..\..\..\Entrada\descuentos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is dsc-clave
           file status is fs-descuentos.

       select reporte
           assign to disk "..\..\..\Salida\multas-sin-alquiler.txt"
           organization is line sequential
           03  mul-responsable     pic x.
               88  mul-resp-cliente    value "C".
               88  mul-resp-empresa    value "E".
               88  mul-resp-chofer     value "L".
           03  mul-estado          pic x.
               88  mul-pendiente       value "P".
               88  mul-facturada       value "F".
               88  mul-sin-alquiler    value "S".
               88  mul-a-descontar     value "D".
           03  mul-descripcion     pic x(30).

       fd alquileresmae
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

      *> Descuentos pendientes por legajo: la clave lleva el origen
      *> (M = multa, S = siniestro) y la clave del registro que lo
      *> genero, asi una misma multa no se descuenta dos veces.
       fd descuentos
           label record is standard.
       01  rec-descuentos.
           03  dsc-clave.
               05  dsc-legajo      pic x(7).
               05  dsc-origen      pic x.
               05  dsc-patente     pic x(6).
               05  dsc-fecha       pic 9(8).  *> DDMMAAAA
               05  dsc-nro         pic 99.
           03  dsc-descripcion     pic x(30).
           03  dsc-importe         pic 9(7)v99.
           03  dsc-cuotas          pic 99.
           03  dsc-descontado      pic 9(7)v99.
           03  dsc-estado          pic x.
               88  dsc-pendiente       value "P".
               88  dsc-cancelado       value "C".
           03  dsc-ult-hasta       pic 9(8).  *> AAAAMMDD

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".

       01 fs-descuentos        pic xx.
           88 ok-dsc                   value "00".
           88 duplicado-dsc            value "22".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 in-importe            pic 9(5)v99.
       01 in-descripcion        pic x(30).
       01 in-responsable        pic x.
       01 in-cuotas             pic 99.

       01 alquiler-hallado      pic x.
           88 hay-alquiler             value "S".
               accept ws-exit
               stop run
           end-if.
           open i-o descuentos.
           if not ok-dsc
               *> primera vez: el registro de descuentos no existe
               open output descuentos
           end-if.
           if not ok-dsc
               display "Error al abrir descuentos de choferes fs: "
                 fs-descuentos
               accept ws-exit
               stop run
           end-if.

       cerrar-archivos.
           close multas.
           close alquileresmae.
           close descuentos.

       mostrar-menu.
           display "1) Cargar multa".
           accept in-importe.
           display "Descripcion: ".
           accept in-descripcion.
           display "Responsable (C=Cliente, E=Empresa, L=Chofer): ".
           accept in-responsable.
           if in-responsable is not equal to "C" and "E" and "L"
               move "C" to in-responsable
           end-if.
           move 1 to in-cuotas.
           if in-responsable = "L"
               display "Cuotas del descuento al chofer (1-12): "
               accept in-cuotas
               if in-cuotas = zeroes or in-cuotas > 12
                   move 1 to in-cuotas
               end-if
           end-if.

           perform buscar-alquiler-responsable.
           perform grabar-multa.
               move alq-nro-doc to mul-nro-doc
               move alq-chofer to mul-legajo
               move in-responsable to mul-responsable
               if mul-resp-chofer and alq-chofer = spaces
                   *> alquiler sin chofer: no hay legajo a quien
                   *> descontarle, la absorbe la empresa
                   move "E" to mul-responsable
               end-if
               if mul-resp-cliente
                   move "P" to mul-estado
               end-if
               if mul-resp-empresa
                   move "F" to mul-estado
               end-if
               if mul-resp-chofer
                   move "D" to mul-estado
               end-if
           else
               move spaces to mul-tipo-doc
               move spaces to mul-nro-doc
                       display "Queda pendiente de recargo en la "
                           "proxima facturacion."
                   end-if
                   if mul-resp-chofer
                       perform alta-descuento-multa
                   end-if
               else
                   display "Multa sin alquiler responsable: "
                       "movimiento propio, ver el reporte."
               end-if
           end-if.

       alta-descuento-multa.
           move mul-legajo to dsc-legajo.
           move "M" to dsc-origen.
           move mul-patente to dsc-patente.
           move mul-fecha to dsc-fecha.
           move mul-nro to dsc-nro.
           move mul-descripcion to dsc-descripcion.
           move mul-importe to dsc-importe.
           move in-cuotas to dsc-cuotas.
           move zeroes to dsc-descontado.
           move "P" to dsc-estado.
           move zeroes to dsc-ult-hasta.
           write rec-descuentos.
           if ok-dsc
               display "Queda como descuento al legajo " mul-legajo
                   " en " in-cuotas " cuota(s)."
           else if duplicado-dsc
               display "La multa ya figura como descuento al legajo."
           else
               display "Error al grabar descuento fs: " fs-descuentos
           end-if.

       emitir-reporte.
           open output reporte.
           if not ok-rep
