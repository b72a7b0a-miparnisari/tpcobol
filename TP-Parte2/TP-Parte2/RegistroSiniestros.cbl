       *> por periodo: siniestros por vehiculo y siniestros por
       *> chofer (este ultimo es el que RRHH quiere mirar junto al
       *> historial del legajo antes de renovar un contrato).
       *> La franquicia que se le imputa al chofer queda como
       *> descuento pendiente del legajo (descuentos-choferes.dat),
       *> en una o mas cuotas, y LiquidacionChoferes la aplica sobre
       *> la comision de los periodos siguientes.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is sin-clave
           file status is fs-siniestros.

       select descuentos
           assign to disk "..\..\..\Entrada\descuentos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is dsc-clave
           file status is fs-descuentos.

       select reporte
           assign to disk "..\..\..\Salida\siniestros.txt"
           organization is line sequential
           03  sin-costo           pic 9(6)v99.
           03  sin-descripcion     pic x(30).

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
           03  dsc-ult-hasta       pic 9(8).  *> AAAAMMDD

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).
           88 eof-sin                  value "10".
           88 duplicado-sin            value "22".

       01 fs-descuentos        pic xx.
           88 ok-dsc                   value "00".
           88 duplicado-dsc            value "22".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 in-severidad          pic 9.
       01 in-costo              pic 9(6)v99.
       01 in-descripcion        pic x(30).
       01 in-franquicia         pic 9(6)v99.
       01 in-cuotas             pic 99.

       01 rango-desde           pic 9(8)    value zeroes.
       01 rango-hasta           pic 9(8)    value 99999999.
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

       mostrar-menu.
           display "1) Registrar siniestro".
           accept in-costo.
           display "Descripcion: ".
           accept in-descripcion.
           display "Franquicia a cargo del chofer (0 = ninguna): ".
           accept in-franquicia.
           move 1 to in-cuotas.
           if in-franquicia > zeroes
               display "Cuotas del descuento al chofer (1-12): "
               accept in-cuotas
               if in-cuotas = zeroes or in-cuotas > 12
                   move 1 to in-cuotas
               end-if
           end-if.

           move in-severidad to sin-severidad.
           if not severidad-valida
               write rec-siniestros
               if ok-sin
                   display "Siniestro registrado."
                   if in-franquicia > zeroes
                       perform alta-descuento-siniestro
                   end-if
               else if duplicado-sin
                   display "Ya hay un siniestro registrado para esa "
                       "patente y fecha."
               end-if
           end-if.

       alta-descuento-siniestro.
           if sin-legajo = spaces
               display "Siniestro sin legajo: la franquicia no se "
                   "descuenta."
           else
               move sin-legajo to dsc-legajo
               move "S" to dsc-origen
               move sin-patente to dsc-patente
               move sin-fecha to dsc-fecha
               move zeroes to dsc-nro
               move sin-descripcion to dsc-descripcion
               move in-franquicia to dsc-importe
               move in-cuotas to dsc-cuotas
               move zeroes to dsc-descontado
               move "P" to dsc-estado
               move zeroes to dsc-ult-hasta
               write rec-descuentos
               if ok-dsc
                   display "Franquicia a descontar al legajo "
                       sin-legajo " en " in-cuotas " cuota(s)."
               else
                   display "Error al grabar descuento fs: "
                     fs-descuentos
               end-if
           end-if.

       emitir-reportes.
           display "Periodo desde (DDMMAAAA, 0 = sin limite): ".
           accept rango-desde.

       cerrar-siniestros.
           close siniestros.
           close descuentos.
