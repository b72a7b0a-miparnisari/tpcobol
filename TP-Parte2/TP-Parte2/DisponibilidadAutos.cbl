       *> (la clave del maestro es justamente patente+fecha, asi que
       *> cada dia se resuelve con una lectura directa), y ninguna
       *> fecha del rango cae en una ventana del calendario de
       *> taller ni en un traslado entre sucursales. Un auto
       *> devuelto que la playa todavia no marco listo (cola de
       *> preparacion) no se ofrece hasta hoy inclusive. Un auto de
       *> tercero subalquilado (aut-estado "S") se ofrece solo si
       *> todo el rango cae dentro de su periodo (SubalquilerVigente).
       *>
       *> El filtro por sucursal mira donde va a estar el auto al
       *> comienzo del rango (UbicacionAuto): aut-sucursal, o la
       *> sucursal pactada de un alquiler de ida que para entonces ya
       *> tiene que haber vuelto.

       ENVIRONMENT DIVISION.
       configuration section.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo              value "A".
               88  aut-subalquilado        value "S".
           03  aut-sucursal        pic 99.

       fd alquileresmae
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
       01 filtro-tamano         pic x.
       01 filtro-color          pic x(10).
       01 filtro-sucursal       pic 99.
       01 sucursal-ubicacion    pic 99.

       77 dia-desde-num         pic 9(7).
       77 dia-hasta-num         pic 9(7).

       01 auto-fuera-servicio   pic xx.
           88 auto-esta-fuera-servicio value "si".
       01 auto-en-transito      pic xx.
           88 auto-esta-en-transito    value "si".
       01 auto-en-preparacion   pic xx.
           88 auto-esta-en-preparacion value "si".
       01 subalquiler-vigente   pic xx.
           88 auto-en-subalquiler      value "si".

       77 cant-libres           pic 9(5)    value zeroes.

           03 filler pic x(32) value
               "Descripcion                     ".
           03 filler pic x(22) value "Marca                 ".
           03 filler pic x(14) value "Tam Col       ".
           03 filler pic x(3)  value "Suc".

       01 enc-disp3.
           03 filler pic x(80) value all "-".
           03 dd-tamano         pic x.
           03 filler pic x(3)  value spaces.
           03 dd-color          pic x(10).
           03 filler pic x     value spaces.
           03 dd-sucursal       pic 99.

       01 tot-disp.
           03 filler pic x(28) value "TOTAL VEHICULOS LIBRES:     ".
           end-if.

       evaluar-auto.
           call "UbicacionAuto" using aut-patente, rango-desde,
               aut-sucursal, sucursal-ubicacion.
           if (aut-activo or aut-subalquilado)
               and (filtro-tamano is equal to spaces
                   or aut-tamano is equal to filtro-tamano)
               and (filtro-color is equal to spaces
                   or aut-color is equal to filtro-color)
               and (filtro-sucursal is equal to zeroes
                   or sucursal-ubicacion is equal to filtro-sucursal)
               perform verificar-auto-libre
               if esta-libre
                   perform listar-auto-libre
                   move "N" to auto-libre
               end-if
           end-if.
           if esta-libre
               call "AutoEnTransito" using aut-patente,
                   fecha-dia-ddmmaaaa, auto-en-transito
               if auto-esta-en-transito
                   move "N" to auto-libre
               end-if
           end-if.
           if esta-libre
               call "AutoEnPreparacion" using aut-patente,
                   fecha-dia-ddmmaaaa, auto-en-preparacion
               if auto-esta-en-preparacion
                   move "N" to auto-libre
               end-if
           end-if.
           if esta-libre and aut-subalquilado
               call "SubalquilerVigente" using aut-patente,
                   fecha-dia-ddmmaaaa, subalquiler-vigente
               if not auto-en-subalquiler
                   move "N" to auto-libre
               end-if
           end-if.

       listar-auto-libre.
           move aut-patente to dd-patente.
           move aut-marca to dd-marca.
           move aut-tamano to dd-tamano.
           move aut-color to dd-color.
           move sucursal-ubicacion to dd-sucursal.
           write reg-disponibilidad from det-disp.
           display det-disp.
           add 1 to cant-libres.
