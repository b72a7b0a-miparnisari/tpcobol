               05  asig-fecha          pic 9(8).
           03  asig-tipodoc        pic x.
           03  asig-nrodoc         pic x(20).
           03  asig-importe        pic 9(6)v99.
           03  asig-agencia        pic 9.
           03  asig-cantdias       pic 9(2).
           03  asig-chofer         pic x(7).
               05  cot-fecha       pic 9(8).  *> DDMMAAAA
           03  cot-nro             pic 9(6).
           03  cot-cantdias        pic 9(2).
           03  cot-importe         pic 9(6)v99.
           03  cot-validez-hasta   pic 9(8).  *> AAAAMMDD
           03  cot-estado          pic x.
               88  cot-vigente         value "V".
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
       77 cant-duplicados       pic 9(5)    value zeroes.
       77 cant-errores          pic 9(5)    value zeroes.
       77 cant-cotizados        pic 9(5)    value zeroes.
       77 cant-traslados        pic 9(5)    value zeroes.

       01 precio-ruta           pic 9(6)v99.
       01 ruta-estado           pic x(2).

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "CARGA".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           display "TOTAL CLAVES DUPLICADAS: " cant-duplicados.
           display "TOTAL PRECIOS COTIZADOS HONRADOS: "
               cant-cotizados.
           display "TOTAL TRASLADOS VALUADOS POR RUTA: "
               cant-traslados.
           perform grabar-control-paso.
           if cant-errores = zeroes
               move 0 to return-code
           move zeroes to alq-factura.
           perform asentar-sucursal.
           perform asentar-grupo.
           perform valuar-traslado.
           perform honrar-cotizacion.
           write rec-alquileresmae.
           if ok-alq
               add 1 to cant-cargados
               move "A" to nes-tipo-arg
               move spaces to nes-antes-arg
               move rec-alquileresmae to nes-despues-arg
               perform registrar-novedad-estadistica
           else if duplicado-alq
               add 1 to cant-duplicados
               display "CLAVE YA EXISTENTE EN EL MAESTRO: " clave-asig
           move zeroes to alq-sucursal.
           move asig-patente to aut-patente.
           read autos
               invalid key move spaces to aut-tamano
               not invalid key move aut-sucursal to alq-sucursal
           end-read.

      *> Un traslado con chofer (Cotizaciones lo marca en
      *> traslados.dat) no se valua por dia: lleva el precio fijo de
      *> la ruta vigente en la fecha del alquiler. Si la ruta no
      *> tiene tarifa se deja el importe de la conciliacion y se
      *> avisa. Una cotizacion vigente sigue teniendo la ultima
      *> palabra (honrar-cotizacion va despues).
       valuar-traslado.
           call "BuscarTarifaRuta" using asig-patente, asig-fecha,
               aut-tamano, precio-ruta, ruta-estado.
           if ruta-estado = "00"
               move precio-ruta to alq-importe
               add 1 to cant-traslados
           else if ruta-estado = "24"
               display "TRASLADO SIN TARIFA DE RUTA VIGENTE: "
                   clave-asig
           end-if.

      *> Una cotizacion vigente y no vencida para la clave, con la
      *> misma cantidad de dias, fija el importe del alquiler y
      *> queda marcada usada: el precio cotizado se honra una sola
               end-if
               close parametros-corrida
           end-if.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
