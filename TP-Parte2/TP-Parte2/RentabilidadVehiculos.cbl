      *> ocupado ademas GANA plata. Para el periodo pedido acumula
      *> por patente los ingresos por alquileres aprobados o
      *> devueltos (alquileresmae), le resta el costo de siniestros
      *> (siniestros.dat), el costo de taller (el libro de ordenes
      *> de trabajo) y el combustible cargado con las tarjetas de
      *> la empresa (cargas-combustible.dat), y emite el estado de
      *> resultados por patente ordenado de mejor a peor, para que
      *> la proxima compra o venta de flota se decida con numeros.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is rsg-clave
           file status is fs-reclamos-seg.

      *> Cargas con tarjeta de combustible (ImportarCombustible),
      *> con fecha AAAAMMDD.
       select cargas
           assign to disk "..\..\..\Entrada\cargas-combustible.dat"
           organization is indexed
           access mode is sequential
           record key is cco-clave
           file status is fs-cargas.

       select reporte
           assign to disk "..\..\..\Salida\rentabilidad-vehiculos.txt"
           organization is line sequential
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  rsg-imp-aprobado    pic 9(6)v99.
           03  rsg-imp-cobrado     pic 9(6)v99.

       fd cargas
           label record is standard.
       01  rec-cargas.
           03  cco-clave.
               05  cco-patente     pic x(6).
               05  cco-fecha       pic 9(8).  *> AAAAMMDD
               05  cco-nro         pic 99.
           03  cco-tarjeta         pic x(16).
           03  cco-litros          pic 9(3)v99.
           03  cco-importe         pic 9(7)v99.
           03  cco-odometro        pic 9(7).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(90).
           88 ok-ot                    value "00".
           88 eof-ot                   value "10".

       01 fs-cargas            pic xx.
           88 ok-cco                   value "00".
           88 eof-cco                  value "10".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

               05 tr-ingresos      pic 9(9)v99.
               05 tr-siniestros    pic 9(9)v99.
               05 tr-taller        pic 9(9)v99.
               05 tr-combustible   pic 9(9)v99.
               05 tr-resultado     pic s9(9)v99.
       77 cant-resultado        pic 9(3)    value zeroes.
       77 max-resultado         pic 9(3)    value 500.
           03 aux-ingresos      pic 9(9)v99.
           03 aux-siniestros    pic 9(9)v99.
           03 aux-taller        pic 9(9)v99.
           03 aux-combustible   pic 9(9)v99.
           03 aux-resultado     pic s9(9)v99.

       77 tot-ingresos          pic 9(9)v99 value zeroes.
           03 filler pic x(15) value "Ingresos       ".
           03 filler pic x(15) value "Siniestros     ".
           03 filler pic x(15) value "Taller         ".
           03 filler pic x(15) value "Combustible    ".
           03 filler pic x(10) value "Resultado".

       01 enc-ren3.
           03 filler pic x(3)  value spaces.
           03 dr-taller         pic zzzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-combustible    pic zzzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dr-resultado      pic -(7)9.99.

       01 tot-ren.
           perform acumular-ingresos.
           perform acumular-siniestros.
           perform acumular-taller.
           perform acumular-combustible.
           perform calcular-resultados.
           perform ordenar-resultados.
           perform emitir-reporte.
           end-if.
           perform leer-orden.

      *> Sin tarjetas importadas el registro no existe y la
      *> columna queda en cero.
       acumular-combustible.
           open input cargas.
           if ok-cco
               perform leer-carga
               perform procesar-carga until eof-cco
               close cargas
           end-if.

       leer-carga.
           read cargas.
           if fs-cargas is not equal to 00 and 10
               display "Error al leer cargas fs: " fs-cargas
           end-if.

       procesar-carga.
           if cco-fecha is not less than rango-desde-comp
               and cco-fecha is not greater than rango-hasta-comp
               move cco-patente to patente-buscada
               perform ubicar-patente
               if pos-res > zeroes
                   add cco-importe to tr-combustible(pos-res)
               end-if
           end-if.
           perform leer-carga.

       ubicar-patente.
           move zeroes to pos-res.
           perform buscar-patente
               move zeroes to tr-ingresos(pos-res)
               move zeroes to tr-siniestros(pos-res)
               move zeroes to tr-taller(pos-res)
               move zeroes to tr-combustible(pos-res)
               move zeroes to tr-resultado(pos-res)
           end-if.

       calcular-un-resultado.
           compute tr-resultado(ix-res) =
               tr-ingresos(ix-res) - tr-siniestros(ix-res)
               - tr-taller(ix-res) - tr-combustible(ix-res).

      *> Seleccion directa descendente por resultado, como el
      *> ranking de choferes: la tabla es chica y el reporte corre
           move tr-ingresos(ix-res) to dr-ingresos.
           move tr-siniestros(ix-res) to dr-siniestros.
           move tr-taller(ix-res) to dr-taller.
           move tr-combustible(ix-res) to dr-combustible.
           move tr-resultado(ix-res) to dr-resultado.
           write reg-reporte from det-ren.
           add tr-ingresos(ix-res) to tot-ingresos.
           compute tot-costos = tot-costos
               + tr-siniestros(ix-res) + tr-taller(ix-res)
               + tr-combustible(ix-res).

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para compararla
      *> cronologicamente contra el rango pedido.
