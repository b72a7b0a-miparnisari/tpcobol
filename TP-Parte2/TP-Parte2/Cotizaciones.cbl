      *> cantidad de dias con la MISMA valuacion que la
      *> conciliacion (tarifa vigente del historico via
      *> BuscarTarifaVigente, recargo de feriado o fin de semana y
      *> descuento por alquiler largo de REGLASPRECIO y del
      *> calendario de feriados por sucursal via DiaHabil),
      *> numera la cotizacion y la guarda con una fecha de validez
      *> (DIAS-VALIDEZ-COT). Mientras este vigente,
      *> CargarNuevosAlquileres respeta el precio cotizado al
      *> cargar el alquiler de esa patente+fecha al maestro.
      *>
      *> Los traslados con chofer (aeropuerto, interurbanos) no se
      *> venden por dia sino a precio fijo por ruta: al cotizar se
      *> indica el tipo de servicio y, para un traslado, la zona de
      *> origen y de destino. El tipo de servicio queda asentado en
      *> traslados.dat para la clave patente+fecha, y de ahi lo toman
      *> la conciliacion, la carga al maestro y la facturacion via
      *> BuscarTarifaRuta.
      *>
      *> Si el cliente trae un codigo de campania promocional, el
      *> descuento (AplicarCampania) se resta del importe cotizado y
      *> el codigo queda anotado para la clave, asi la conciliacion
      *> lo aplica al aprobar el alquiler aunque la agencia no lo
      *> repita en la solicitud.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is aut-patente
           file status is fs-autos.

       select traslados
           assign to disk "..\..\..\Entrada\traslados.dat"
           organization is indexed
           access mode is random
           record key is trs-clave
           file status is fs-traslados.

       select reglasprecio
           assign to disk "..\..\..\Files\REGLASPRECIO.dat"
           organization is line sequential
           file status is fs-reglasprecio.

       select numeracion
           assign to disk
               "..\..\..\Entrada\numeracion-cotizaciones.dat"
               05  cot-fecha       pic 9(8).  *> DDMMAAAA
           03  cot-nro             pic 9(6).
           03  cot-cantdias        pic 9(2).
           03  cot-importe         pic 9(6)v99.
           03  cot-validez-hasta   pic 9(8).  *> AAAAMMDD
           03  cot-estado          pic x.
               88  cot-vigente         value "V".
               88  aut-activo          value "A".
           03  aut-sucursal        pic 99.

       fd traslados
           label record is standard.
       01  rec-traslados.
           03  trs-clave.
               05  trs-patente     pic x(6).
               05  trs-fecha       pic 9(8).  *> DDMMAAAA
           03  trs-tipo-servicio   pic x.
               88  trs-es-traslado     value "T".
           03  trs-zona-origen     pic x(4).
           03  trs-zona-destino    pic x(4).
           03  trs-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd reglasprecio
           label record is standard.
       01  reg-reglasprecio.
           03  filler              pic x.
           03  rglp-dias           pic 9(2).

       fd numeracion
           label record is standard.
       01  reg-numeracion.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-traslados         pic xx.
           88 ok-trs                   value "00".

       01 fs-reglasprecio      pic xx.
       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-cantdias           pic 9(2).
       01 in-tipo-servicio      pic x.
           88 servicio-traslado        value "T".
       01 in-zona-origen        pic x(4).
       01 in-zona-destino       pic x(4).
       01 in-campania           pic x(8).

      *> Campania promocional (AplicarCampania): "C" calcula el
      *> descuento sin consumir el presupuesto de la campania.
       01 campania-modo         pic x       value "C".
       01 campania-agencia      pic 9       value 0.
       01 campania-usada        pic x(8).
       01 campania-descuento    pic 9(6)v99.
       01 campania-estado       pic xx.

       01 precio-ruta           pic 9(6)v99.
       01 ruta-estado           pic x(2).
      *> Marca de servicio que habia para la clave antes de esta
      *> cotizacion, para volver atras si la ruta no tiene tarifa.
       01 traslado-anterior     pic x(31).
       01 hay-traslado-anterior pic x       value "N".

       77 nro-cotizacion        pic 9(6)    value zeroes.
       77 dias-validez          pic 9(3)    value 007.

       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic x(2).
       77 importe-cotizado      pic 9(6)v99 value zeroes.
       01 reglas-aplicadas      pic x(3).

      *> Reglas de precio cargadas en memoria al arrancar,
      *> exactamente como en la conciliacion: si el archivo no
      *> esta, la tabla queda vacia y el precio queda plano.
       77 cant-reglas           pic 99      value zeroes.
       77 max-reglas            pic 99      value 10.
       01 tabla-reglas.
               05 rgl-sentido      pic x.
               05 rgl-dias         pic 9(2).

       77 ix-regla              pic 99.
       01 es-feriado            pic x       value "N".
       01 es-finde              pic x       value "N".

      *> Consulta al calendario de feriados por sucursal (servicio
      *> DiaHabil, funcion E) para el recargo de feriado.
       01 dh-funcion            pic x       value "E".
       01 dh-fecha-hasta        pic 9(8)    value zeroes.
       01 dh-cantidad           pic 9(5)    value zeroes.
       01 dh-tipo-dia           pic xx.
           88 dh-dia-feriado           value "fe".
       01 dh-fecha              pic 9(8).
       01 dh-cantidad-res       pic 9(5).

       01 fecha-comp-regla      pic 9(8).
       01 dia-numero-regla      pic 9(7).
       01 dia-semana-regla      pic 9.
               default-parametro, valor-parametro.
           move valor-parametro to dias-validez.
           perform cargar-reglas-precio.
           perform leer-numeracion.
           perform abrir-archivos.
           perform mostrar-menu.
           if in-cantdias = zeroes
               move 1 to in-cantdias
           end-if.
           display "Tipo de servicio (D=por dia, T=traslado): ".
           accept in-tipo-servicio.
           move spaces to in-zona-origen.
           move spaces to in-zona-destino.
           if servicio-traslado
               display "Zona de origen: "
               accept in-zona-origen
               display "Zona de destino: "
               accept in-zona-destino
           else
               move "D" to in-tipo-servicio
           end-if.
           display "Codigo de campania (blanco = ninguna): ".
           accept in-campania.

           move in-patente to aut-patente.
           read autos
       valuar-y-grabar.
           if not aut-activo
               display "El vehiculo no esta activo, no se cotiza."
           else if servicio-traslado
               perform registrar-servicio
               perform valuar-traslado
           else
               perform registrar-servicio
               call "BuscarTarifaVigente" using in-patente,
                   in-fecha, tarifa-vigente, tarifa-estado
               if tarifa-estado is not equal to "00"
               perform grabar-cotizacion
           end-if.

      *> El traslado se cotiza al precio fijo de la ruta para el
      *> tamano del vehiculo, sin reglas de feriado ni de alquiler
      *> largo. Sin tarifa vigente para la ruta no hay cotizacion y
      *> la clave vuelve al tipo de servicio que tenia.
       valuar-traslado.
           call "BuscarTarifaRuta" using in-patente, in-fecha,
               aut-tamano, precio-ruta, ruta-estado.
           if ruta-estado = "00"
               move precio-ruta to importe-cotizado
               move "RUT" to reglas-aplicadas
               perform grabar-cotizacion
           else
               display "La ruta " in-zona-origen " - "
                   in-zona-destino " no tiene tarifa vigente para el"
                   " tamano " aut-tamano ", no se cotiza."
               perform restaurar-servicio
           end-if.

      *> Asienta el tipo de servicio de la clave en traslados.dat.
      *> Una clave cotizada de nuevo como servicio por dia pisa la
      *> marca de traslado que pudiera tener.
       registrar-servicio.
           perform abrir-traslados.
           move "N" to hay-traslado-anterior.
           move in-patente to trs-patente.
           move in-fecha to trs-fecha.
           read traslados
               invalid key continue
               not invalid key
                   move "S" to hay-traslado-anterior
                   move rec-traslados to traslado-anterior
           end-read.
           move in-patente to trs-patente.
           move in-fecha to trs-fecha.
           move in-tipo-servicio to trs-tipo-servicio.
           move in-zona-origen to trs-zona-origen.
           move in-zona-destino to trs-zona-destino.
           move function current-date(1:8) to trs-fecha-alta.
           if hay-traslado-anterior = "S"
               rewrite rec-traslados
           else
               write rec-traslados
           end-if.
           if not ok-trs
               display "Error al grabar tipo de servicio fs: "
                 fs-traslados
           end-if.
           close traslados.

       restaurar-servicio.
           perform abrir-traslados.
           move in-patente to trs-patente.
           move in-fecha to trs-fecha.
           if hay-traslado-anterior = "S"
               move traslado-anterior to rec-traslados
               rewrite rec-traslados
           else
               delete traslados record
           end-if.
           close traslados.

       abrir-traslados.
           open i-o traslados.
           if not ok-trs
               *> primera vez: el archivo de traslados no existe
               open output traslados
               close traslados
               open i-o traslados
           end-if.

       grabar-cotizacion.
           if in-campania not = spaces
               perform aplicar-campania
           end-if.
           add 1 to nro-cotizacion.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-validez-num =
                 fs-cotizaciones
           end-if.

       aplicar-campania.
           call "AplicarCampania" using campania-modo, in-campania,
               in-patente, in-fecha, campania-agencia,
               importe-cotizado, campania-usada, campania-descuento,
               campania-estado.
           if campania-estado = "00"
               subtract campania-descuento from importe-cotizado
               display "Campania " campania-usada " - descuento: "
                   campania-descuento
           else if campania-estado = "01"
               display "La campania no esta vigente en esa fecha."
           else if campania-estado = "02"
               display "El vehiculo no entra en la campania."
           else if campania-estado = "03"
               display "La campania agoto su presupuesto."
           else
               display "Codigo de campania inexistente o de baja."
           end-if.

       consultar-cotizacion.
           display "Patente: ".
           accept in-patente.
                       cot-importe " valida hasta "
                       cot-validez-hasta
           end-read.
           call "BuscarTarifaRuta" using in-patente, in-fecha,
               aut-tamano, precio-ruta, ruta-estado.
           if ruta-estado not = "23"
               display "Servicio: traslado con chofer"
           end-if.

       cargar-reglas-precio.
           open input reglasprecio.
               move "10" to fs-reglasprecio
           end-read.

       aplicar-reglas-precio.
           move spaces to reglas-aplicadas.
           perform determinar-feriado-y-finde.
       determinar-feriado-y-finde.
           move "N" to es-feriado.
           move "N" to es-finde.
           move in-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-comp-regla.
           if dia-semana-regla = 6 or dia-semana-regla = 0
               move "S" to es-finde
           end-if.
           call "DiaHabil" using dh-funcion, aut-sucursal,
               fecha-comp-regla, dh-fecha-hasta, dh-cantidad,
               dh-tipo-dia, dh-fecha, dh-cantidad-res.
           if dh-dia-feriado
               move "S" to es-feriado
           end-if.

