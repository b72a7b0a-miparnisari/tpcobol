       *> en alq-factura, asi una segunda corrida sobre un rango
       *> solapado no vuelve a facturarlo ni pisa numeros - salvo
       *> que se pida explicitamente refacturar (modo R).
       *>
       *> La letra de la factura (A al responsable inscripto, B al
       *> resto) y la alicuota salen de la condicion fiscal del
       *> cliente (CondicionFiscal). Cada letra lleva su propia
       *> serie fiscal (numeracion-letras.dat); el numero interno de
       *> siempre sigue siendo la clave del registro de emitidas.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is mul-clave
           file status is fs-multas.

      *> Cargos por combustible faltante a la devolucion
      *> (DevolucionAlquileres): entran como linea de la factura del
      *> cliente, igual que las multas, y quedan marcados
      *> facturados.
       select cargos-combustible
           assign to disk "..\..\..\Entrada\cargos-combustible.dat"
           organization is indexed
           access mode is dynamic
           record key is ccb-clave
           file status is fs-cargos-comb.

      *> Cargos por devolucion en otra sucursal (alquiler de ida,
      *> DevolucionAlquileres): una linea mas de la factura del
      *> cliente, igual que el combustible.
       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is dynamic
           record key is sdv-clave
           file status is fs-suc-devol.

      *> Horas extra de los choferes (ImportarFichadas): las que
      *> caen en un alquiler del cliente se le cobran como una linea
      *> mas y quedan marcadas facturadas; el pago al chofer va por
      *> LiquidacionChoferes.
       select horas-extra
           assign to disk "..\..\..\Entrada\horas-extra.dat"
           organization is indexed
           access mode is dynamic
           record key is hex-clave
           file status is fs-horas-extra.

      *> Gastos rendidos por los choferes (GastosChoferes): los
      *> aprobados y marcados facturables se le cobran al cliente
      *> del alquiler como una linea mas.
       select gastos
           assign to disk "..\..\..\Entrada\gastos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is gas-clave
           alternate record key is gas-legajo with duplicates
           file status is fs-gastos.

      *> Extras asociados a los alquileres (ExtrasAlquiler): el
      *> alquiler del extra se cobra como linea aparte, y el extra
      *> que no volvio a la devolucion (InspeccionVehiculos) se
      *> recarga a su valor de reposicion.
       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is dynamic
           record key is exa-clave
           alternate record key is exa-codigo with duplicates
           file status is fs-extras-alq.

      *> Recargos por danos (RecargosDanios): lo que el costo real
      *> de la reparacion excede al deposito retenido se le cobra
      *> al cliente del alquiler como linea propia.
       select recargos-danios
           assign to disk "..\..\..\Entrada\recargos-danios.dat"
           organization is indexed
           access mode is dynamic
           record key is rda-clave
           file status is fs-recargos.

      *> Libro de senias (ReservasAdelantadas): la senia cobrada
      *> para la patente+fecha del alquiler facturado se aplica
      *> como linea de credito de la factura y queda marcada
           record key is sen-clave
           file status is fs-senias.

      *> Campanias promocionales aplicadas (AplicarCampania) por
      *> clave patente+fecha: el alquiler se factura a precio de
      *> lista y el descuento de la campania sale como linea propia.
       select campanias-alquiler
           assign to disk "..\..\..\Entrada\campanias-alquiler.dat"
           organization is indexed
           access mode is random
           record key is cpa-clave
           file status is fs-cpa.

      *> Ultimo numero fiscal usado de cada letra: dos series
      *> independientes, persistidas igual que la numeracion
      *> interna.
       select numeracion-letras
           assign to disk "..\..\..\Entrada\numeracion-letras.dat"
           organization is line sequential
           file status is fs-numeracion-letras.

      *> Asociacion documento -> cuenta corporativa
      *> (MantenimientoCuentasCorp): en el modo consolidado los

       *> Registro de facturas emitidas: una entrada por factura con
       *> su cliente, total y estado (E=emitida, A=anulada por nota
       *> de credito, C=cobrada, I=dada de baja por incobrable). Es
       *> el maestro contra el que operan NotaCredito y las
       *> cobranzas.
       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       DATA DIVISION.
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  upd-fecha   pic 9(8).
           03 upd-tipo-doc     pic x.
           03 upd-nro-doc      pic x(20).
           03 upd-importe      pic 9(6)v99.
           03 upd-chofer       pic x(7).
           03 upd-estado       pic x.
           03 upd-agencia      pic 9.
               88  mul-pendiente       value "P".
           03  mul-descripcion     pic x(30).

       fd cargos-combustible
           label record is standard.
       01  rec-cargos-comb.
           03  ccb-clave.
               05  ccb-patente     pic x(6).
               05  ccb-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  ccb-tipo-doc        pic x.
           03  ccb-nro-doc         pic x(20).
           03  ccb-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  ccb-octavos-salida  pic 9.
           03  ccb-octavos-entrada pic 9.
           03  ccb-litros          pic 9(3)v99.
           03  ccb-precio-litro    pic 9(4)v99.
           03  ccb-importe         pic 9(5)v99.
           03  ccb-estado          pic x.
               88  ccb-pendiente       value "P".

       fd sucursal-devolucion
           label record is standard.
       01  rec-suc-devol.
           03  sdv-clave.
               05  sdv-patente     pic x(6).
               05  sdv-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  sdv-sucursal-retiro pic 99.
           03  sdv-sucursal-pactada pic 99.
           03  sdv-fecha-retorno   pic 9(8).  *> AAAAMMDD
           03  sdv-sucursal-real   pic 99.    *> 00 = no volvio
           03  sdv-tipo-doc        pic x.
           03  sdv-nro-doc         pic x(20).
           03  sdv-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  sdv-importe         pic 9(5)v99.
           03  sdv-estado          pic x.
               88  sdv-pendiente       value "P".

       fd horas-extra
           label record is standard.
       01  rec-horas-extra.
           03  hex-clave.
               05  hex-legajo      pic x(7).
               05  hex-fecha       pic 9(8).  *> AAAAMMDD
           03  hex-hora-entrada    pic 9(4).
           03  hex-hora-salida     pic 9(4).
           03  hex-turno           pic x.
           03  hex-horas           pic 9(2)v99.
           03  hex-patente         pic x(6).
           03  hex-fecha-alq       pic 9(8).  *> DDMMAAAA
           03  hex-tipo-doc        pic x.
           03  hex-nro-doc         pic x(20).
           03  hex-tarifa          pic 9(4)v99.
           03  hex-importe         pic 9(7)v99.
           03  hex-estado-fact     pic x.
               88  hex-a-facturar      value "P".
           03  hex-estado-liq      pic x.
           03  hex-fecha-liq       pic 9(8).  *> AAAAMMDD

       fd gastos
           label record is standard.
       01  rec-gastos.
           03  gas-clave.
               05  gas-patente     pic x(6).
               05  gas-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  gas-nro         pic 99.
           03  gas-legajo          pic x(7).
           03  gas-tipo            pic x.
           03  gas-fecha-gasto     pic 9(8).  *> DDMMAAAA
           03  gas-importe         pic 9(5)v99.
           03  gas-facturable      pic x.
           03  gas-estado          pic x.
               88  gas-aprobado        value "A".
           03  gas-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  gas-estado-fact     pic x.
               88  gas-a-facturar      value "P".
           03  gas-estado-liq      pic x.
           03  gas-fecha-liq       pic 9(8).  *> AAAAMMDD
           03  gas-tipo-doc        pic x.
           03  gas-nro-doc         pic x(20).
           03  gas-fecha-carga     pic 9(8).  *> AAAAMMDD
           03  gas-descripcion     pic x(30).

       fd extras-alquiler
           label record is standard.
       01  rec-extras-alq.
           03  exa-clave.
               05  exa-patente     pic x(6).
               05  exa-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  exa-codigo      pic x(4).
           03  exa-sucursal        pic 99.
           03  exa-descripcion     pic x(20).
           03  exa-cantidad        pic 99.
           03  exa-cantdias        pic 99.
           03  exa-desde           pic 9(8).  *> AAAAMMDD
           03  exa-hasta           pic 9(8).  *> AAAAMMDD
           03  exa-precio-dia      pic 9(4)v99.
           03  exa-importe         pic 9(6)v99.
           03  exa-valor-reposicion pic 9(5)v99.
           03  exa-tipo-doc        pic x.
           03  exa-nro-doc         pic x(20).
           03  exa-estado-fact     pic x.
               88  exa-a-facturar      value "P".
           03  exa-estado-dev      pic x.
           03  exa-cant-faltante   pic 99.
           03  exa-recargo         pic 9(6)v99.
           03  exa-estado-recargo  pic x.
               88  exa-recargo-pend    value "P".

       fd recargos-danios
           label record is standard.
       01  rec-recargos-danios.
           03  rda-clave.
               05  rda-patente     pic x(6).
               05  rda-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  rda-tipo-doc        pic x.
           03  rda-nro-doc         pic x(20).
           03  rda-fecha-alta      pic 9(8).  *> DDMMAAAA
           03  rda-zonas           pic x(6).
           03  rda-sin-fecha       pic 9(8).
           03  rda-ot-fecha        pic 9(8).
           03  rda-costo-taller    pic 9(7)v99.
           03  rda-deposito        pic 9(4)v99.
           03  rda-importe         pic 9(6)v99.
           03  rda-estado          pic x.
               88  rda-pendiente       value "P".

       fd senias
           label record is standard.
       01  rec-senias.
               88  sen-en-custodia     value "H".
           03  sen-fecha-mov       pic 9(8).  *> AAAAMMDD

       fd campanias-alquiler
           label record is standard.
       01  rec-campanias-alquiler.
           03  cpa-clave.
               05  cpa-patente     pic x(6).
               05  cpa-fecha       pic 9(8).  *> DDMMAAAA
           03  cpa-codigo          pic x(8).
           03  cpa-estado          pic x.
               88  cpa-aplicada        value "A".
           03  cpa-agencia         pic 9.
           03  cpa-importe-lista   pic 9(6)v99.
           03  cpa-descuento       pic 9(6)v99.
           03  cpa-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd numeracion-letras
           label record is standard.
       01  reg-numeracion-letras.
           03  num-ultima-letra-a  pic 9(6).
           03  num-ultima-letra-b  pic 9(6).

       fd cuentas-docs
           label record is standard.
           03  det-tipo            pic x.
               88  det-alquiler        value "A".
               88  det-descuento       value "D".
               88  det-campania        value "P".
               88  det-recargo-danio   value "K".
           03  det-patente         pic x(6).
           03  det-fecha           pic 9(8).  *> DDMMAAAA
           03  det-concepto        pic x(20).
               88  fact-cobrada        value "C".
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
               88  fact-cae-pendiente  value "P".
               88  fact-cae-enviada    value "E".
               88  fact-cae-autorizada value "A".
               88  fact-cae-rechazada  value "R".
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
               88  fact-es-factura     value "F".
               88  fact-es-debito      value "D".
           03  fact-fact-origen    pic 9(6).

       sd temporal
           data record is reg-temporal-factura.
           03  temp-patente        pic x(6).
           03  temp-marca          pic x(20).
           03  temp-tarifa         pic 9(4)v99.
           03  temp-importe        pic 9(6)v99.
           03  temp-cli-numero     pic x(8).
           03  temp-cli-direccion  pic x(30).
           03  temp-cli-telefono   pic x(20).
           *> A = linea de alquiler del maestro, M = multa
           *> recargada, C = cargo por combustible faltante,
           *> H = horas extra del chofer, G = gasto rendido por
           *> el chofer, E = extra alquilado, R = recargo por
           *> extra no devuelto, S = cargo por devolucion en otra
           *> sucursal, D = recargo por danos sobre el deposito:
           *> solo las "A" marcan alq-factura,
           *> aplican senia y persisten detalle de tipo alquiler
           03  temp-tipo-linea     pic x.

       working-storage section.

       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic x(2).
       01 precio-ruta           pic 9(6)v99.
       01 ruta-estado           pic x(2).

       01 fs-alquileres-upd    pic xx.
           88 ok-alq-upd               value "00".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 duplicado-fact-emi       value "22".
       01 factura-nueva         pic x.

       01 fs-fact-detalle      pic xx.
           88 ok-det                   value "00".
       77 cargo-admin-multa     pic 9(3)v99 value 015.00.
       77 importe-multa-total   pic 9(5)v99 value zeroes.

       01 fs-cargos-comb       pic xx.
           88 ok-ccb                   value "00".
           88 eof-ccb                  value "10".

       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
           88 eof-sdv                  value "10".

       01 fs-horas-extra       pic xx.
           88 ok-hex                   value "00".
           88 eof-hex                  value "10".

       01 fs-gastos            pic xx.
           88 ok-gas                   value "00".
           88 eof-gas                  value "10".

       01 fs-extras-alq        pic xx.
           88 ok-exa                   value "00".
           88 eof-exa                  value "10".

       01 fs-recargos          pic xx.
           88 ok-rda                   value "00".
           88 eof-rda                  value "10".

       01 fs-senias            pic xx.
           88 ok-sen                   value "00".
       01 hay-senias           pic x       value "N".
           03 filler pic x(9)   value spaces.
           03 dsl-importe       pic -(5)9.99.

       01 fs-cpa               pic xx.
           88 ok-cpa                   value "00".
       01 hay-campanias-alq    pic x       value "N".
           88 campanias-alq-abiertas   value "S".
       01 hay-descuento-campania pic x.
           88 con-descuento-campania   value "S".

       01 desc-campania-lin.
           03 filler pic x(19)  value "Descuento campania ".
           03 dcm-codigo        pic x(11).
           03 filler pic x(9)   value spaces.
           03 dcm-importe       pic -(5)9.99.

       01 fs-numeracion-letras pic xx.
           88 ok-num-let               value "00".
       77 nro-fiscal-a          pic 9(6)    value zeroes.
       77 nro-fiscal-b          pic 9(6)    value zeroes.

      *> Condicion fiscal del cliente de la factura en curso y lo
      *> que se deriva de ella (ver CondicionFiscal).
       01 condicion-factura     pic x.
       01 letra-factura         pic x.
       01 cuit-factura          pic 9(11).
       77 nro-fiscal-factura    pic 9(6)    value zeroes.

       77 pct-iva-factura       pic 9(2)v99 value zeroes.
       77 neto-factura          pic 9(7)v99 value zeroes.
       77 iva-factura           pic 9(7)v99 value zeroes.

       01 lin-neto.
           03 filler pic x(20)  value "Neto gravado:  ".
           03 ln-neto           pic zzzzzzz9.99.

       01 lin-iva.
           03 filler pic x(4)   value "IVA ".
           03 li-pct            pic z9.99.
           03 filler pic x(11)  value " %:        ".
           03 li-importe        pic zzzzzzz9.99.

       01 desc-canje-lin.
           03 filler pic x(31)  value "Canje de puntos    (".
       77 tot-general           pic 9(9)v99 value zeroes.
       01 cliente-actual       pic x(20)   value spaces.

      *> Aviso al cliente de la factura emitida (cola de
      *> notificaciones, ver EncolarNotificacion).
       01 notif-plantilla       pic x(8)    value "FACTURA".
       01 notif-nro-doc         pic x(20).
       01 notif-variables.
           03 nv-factura        pic 9(6).
           03 filler            pic x       value spaces.
           03 nv-total          pic zzzzzz9.99.
           03 filler            pic x(43)   value spaces.
       01 notif-clave           pic x(20).

       01 fecha-desglosada.
           03 fd-aaaa           pic 9999.
           03 fd-mm             pic 99.
       77 ws-resto-fecha        pic 9(6).

       01 encab-factura1.
           03 filler pic x(8)   value "Factura ".
           03 ef1-letra         pic x.
           03 filler pic x(6)   value " Nro: ".
           03 ef1-nro-fiscal    pic 9(6).
           03 filler pic x(10)  value " Interno: ".
           03 ef1-nro-factura   pic 9(6).
           03 filler pic x(5)   value spaces.
           03 filler pic x(9)   value "Periodo: ".
           03 filler pic x(2)   value spaces.
           03 detf-tarifa       pic zzz9.99.
           03 filler pic x(3)   value spaces.
           03 detf-importe      pic zzzzz9.99.

       01 total-factura-lin.
           03 filler pic x(20)  value "Total factura: ".
           03 tf-total          pic zzzzzzz9.99.

       01 resumen-final.
           03 filler pic x(24)  value "Total de facturas: ".
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "FACTURACION".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           perform leer-numeracion.
           perform abrir-clientes.
           perform abrir-autos.
           perform abrir-campanias-alquiler.
           perform sort-section.
           perform cerrar-campanias-alquiler.
           perform cerrar-autos.
           perform cerrar-clientes.
           perform grabar-numeracion.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-max-canje.
           move "CARGO-ADMIN-MULTA" to nombre-parametro.
           move cargo-admin-multa to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               end-if
               close numeracion
           end-if.
           open input numeracion-letras.
           if ok-num-let
               read numeracion-letras
                   at end continue
               end-read
               if ok-num-let
                   move num-ultima-letra-a to nro-fiscal-a
                   move num-ultima-letra-b to nro-fiscal-b
               end-if
               close numeracion-letras
           end-if.

       grabar-numeracion.
           open output numeracion.
           else
               display "Error al grabar numeracion fs: " fs-numeracion
           end-if.
           open output numeracion-letras.
           if ok-num-let
               move nro-fiscal-a to num-ultima-letra-a
               move nro-fiscal-b to num-ultima-letra-b
               write reg-numeracion-letras
               close numeracion-letras
           else
               display "Error al grabar numeracion por letra fs: "
                 fs-numeracion-letras
           end-if.

       abrir-clientes.
           move "A" to op.
       cerrar-autos.
           close autos.

      *> Sin campanias aplicadas todavia se factura como siempre.
       abrir-campanias-alquiler.
           open input campanias-alquiler.
           if ok-cpa
               move "S" to hay-campanias-alq
           end-if.

       cerrar-campanias-alquiler.
           if campanias-alq-abiertas
               close campanias-alquiler
           end-if.

       buscar-campania-alquiler.
           move "N" to hay-descuento-campania.
           if campanias-alq-abiertas
               read campanias-alquiler
                   invalid key continue
                   not invalid key
                       if cpa-aplicada and cpa-descuento > zeroes
                           move "S" to hay-descuento-campania
                       end-if
               end-read
           end-if.

       sort-section.
           sort temporal ascending key temp-clave
               input procedure entrada-factura
           perform procesar-alquiler-factura until eof-alq.
           perform cerrar-alquileres.
           perform liberar-multas-pendientes.
           perform liberar-cargos-combustible.
           perform liberar-cargos-devolucion.
           perform liberar-horas-extra.
           perform liberar-gastos-choferes.
           perform liberar-extras-alquiler.
           perform liberar-recargos-danios.

       abrir-alquileres.
           open input alquileresmae.
       *> alquiler incluidos: la conciliacion y
       *> CargarNuevosAlquileres ya valuan tarifa por dias al armar
       *> el pendiente.
      *> Un traslado con chofer no tiene tarifa por dia: la linea
      *> sale como TRASLADO CON CHOFER, sin tarifa/dia, y se factura
      *> el precio de la ruta vigente en la fecha del alquiler (no
      *> un importe retocado a mano en el maestro).
       generar-item-factura.
           move alq-patente to aut-patente.
           read autos
           move alq-patente to temp-patente of reg-temporal-factura.
           move aut-marca to temp-marca of reg-temporal-factura.
           move tarifa-vigente to temp-tarifa.
           call "BuscarTarifaRuta" using alq-patente, alq-fecha,
            aut-tamano, precio-ruta, ruta-estado.
           move alq-importe to temp-importe.
           if ruta-estado is not equal to "23"
               move "TRASLADO CON CHOFER" to
                   temp-marca of reg-temporal-factura
               move zeroes to temp-tarifa
           end-if.
           if ruta-estado is equal to "00"
               move precio-ruta to temp-importe
           else
               *> alq-importe ya viene con el descuento de la
               *> campania: la linea de alquiler va a precio de lista
               move alq-patente to cpa-patente
               move alq-fecha to cpa-fecha
               perform buscar-campania-alquiler
               if con-descuento-campania
                   add cpa-descuento to temp-importe
               end-if
           end-if.
           move cli-numero to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
                 fs-multas
           end-if.

      *> Los cargos por combustible pendientes del rango, igual que
      *> las multas: una linea mas del cliente, marcada facturada
      *> en la misma corrida que la absorbe.
       liberar-cargos-combustible.
           if modo-refacturacion
               continue
           else
               open i-o cargos-combustible
               if ok-ccb
                   move low-values to ccb-clave
                   start cargos-combustible
                       key is not less than ccb-clave
                       invalid key continue
                   end-start
                   perform leer-cargo-combustible
                   perform evaluar-cargo-combustible until eof-ccb
                   close cargos-combustible
               end-if
           end-if.

       leer-cargo-combustible.
           read cargos-combustible next record
               at end continue
           end-read.

       evaluar-cargo-combustible.
           if ccb-pendiente
               move ccb-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-cargo-combustible
               end-if
           end-if.
           perform leer-cargo-combustible.

       liberar-cargo-combustible.
           move "P" to op.
           call "BuscarDatosCliente" using op, ccb-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move ccb-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move ccb-fecha-alq to temp-fecha of reg-temporal-factura.
           move ccb-patente
               to temp-patente of reg-temporal-factura.
           move "CARGO COMBUSTIBLE" to
               temp-marca of reg-temporal-factura.
           move zeroes to temp-tarifa.
           move ccb-importe
               to temp-importe of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           move "C" to temp-tipo-linea of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.
           move "F" to ccb-estado.
           rewrite rec-cargos-comb.
           if not ok-ccb
               display "Error al marcar cargo de combustible "
                   "facturado fs: " fs-cargos-comb
           end-if.

      *> Los cargos por devolucion en otra sucursal pendientes del
      *> rango, igual que los de combustible.
       liberar-cargos-devolucion.
           if modo-refacturacion
               continue
           else
               open i-o sucursal-devolucion
               if ok-sdv
                   move low-values to sdv-clave
                   start sucursal-devolucion
                       key is not less than sdv-clave
                       invalid key continue
                   end-start
                   perform leer-cargo-devolucion
                   perform evaluar-cargo-devolucion until eof-sdv
                   close sucursal-devolucion
               end-if
           end-if.

       leer-cargo-devolucion.
           read sucursal-devolucion next record
               at end continue
           end-read.

       evaluar-cargo-devolucion.
           if sdv-pendiente
               move sdv-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-cargo-devolucion
               end-if
           end-if.
           perform leer-cargo-devolucion.

       liberar-cargo-devolucion.
           move "P" to op.
           call "BuscarDatosCliente" using op, sdv-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move sdv-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move sdv-fecha-alq to temp-fecha of reg-temporal-factura.
           move sdv-patente
               to temp-patente of reg-temporal-factura.
           move "DEVOL. OTRA SUCURSAL" to
               temp-marca of reg-temporal-factura.
           move zeroes to temp-tarifa.
           move sdv-importe
               to temp-importe of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           move "S" to temp-tipo-linea of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.
           move "F" to sdv-estado.
           rewrite rec-suc-devol.
           if not ok-sdv
               display "Error al marcar cargo por devolucion "
                   "facturado fs: " fs-suc-devol
           end-if.

      *> Las horas extra de chofer a facturar, por la fecha del
      *> alquiler al que quedaron ligadas, igual que los cargos por
      *> combustible.
       liberar-horas-extra.
           if modo-refacturacion
               continue
           else
               open i-o horas-extra
               if ok-hex
                   move low-values to hex-clave
                   start horas-extra
                       key is not less than hex-clave
                       invalid key continue
                   end-start
                   perform leer-hora-extra
                   perform evaluar-hora-extra until eof-hex
                   close horas-extra
               end-if
           end-if.

       leer-hora-extra.
           read horas-extra next record
               at end continue
           end-read.

       evaluar-hora-extra.
           if hex-a-facturar
               move hex-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-hora-extra
               end-if
           end-if.
           perform leer-hora-extra.

       liberar-hora-extra.
           move "P" to op.
           call "BuscarDatosCliente" using op, hex-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move hex-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move hex-fecha-alq to temp-fecha of reg-temporal-factura.
           move hex-patente
               to temp-patente of reg-temporal-factura.
           move "HORAS EXTRA CHOFER" to
               temp-marca of reg-temporal-factura.
           move hex-tarifa to temp-tarifa.
           move hex-importe
               to temp-importe of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           move "H" to temp-tipo-linea of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.
           move "F" to hex-estado-fact.
           rewrite rec-horas-extra.
           if not ok-hex
               display "Error al marcar horas extra facturadas fs: "
                   fs-horas-extra
           end-if.

      *> Los gastos de chofer aprobados y facturables, por la fecha
      *> del alquiler contra el que se rindieron.
       liberar-gastos-choferes.
           if modo-refacturacion
               continue
           else
               open i-o gastos
               if ok-gas
                   move low-values to gas-clave
                   start gastos
                       key is not less than gas-clave
                       invalid key continue
                   end-start
                   perform leer-gasto-chofer
                   perform evaluar-gasto-chofer until eof-gas
                   close gastos
               end-if
           end-if.

       leer-gasto-chofer.
           read gastos next record
               at end continue
           end-read.

       evaluar-gasto-chofer.
           if gas-aprobado and gas-a-facturar
               move gas-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-gasto-chofer
               end-if
           end-if.
           perform leer-gasto-chofer.

       liberar-gasto-chofer.
           move "P" to op.
           call "BuscarDatosCliente" using op, gas-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move gas-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move gas-fecha-alq to temp-fecha of reg-temporal-factura.
           move gas-patente
               to temp-patente of reg-temporal-factura.
           move "GASTOS DEL CHOFER" to
               temp-marca of reg-temporal-factura.
           move zeroes to temp-tarifa.
           move gas-importe
               to temp-importe of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           move "G" to temp-tipo-linea of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.
           move "F" to gas-estado-fact.
           rewrite rec-gastos.
           if not ok-gas
               display "Error al marcar gasto de chofer facturado "
                   "fs: " fs-gastos
           end-if.

      *> Los extras asociados a alquileres del rango: el alquiler
      *> del extra y, si no volvio, el recargo por reposicion, cada
      *> uno como linea propia marcada facturada.
       liberar-extras-alquiler.
           if modo-refacturacion
               continue
           else
               open i-o extras-alquiler
               if ok-exa
                   move low-values to exa-clave
                   start extras-alquiler
                       key is not less than exa-clave
                       invalid key continue
                   end-start
                   perform leer-extra-alquiler
                   perform evaluar-extra-alquiler until eof-exa
                   close extras-alquiler
               end-if
           end-if.

       leer-extra-alquiler.
           read extras-alquiler next record
               at end continue
           end-read.

       evaluar-extra-alquiler.
           if exa-a-facturar or exa-recargo-pend
               move exa-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-extra-alquiler
               end-if
           end-if.
           perform leer-extra-alquiler.

       liberar-extra-alquiler.
           move "P" to op.
           call "BuscarDatosCliente" using op, exa-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           if exa-a-facturar
               move exa-descripcion to
                   temp-marca of reg-temporal-factura
               move exa-precio-dia to temp-tarifa
               move exa-importe
                   to temp-importe of reg-temporal-factura
               move "E" to temp-tipo-linea of reg-temporal-factura
               perform liberar-linea-extra
               move "F" to exa-estado-fact
           end-if.
           if exa-recargo-pend
               move "EXTRA NO DEVUELTO" to
                   temp-marca of reg-temporal-factura
               move zeroes to temp-tarifa
               move exa-recargo
                   to temp-importe of reg-temporal-factura
               move "R" to temp-tipo-linea of reg-temporal-factura
               perform liberar-linea-extra
               move "F" to exa-estado-recargo
           end-if.
           rewrite rec-extras-alq.
           if not ok-exa
               display "Error al marcar extra facturado fs: "
                   fs-extras-alq
           end-if.

       liberar-linea-extra.
           move exa-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move exa-fecha-alq to temp-fecha of reg-temporal-factura.
           move exa-patente
               to temp-patente of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.

      *> Los recargos por danos ya liquidados contra el costo del
      *> taller, por la fecha del alquiler danado, igual que los
      *> cargos por combustible.
       liberar-recargos-danios.
           if modo-refacturacion
               continue
           else
               open i-o recargos-danios
               if ok-rda
                   move low-values to rda-clave
                   start recargos-danios
                       key is not less than rda-clave
                       invalid key continue
                   end-start
                   perform leer-recargo-danio
                   perform evaluar-recargo-danio until eof-rda
                   close recargos-danios
               end-if
           end-if.

       leer-recargo-danio.
           read recargos-danios next record
               at end continue
           end-read.

       evaluar-recargo-danio.
           if rda-pendiente
               move rda-fecha-alq to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               if alq-fecha-comp is not less than rango-desde-comp
                   and alq-fecha-comp is not
                       greater than rango-hasta-comp
                   perform liberar-recargo-danio
               end-if
           end-if.
           perform leer-recargo-danio.

       liberar-recargo-danio.
           move "P" to op.
           call "BuscarDatosCliente" using op, rda-nro-doc,
            cli-codigo-estado, cli-numero, cli-direccion,
            cli-telefono, cli-nueva-direccion, cli-nuevo-telefono,
            cli-cant-alquileres, cli-total-gastado.
           move rda-nro-doc
               to temp-cli-nro-doc of reg-temporal-factura.
           move alq-fecha-comp
               to temp-fecha-comp of reg-temporal-factura.
           move rda-fecha-alq to temp-fecha of reg-temporal-factura.
           move rda-patente
               to temp-patente of reg-temporal-factura.
           move "RECARGO POR DANOS" to
               temp-marca of reg-temporal-factura.
           move zeroes to temp-tarifa.
           move rda-importe
               to temp-importe of reg-temporal-factura.
           move cli-numero
               to temp-cli-numero of reg-temporal-factura.
           move cli-direccion
               to temp-cli-direccion of reg-temporal-factura.
           move cli-telefono
               to temp-cli-telefono of reg-temporal-factura.
           move "K" to temp-tipo-linea of reg-temporal-factura.
           perform resolver-cuenta-corp.
           release reg-temporal-factura.
           move "F" to rda-estado.
           rewrite rec-recargos-danios.
           if not ok-rda
               display "Error al marcar recargo por danos "
                   "facturado fs: " fs-recargos
           end-if.

      *> Un pedido grupal factura junto: la clave del sort pasa a
      *> ser el numero de grupo y todos sus alquileres caen en la
      *> misma factura, cualquiera sea el documento de cada linea.
           if puntos-abiertos
               close puntos
           end-if.
           if cuentas-docs-abierto
               close cuentas-docs
           end-if.
                       "aplica canje."
               end-if
           end-if.
           open i-o senias.
           if ok-sen
               move "S" to hay-senias
           end-if.
           if consolidar-cuentas
               open input cuentas-docs
               if ok-ctd

       inicializar-factura.
           add 1 to nro-factura.
           call "CondicionFiscal" using
               temp-cli-numero of reg-temporal-factura,
               condicion-factura, letra-factura, pct-iva-factura,
               cuit-factura.
           if letra-factura = "A"
               add 1 to nro-fiscal-a
               move nro-fiscal-a to nro-fiscal-factura
           else
               add 1 to nro-fiscal-b
               move nro-fiscal-b to nro-fiscal-factura
           end-if.
           add 1 to cant-facturas.
           move 0 to tot-factura.
           move 0 to linea-detalle.
               to cliente-actual.

       escribir-encabezado-factura.
           move letra-factura to ef1-letra.
           move nro-fiscal-factura to ef1-nro-fiscal.
           move nro-factura to ef1-nro-factura.
           move rango-desde to ef1-desde.
           move rango-hasta to ef1-hasta.
           add temp-importe of reg-temporal-factura to tot-factura.
           perform persistir-linea-alquiler.
           if temp-tipo-linea of reg-temporal-factura = "A"
               perform aplicar-campania-item
               perform aplicar-senia-item
               perform marcar-alquiler-facturado
           end-if.
           perform leer-temporal-factura.

      *> El descuento de la campania aplicada a la clave del
      *> alquiler sale como linea de credito propia, y persistida
      *> con tipo "P" para que la conciliacion y los informes lo
      *> distingan del precio del alquiler.
       aplicar-campania-item.
           move temp-patente of reg-temporal-factura to cpa-patente.
           move temp-fecha of reg-temporal-factura to cpa-fecha.
           perform buscar-campania-alquiler.
           if con-descuento-campania
               perform acreditar-campania
           end-if.

       acreditar-campania.
           move cpa-codigo to dcm-codigo.
           compute dcm-importe = 0 - cpa-descuento.
           display desc-campania-lin.
           move desc-campania-lin to reg-facturas.
           write reg-facturas.
           subtract cpa-descuento from tot-factura.
           add 1 to linea-detalle.
           move nro-factura to det-fact-nro.
           move linea-detalle to det-linea.
           move "P" to det-tipo.
           move cpa-patente to det-patente.
           move cpa-fecha to det-fecha.
           move spaces to det-concepto.
           string "CAMPANIA " cpa-codigo delimited by size
               into det-concepto.
           compute det-importe = 0 - cpa-descuento.
           perform grabar-linea-detalle.

      *> La senia en custodia de la clave del alquiler se aplica
      *> como credito en la factura (linea propia, tambien en el
      *> detalle persistido) y queda marcada aplicada: se aplica
           rewrite rec-senias.
           if not ok-sen
               display "Error al aplicar senia fs: " fs-senias
           else
               perform asentar-senia-ctacte
           end-if.

      *> La senia aplicada sale de la custodia del cliente: ya
      *> esta descontada del total de la factura.
       asentar-senia-ctacte.
           move spaces to mcc-cli-numero.
           move cliente-actual to mcc-nro-doc.
           move sen-clave to mcc-alq-clave.
           move "SE" to mcc-tipo.
           move "D" to mcc-signo.
           move sen-importe to mcc-importe.
           move spaces to mcc-comprobante.
           string "APLICADA FACT " nro-factura delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> La linea persistida lleva el tipo real: solo las "A"
      *> (alquiler) participan de la comparacion aprobado-vs-
      *> facturado y de las notas de credito por alquiler.
           if temp-tipo-linea of reg-temporal-factura = "M"
               move "M" to det-tipo
               move "MULTA + CARGO ADM" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "C"
               move "C" to det-tipo
               move "CARGO COMBUSTIBLE" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "H"
               move "H" to det-tipo
               move "HORAS EXTRA CHOFER" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "G"
               move "G" to det-tipo
               move "GASTOS DEL CHOFER" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "E"
               move "E" to det-tipo
               move temp-marca of reg-temporal-factura
                   to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "R"
               move "R" to det-tipo
               move "EXTRA NO DEVUELTO" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "S"
               move "S" to det-tipo
               move "DEVOL. OTRA SUCURSAL" to det-concepto
           else if temp-tipo-linea of reg-temporal-factura = "K"
               move "K" to det-tipo
               move "RECARGO POR DANOS" to det-concepto
           else
               move "A" to det-tipo
               move "ALQUILER" to det-concepto
           perform grabar-linea-detalle.

      *> Discrimina neto e IVA del total de la factura con la
      *> alicuota de la condicion fiscal del cliente, resuelta al
      *> iniciar la factura. El total de la factura - y por lo tanto
      *> cobranzas, morosidad y saldos - no cambia: la tarifa de
      *> siempre ya era final de impuestos, lo que faltaba era
      *> discriminarlos para el libro.
       discriminar-iva.
           compute neto-factura rounded =
               tot-factura * 100 / (100 + pct-iva-factura).
           compute iva-factura = tot-factura - neto-factura.
      *> Asienta la factura recien emitida en el registro. En una
       *> refacturacion (modo R) el numero es nuevo, asi que nunca
       *> deberia chocar; si choca se pisa, porque el registro tiene
       *> que reflejar lo efectivamente emitido. Un choque solo se da
       *> al rehacer una corrida cortada antes de grabar-numeracion:
       *> la primera ya aviso al cliente y asento la cuenta
       *> corriente, asi que al pisar no se vuelve a hacer.
       registrar-factura-emitida.
           move nro-factura to fact-nro.
           move function current-date(1:8) to fact-fecha-emision.
           move "E" to fact-estado.
           move neto-factura to fact-neto.
           move iva-factura to fact-iva.
           move zeroes to fact-cae.
           move zeroes to fact-cae-vto.
           move "P" to fact-cae-estado.
           move zeroes to fact-cae-fecha.
           move letra-factura to fact-letra.
           move nro-fiscal-factura to fact-nro-fiscal.
           move condicion-factura to fact-condicion.
           move "F" to fact-tipo-comp.
           move zeroes to fact-fact-origen.
           move "N" to factura-nueva.
           write rec-fact-emitidas.
           if ok-fact-emi
               move "S" to factura-nueva
           end-if.
           if duplicado-fact-emi
               rewrite rec-fact-emitidas
           end-if.
           if not ok-fact-emi
               display "Error al registrar factura emitida fs: "
                 fs-fact-emitidas
           else if factura-nueva = "S"
               perform notificar-factura
               perform asentar-factura-ctacte
           end-if.

      *> La factura entra a la cuenta corriente del cliente al
      *> debe, por el total ya neto de la senia aplicada.
       asentar-factura-ctacte.
           move fact-cli-numero to mcc-cli-numero.
           move fact-nro-doc to mcc-nro-doc.
           move spaces to mcc-alq-clave.
           move "FA" to mcc-tipo.
           move "D" to mcc-signo.
           move fact-total to mcc-importe.
           move spaces to mcc-comprobante.
           string "FACTURA " fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

       notificar-factura.
           move fact-nro-doc to notif-nro-doc.
           move fact-nro to nv-factura.
           move fact-total to nv-total.
           move fact-nro to notif-clave.
           call "EncolarNotificacion" using notif-plantilla,
               notif-nro-doc, notif-variables, notif-clave.

       escribir-resumen-final.
           move cant-facturas to rf-cant-facturas.
           move tot-general to rf-tot-general.

       cerrar-facturas.
           close facturas.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
