       identification division.
       program-id. InteresesMora.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Intereses por mora: el contrato preve interes sobre el
      *> saldo vencido y nunca se cobraba, aunque CobranzasClientes
      *> y Reclamos saben cuantos dias lleva cada factura. Este
      *> proceso mensual (agendado en MantenimientoAgenda) calcula,
      *> para cada factura abierta con saldo vencido, el interes a
      *> la TASA-INTERES-MORA mensual de parametros-sistema.dat
      *> proporcional a los dias de mora, y emite por cada una una
      *> nota de debito con IVA (letra y alicuota de la condicion
      *> fiscal del cliente, serie fiscal propia por letra en
      *> numeracion-debitos.dat).
      *>
      *> La nota de debito se graba en el registro de facturas
      *> emitidas (tipo "D", con la factura de origen) con el mismo
      *> numero interno correlativo que las facturas: asi entra
      *> sola en la antiguedad de deuda, la orden de debito, los
      *> reclamos, el libro IVA, la autorizacion CAE y la interface
      *> contable como cualquier otra cuenta a cobrar.
      *>
      *> Una factura vence DIAS-GRACIA-MORA dias despues de emitida.
      *> El control de intereses (intereses-mora.dat) guarda hasta
      *> que fecha se cobro cada factura, asi el mes siguiente solo
      *> se cobran los dias nuevos y correr dos veces el mismo dia
      *> no duplica nada. No generan interes las notas de debito
      *> (no se capitalizan intereses), las facturas con plan de
      *> cuotas (la refinanciacion se pacta aparte) ni un interes
      *> menor a MINIMO-INTERES-MORA, que queda para el mes
      *> siguiente.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select facturas-detalle
           assign to disk "..\..\..\Entrada\facturas-detalle.dat"
           organization is indexed
           access mode is dynamic
           record key is det-clave
           file status is fs-fact-detalle.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select planes
           assign to disk "..\..\..\Entrada\planes-pago.dat"
           organization is indexed
           access mode is random
           record key is cuo-clave
           file status is fs-planes.

      *> Hasta que fecha se cobro interes a cada factura.
       select control-mora
           assign to disk "..\..\..\Entrada\intereses-mora.dat"
           organization is indexed
           access mode is random
           record key is imo-fact-nro
           file status is fs-control-mora.

       select numeracion
           assign to disk "..\..\..\Entrada\numeracion-facturas.dat"
           organization is line sequential
           file status is fs-numeracion.

      *> Serie fiscal de las notas de debito, una por letra, aparte
      *> de la de facturas (numeracion-letras.dat).
       select numeracion-debitos
           assign to disk "..\..\..\Entrada\numeracion-debitos.dat"
           organization is line sequential
           file status is fs-numeracion-debitos.

       select reporte
           assign to disk "..\..\..\Salida\intereses-mora.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, las respuestas salen de aca
      *> y los ACCEPT no frenan la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd facturas-emitidas
           label record is standard.
       01  rec-fact-emitidas.
           03  fact-nro            pic 9(6).
           03  fact-fecha-emision  pic 9(8).  *> AAAAMMDD
           03  fact-nro-doc        pic x(20).
           03  fact-cli-numero     pic x(8).
           03  fact-total          pic 9(7)v99.
           03  fact-pagado         pic 9(7)v99.
           03  fact-estado         pic x.
               88  fact-emitida        value "E".
               88  fact-anulada        value "A".
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

       fd facturas-detalle
           label record is standard.
       01  rec-fact-detalle.
           03  det-clave.
               05  det-fact-nro    pic 9(6).
               05  det-linea       pic 9(3).
           03  det-tipo            pic x.
               88  det-alquiler        value "A".
               88  det-descuento       value "D".
               88  det-interes         value "I".
               88  det-recargo-danio   value "K".
           03  det-patente         pic x(6).
           03  det-fecha           pic 9(8).  *> DDMMAAAA
           03  det-concepto        pic x(20).
           03  det-importe         pic s9(7)v99.

       fd notas-emitidas
           label record is standard.
       01  rec-notas-emitidas.
           03  nemi-nro            pic 9(6).
           03  nemi-fact-nro       pic 9(6).
           03  nemi-fecha          pic 9(8).  *> AAAAMMDD
           03  nemi-nro-doc        pic x(20).
           03  nemi-cli-numero     pic x(8).
           03  nemi-total          pic 9(7)v99.
           03  nemi-neto           pic 9(7)v99.
           03  nemi-iva            pic 9(7)v99.
           03  nemi-cae            pic 9(14).
           03  nemi-cae-vto        pic 9(8).  *> AAAAMMDD
           03  nemi-cae-estado     pic x.
               88  nemi-cae-pendiente  value "P".
               88  nemi-cae-enviada    value "E".
               88  nemi-cae-autorizada value "A".
               88  nemi-cae-rechazada  value "R".
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd planes
           label record is standard.
       01  rec-planes.
           03  cuo-clave.
               05  cuo-fact-nro    pic 9(6).
               05  cuo-nro         pic 99.
           03  cuo-vencimiento     pic 9(8).  *> AAAAMMDD
           03  cuo-importe         pic 9(7)v99.
           03  cuo-pagado          pic 9(7)v99.

       fd control-mora
           label record is standard.
       01  rec-control-mora.
           03  imo-fact-nro        pic 9(6).
           03  imo-fecha-hasta     pic 9(8).  *> AAAAMMDD
           03  imo-acumulado       pic 9(7)v99.
           03  imo-ultima-nd       pic 9(6).

       fd numeracion
           label record is standard.
       01  reg-numeracion.
           03  num-ultima-factura  pic 9(6).

       fd numeracion-debitos
           label record is standard.
       01  reg-numeracion-debitos.
           03  num-ultimo-debito-a pic 9(6).
           03  num-ultimo-debito-b pic 9(6).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(120).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-fact-detalle      pic xx.
           88 ok-det                   value "00".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-planes            pic xx.
           88 ok-cuo                   value "00".
       01 fs-control-mora      pic xx.
           88 ok-imo                   value "00".
       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".
       01 fs-numeracion-debitos pic xx.
           88 ok-num-deb               value "00".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 hay-planes            pic x       value "N".
       01 factura-con-plan      pic x.
           88 tiene-plan               value "S".

      *> Parametros del calculo (ObtenerParametro).
       77 tasa-mora             pic 9(2)v99 value 3.00.
       77 dias-gracia           pic 9(3)    value 030.
       77 minimo-interes        pic 9(5)v99 value 1.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-num         pic 9(7).
       01 fecha-det             pic 9(8).  *> DDMMAAAA
       77 vencimiento-num       pic 9(7).
       77 desde-num             pic 9(7).
       77 dias-mora             pic s9(5).

      *> Creditos acumulados por factura, cargados antes del
      *> recorrido (igual que la antiguedad de deuda).
       01 tabla-creditos.
           03 tcr-elem occurs 500 times.
               05 tcr-fact-nro     pic 9(6).
               05 tcr-total        pic 9(7)v99.
       77 cant-creditos         pic 9(3)    value zeroes.
       77 max-creditos          pic 9(3)    value 500.
       77 ix-cred               pic 9(3).
       77 pos-cred              pic 9(3).
       77 credito-factura       pic 9(7)v99 value zeroes.
       77 saldo-factura         pic s9(7)v99.

      *> Facturas en mora juntadas en la primera pasada: las notas
      *> de debito se graban despues, para no escribir en el
      *> registro que se esta recorriendo.
       01 tabla-mora.
           03 tmo-elem occurs 500 times.
               05 tmo-fact-nro     pic 9(6).
               05 tmo-nro-doc      pic x(20).
               05 tmo-cli-numero   pic x(8).
               05 tmo-saldo        pic 9(7)v99.
               05 tmo-dias         pic 9(5).
               05 tmo-interes      pic 9(7)v99.
       77 cant-mora             pic 9(3)    value zeroes.
       77 max-mora              pic 9(3)    value 500.
       77 ix-mora               pic 9(3).
       77 cant-postergadas      pic 9(5)    value zeroes.
       77 interes-calculado     pic 9(7)v99.

       77 nro-factura           pic 9(6)    value zeroes.
       77 nro-debito-a          pic 9(6)    value zeroes.
       77 nro-debito-b          pic 9(6)    value zeroes.
       77 nro-fiscal-debito     pic 9(6).
       77 iva-debito            pic 9(7)v99.

      *> Condicion fiscal del cliente (ver CondicionFiscal).
       01 cfi-condicion-arg     pic x.
       01 cfi-letra-arg         pic x.
       01 cfi-pct-iva-arg       pic 9(2)v99.
       01 cfi-cuit-arg          pic 9(11).

       77 cant-debitos          pic 9(5)    value zeroes.
       77 tot-interes           pic 9(9)v99 value zeroes.
       77 tot-iva               pic 9(9)v99 value zeroes.
       77 tot-debitos           pic 9(9)v99 value zeroes.

       01 enc-mor1.
           03 filler pic x(40) value
               "NOTAS DE DEBITO POR INTERESES DE MORA  ".
           03 em1-fecha         pic 9(8).
           03 filler pic x(8)  value "  Tasa: ".
           03 em1-tasa          pic z9.99.
           03 filler pic x(10) value " % mensual".

       01 enc-mor2.
           03 filler pic x(9)  value "ND       ".
           03 filler pic x(10) value "Fiscal    ".
           03 filler pic x(9)  value "Factura  ".
           03 filler pic x(10) value "Cliente   ".
           03 filler pic x(13) value "Saldo        ".
           03 filler pic x(7)  value "Dias   ".
           03 filler pic x(13) value "Interes      ".
           03 filler pic x(13) value "IVA          ".
           03 filler pic x(8)  value "Total".

       01 enc-mor3.
           03 filler pic x(120) value all "-".

       01 det-mor.
           03 dm-nro            pic 9(6).
           03 filler pic x(3)  value spaces.
           03 dm-letra          pic x.
           03 filler pic x(1)  value spaces.
           03 dm-nro-fiscal     pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dm-factura        pic 9(6).
           03 filler pic x(3)  value spaces.
           03 dm-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 dm-saldo          pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dm-dias           pic zzzz9.
           03 filler pic x(2)  value spaces.
           03 dm-interes        pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dm-iva            pic zzzzzz9.99.
           03 filler pic x(3)  value spaces.
           03 dm-total          pic zzzzzz9.99.

       01 tot-mor1.
           03 filler pic x(25) value "NOTAS DE DEBITO EMITIDAS:".
           03 tm1-cant          pic zzzz9.
       01 tot-mor2.
           03 filler pic x(25) value "TOTAL INTERESES:         ".
           03 tm2-importe       pic zzzzzzzz9.99.
       01 tot-mor3.
           03 filler pic x(25) value "TOTAL IVA:               ".
           03 tm3-importe       pic zzzzzzzz9.99.
       01 tot-mor4.
           03 filler pic x(25) value "TOTAL NOTAS DE DEBITO:   ".
           03 tm4-importe       pic zzzzzzzz9.99.

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "MORA".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-parametros-mora.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           move fecha-hoy(7:2) to fecha-det(1:2).
           move fecha-hoy(5:2) to fecha-det(3:2).
           move fecha-hoy(1:4) to fecha-det(5:4).
           perform cargar-creditos.
           perform abrir-archivos.
           perform leer-numeracion.
           perform juntar-facturas-mora.
           perform emitir-debito
               varying ix-mora from 1 by 1
               until ix-mora > cant-mora.
           perform grabar-numeracion.
           perform cerrar-archivos.
           display "NOTAS DE DEBITO EMITIDAS: " cant-debitos
               " por " tot-debitos.
           if cant-postergadas > zeroes
               display "FACTURAS EN MORA PARA LA PROXIMA CORRIDA "
                   "(tabla llena): " cant-postergadas
           end-if.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       leer-parametros-mora.
           move "TASA-INTERES-MORA" to nombre-parametro.
           move tasa-mora to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to tasa-mora.
           move "DIAS-GRACIA-MORA" to nombre-parametro.
           move dias-gracia to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-gracia.
           move "MINIMO-INTERES-MORA" to nombre-parametro.
           move minimo-interes to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to minimo-interes.

      *> Sin registro de facturas no hay deuda de la que cobrar
      *> intereses; sin planes de cuotas, ninguna factura tiene
      *> plan.
       abrir-archivos.
           open i-o facturas-emitidas.
           if not ok-fact-emi
               display "Error al abrir facturas emitidas fs: "
                 fs-fact-emitidas
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open i-o facturas-detalle.
           if not ok-det
               open output facturas-detalle
           end-if.
           if not ok-det
               display "Error al abrir detalle de facturas fs: "
                 fs-fact-detalle
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open i-o control-mora.
           if not ok-imo
               *> primera vez: no se cobro interes todavia
               open output control-mora
               close control-mora
               open i-o control-mora
           end-if.
           if not ok-imo
               display "Error al abrir control de intereses fs: "
                 fs-control-mora
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input planes.
           if ok-cuo
               move "S" to hay-planes
           end-if.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to em1-fecha.
           move tasa-mora to em1-tasa.
           write reg-reporte from enc-mor1.
           write reg-reporte from enc-mor2.
           write reg-reporte from enc-mor3.

      *> El numerador de facturas es el mismo de Facturacion y
      *> FacturarAbonos; si no esta, arranca de cero.
       leer-numeracion.
           open input numeracion.
           if ok-num
               read numeracion
                   at end continue
               end-read
               if ok-num
                   move num-ultima-factura to nro-factura
               end-if
               close numeracion
           end-if.
           open input numeracion-debitos.
           if ok-num-deb
               read numeracion-debitos
                   at end continue
               end-read
               if ok-num-deb
                   move num-ultimo-debito-a to nro-debito-a
                   move num-ultimo-debito-b to nro-debito-b
               end-if
               close numeracion-debitos
           end-if.

       grabar-numeracion.
           open output numeracion.
           if ok-num
               move nro-factura to num-ultima-factura
               write reg-numeracion
               close numeracion
           else
               display "Error al grabar numeracion fs: " fs-numeracion
           end-if.
           open output numeracion-debitos.
           if ok-num-deb
               move nro-debito-a to num-ultimo-debito-a
               move nro-debito-b to num-ultimo-debito-b
               write reg-numeracion-debitos
               close numeracion-debitos
           else
               display "Error al grabar numeracion de debitos fs: "
                 fs-numeracion-debitos
           end-if.

      *> *
      *> PRIMERA PASADA: FACTURAS EN MORA
      *>
       juntar-facturas-mora.
           move low-values to fact-nro.
           start facturas-emitidas key is not less than fact-nro
               invalid key continue
           end-start.
           perform leer-factura.
           perform evaluar-factura until eof-fact-emi.

       leer-factura.
           read facturas-emitidas next record
               at end continue
           end-read.

       evaluar-factura.
           if ok-fact-emi and fact-emitida and not fact-es-debito
               perform buscar-credito-factura
               compute saldo-factura =
                   fact-total - fact-pagado - credito-factura
               perform determinar-plan
               if saldo-factura > zeroes and not tiene-plan
                   perform calcular-interes
               end-if
           end-if.
           perform leer-factura.

      *> Los dias de mora corren desde el vencimiento o desde el
      *> ultimo cobro de intereses, lo que sea posterior.
       calcular-interes.
           compute vencimiento-num =
               function integer-of-date(fact-fecha-emision)
               + dias-gracia.
           move vencimiento-num to desde-num.
           move fact-nro to imo-fact-nro.
           read control-mora
               invalid key continue
               not invalid key
                   if function integer-of-date(imo-fecha-hasta)
                       > desde-num
                       compute desde-num =
                           function integer-of-date(imo-fecha-hasta)
                   end-if
           end-read.
           compute dias-mora = fecha-hoy-num - desde-num.
           if dias-mora > zeroes
               compute interes-calculado rounded =
                   saldo-factura * tasa-mora / 100 * dias-mora / 30
               if interes-calculado is not less than minimo-interes
                   perform agregar-factura-mora
               end-if
           end-if.

       agregar-factura-mora.
           if cant-mora < max-mora
               add 1 to cant-mora
               move fact-nro to tmo-fact-nro(cant-mora)
               move fact-nro-doc to tmo-nro-doc(cant-mora)
               move fact-cli-numero to tmo-cli-numero(cant-mora)
               move saldo-factura to tmo-saldo(cant-mora)
               move dias-mora to tmo-dias(cant-mora)
               move interes-calculado to tmo-interes(cant-mora)
           else
               add 1 to cant-postergadas
           end-if.

      *> *
      *> SEGUNDA PASADA: NOTAS DE DEBITO
      *>
       emitir-debito.
           call "CondicionFiscal" using tmo-cli-numero(ix-mora),
               cfi-condicion-arg, cfi-letra-arg, cfi-pct-iva-arg,
               cfi-cuit-arg.
           compute iva-debito rounded =
               tmo-interes(ix-mora) * cfi-pct-iva-arg / 100.
           add 1 to nro-factura.
           if cfi-letra-arg = "A"
               add 1 to nro-debito-a
               move nro-debito-a to nro-fiscal-debito
           else
               add 1 to nro-debito-b
               move nro-debito-b to nro-fiscal-debito
           end-if.
           perform registrar-nota-debito.
           if ok-fact-emi
               perform registrar-detalle-debito
               perform actualizar-control-mora
               perform listar-nota-debito
           end-if.

       registrar-nota-debito.
           move nro-factura to fact-nro.
           move fecha-hoy to fact-fecha-emision.
           move tmo-nro-doc(ix-mora) to fact-nro-doc.
           move tmo-cli-numero(ix-mora) to fact-cli-numero.
           compute fact-total = tmo-interes(ix-mora) + iva-debito.
           move zeroes to fact-pagado.
           move "E" to fact-estado.
           move tmo-interes(ix-mora) to fact-neto.
           move iva-debito to fact-iva.
           move zeroes to fact-cae.
           move zeroes to fact-cae-vto.
           move "P" to fact-cae-estado.
           move zeroes to fact-cae-fecha.
           move cfi-letra-arg to fact-letra.
           move nro-fiscal-debito to fact-nro-fiscal.
           move cfi-condicion-arg to fact-condicion.
           move "D" to fact-tipo-comp.
           move tmo-fact-nro(ix-mora) to fact-fact-origen.
           write rec-fact-emitidas.
           if not ok-fact-emi
               display "Error al registrar nota de debito "
                   nro-factura " fs: " fs-fact-emitidas
           else
               perform asentar-debito-ctacte
           end-if.

       asentar-debito-ctacte.
           move fact-cli-numero to mcc-cli-numero.
           move fact-nro-doc to mcc-nro-doc.
           move "ND" to mcc-tipo.
           move "D" to mcc-signo.
           move fact-total to mcc-importe.
           move spaces to mcc-comprobante.
           string "NOTA DEB " fact-nro delimited by size
               into mcc-comprobante
           end-string.
           perform registrar-movimiento-cliente.

      *> Una linea de detalle con el interes, para que
      *> ReimprimirFactura reproduzca la nota de debito.
       registrar-detalle-debito.
           move nro-factura to det-fact-nro.
           move 1 to det-linea.
           move "I" to det-tipo.
           move spaces to det-patente.
           move fecha-det to det-fecha.
           move spaces to det-concepto.
           string "INTERES FACT " tmo-fact-nro(ix-mora)
               delimited by size into det-concepto
           end-string.
           move tmo-interes(ix-mora) to det-importe.
           write rec-fact-detalle.
           if not ok-det
               display "Error al grabar detalle de nota de debito fs: "
                 fs-fact-detalle
           end-if.

       actualizar-control-mora.
           move tmo-fact-nro(ix-mora) to imo-fact-nro.
           read control-mora
               invalid key
                   move zeroes to imo-acumulado
                   move fecha-hoy to imo-fecha-hasta
                   add tmo-interes(ix-mora) to imo-acumulado
                   move nro-factura to imo-ultima-nd
                   write rec-control-mora
               not invalid key
                   move fecha-hoy to imo-fecha-hasta
                   add tmo-interes(ix-mora) to imo-acumulado
                   move nro-factura to imo-ultima-nd
                   rewrite rec-control-mora
           end-read.
           if not ok-imo
               display "Error al actualizar control de intereses fs: "
                 fs-control-mora
           end-if.

       listar-nota-debito.
           move nro-factura to dm-nro.
           move cfi-letra-arg to dm-letra.
           move nro-fiscal-debito to dm-nro-fiscal.
           move tmo-fact-nro(ix-mora) to dm-factura.
           move tmo-cli-numero(ix-mora) to dm-cli-numero.
           move tmo-saldo(ix-mora) to dm-saldo.
           move tmo-dias(ix-mora) to dm-dias.
           move tmo-interes(ix-mora) to dm-interes.
           move iva-debito to dm-iva.
           move fact-total to dm-total.
           write reg-reporte from det-mor.
           add 1 to cant-debitos.
           add tmo-interes(ix-mora) to tot-interes.
           add iva-debito to tot-iva.
           add fact-total to tot-debitos.

       cerrar-archivos.
           write reg-reporte from enc-mor3.
           move cant-debitos to tm1-cant.
           write reg-reporte from tot-mor1.
           move tot-interes to tm2-importe.
           write reg-reporte from tot-mor2.
           move tot-iva to tm3-importe.
           write reg-reporte from tot-mor3.
           move tot-debitos to tm4-importe.
           write reg-reporte from tot-mor4.
           close facturas-emitidas.
           close facturas-detalle.
           close control-mora.
           if hay-planes = "S"
               close planes
           end-if.
           close reporte.

      *> Una factura con plan de cuotas tiene cargada al menos la
      *> cuota 01.
       determinar-plan.
           move "N" to factura-con-plan.
           if hay-planes = "S"
               move fact-nro to cuo-fact-nro
               move 01 to cuo-nro
               read planes
                   invalid key continue
                   not invalid key move "S" to factura-con-plan
               end-read
           end-if.

      *> Si nunca se emitio una nota, el registro no existe y la
      *> tabla queda vacia.
       cargar-creditos.
           move zeroes to cant-creditos.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota-credito
               perform acumular-credito until eof-nemi
               close notas-emitidas
           end-if.

       leer-nota-credito.
           read notas-emitidas
               at end continue
           end-read.

       acumular-credito.
           if ok-nemi
               move zeroes to pos-cred
               perform buscar-posicion-credito
                   varying ix-cred from 1 by 1
                   until ix-cred > cant-creditos
               if pos-cred = zeroes
                   and cant-creditos < max-creditos
                   add 1 to cant-creditos
                   move cant-creditos to pos-cred
                   move nemi-fact-nro to tcr-fact-nro(pos-cred)
                   move zeroes to tcr-total(pos-cred)
               end-if
               if pos-cred > zeroes
                   add nemi-total to tcr-total(pos-cred)
               end-if
           end-if.
           perform leer-nota-credito.

       buscar-posicion-credito.
           if tcr-fact-nro(ix-cred) = nemi-fact-nro
               move ix-cred to pos-cred
           end-if.

       buscar-credito-factura.
           move zeroes to credito-factura.
           perform sumar-credito-factura
               varying ix-cred from 1 by 1
               until ix-cred > cant-creditos.

       sumar-credito-factura.
           if tcr-fact-nro(ix-cred) = fact-nro
               move tcr-total(ix-cred) to credito-factura
           end-if.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
               read parametros-corrida
                   at end continue
               end-read
               if ok-corr and corr-desatendida = "S"
                   move "S" to modo-corrida-batch
               end-if
               close parametros-corrida
           end-if.

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.
