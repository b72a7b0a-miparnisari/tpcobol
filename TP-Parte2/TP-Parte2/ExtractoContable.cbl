      *> Las comisiones de agencias no tienen registro fechado
      *> propio (LiquidacionAgencias solo imprime): quedan fuera de
      *> la interface y contaduria las toma del listado mensual.
      *>
      *> Facturas y notas de credito entran recien cuando AFIP las
      *> autoriza (AutorizarComprobantes), con la fecha de la
      *> autorizacion: un comprobante pendiente o rechazado no
      *> existe fiscalmente y queda fuera hasta que se autorice.
      *> Las notas de debito por intereses (InteresesMora) viven en
      *> el registro de facturas y entran igual, con el neto a la
      *> cuenta de intereses por mora en lugar de ventas.
      *> Las bajas por incobrable liberadas en el dia
      *> (incobrables.dat) pasan el saldo de deudores a la cuenta de
      *> incobrables; lo que recupera la agencia de cobranza entra
      *> como pago por banco.
      *> Las facturas de proveedores asentadas en el dia en cuentas
      *> a pagar (RegistrarCuentaPagar) van al gasto o al bien de
      *> uso segun su origen contra proveedores, y las que pago hoy
      *> CorridaPagos salen de proveedores contra banco.
      *> Lo cobrado con tarjeta no entra a caja sino a cupones a
      *> cobrar (TARJETAS), y la liquidacion de la adquirente
      *> conciliada en el dia (ConciliacionTarjetas) lo cancela:
      *> el neto al banco, el arancel a gastos y las retenciones a
      *> su cuenta de credito fiscal.
      *> Los reintegros a clientes transferidos en el dia
      *> (ReintegrosBanco) salen del banco contra lo que los
      *> origino: deudores para el credito de una devolucion
      *> anticipada o un pago de mas, depositos en garantia o
      *> senias para lo que estaba en custodia. El deposito
      *> liberado por transferencia no sale por caja.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           record key is liq-clave
           file status is fs-liquidaciones.

       select incobrables
           assign to disk "..\..\..\Entrada\incobrables.dat"
           organization is indexed
           access mode is sequential
           record key is inc-fact-nro
           file status is fs-incobrables.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is sequential
           record key is cxp-clave
           file status is fs-cuentas-pagar.

       select cupones
           assign to disk "..\..\..\Entrada\cupones-tarjeta.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-nro
           alternate record key is cup-referencia with duplicates
           file status is fs-cupones.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is sequential
           record key is rei-nro
           file status is fs-reintegros.

       select cuentas
           assign to disk "..\..\..\Entrada\cuentas-contables.dat"
           organization is line sequential
           03  fact-estado         pic x.
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

       fd notas-emitidas
           label record is standard.
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

       fd pagos
           label record is standard.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x.
           03  pag-origen          pic x(8).
           03  filler              pic x.
           03  pag-medio           pic x.
           03  filler              pic x.
           03  pag-cupon           pic x(12).

       fd depositos
           label record is standard.
           03  liq-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  liq-comision        pic 9(5)v99.

       fd cupones
           label record is standard.
       01  rec-cupones.
           03  cup-nro             pic x(12).
           03  cup-fecha           pic 9(8).  *> AAAAMMDD
           03  cup-hora            pic 9(6).
           03  cup-medio           pic x.
               88  cup-credito         value "C".
               88  cup-debito          value "D".
           03  cup-importe         pic 9(7)v99.
           03  cup-origen          pic x(8).
           03  cup-referencia      pic x(20).
           03  cup-estado          pic x.
               88  cup-pendiente       value "P".
               88  cup-liquidado       value "L".
               88  cup-contracargo     value "X".
           03  cup-fecha-liq       pic 9(8).  *> AAAAMMDD
           03  cup-bruto-liq       pic 9(7)v99.
           03  cup-arancel         pic 9(7)v99.
           03  cup-retencion       pic 9(7)v99.
           03  cup-neto            pic 9(7)v99.
           03  cup-fecha-conc      pic 9(8).  *> AAAAMMDD

       fd reintegros
           label record is standard.
       01  rec-reintegros.
           03  rei-nro             pic 9(6).
           03  rei-fecha           pic 9(8).  *> AAAAMMDD
           03  rei-origen          pic x(10).
               88  rei-anticipo        value "ANTICIPO".
               88  rei-deposito        value "DEPOSITO".
               88  rei-senia           value "SENIA".
               88  rei-sobrepago       value "SOBREPAGO".
           03  rei-comprobante     pic x(20).
           03  rei-alq-clave       pic x(14).
           03  rei-nro-doc         pic x(20).
           03  rei-cli-numero      pic x(8).
           03  rei-importe         pic 9(7)v99.
           03  rei-cbu             pic x(22).
           03  rei-estado          pic x.
               88  rei-transferido     value "T".
           03  rei-usuario-sol     pic x(8).
           03  rei-usuario-apr     pic x(8).
           03  rei-fecha-apr       pic 9(8).  *> AAAAMMDD
           03  rei-fecha-envio     pic 9(8).  *> AAAAMMDD
           03  rei-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  rei-motivo          pic x(20).

       fd cuentas
           label record is standard.
       01  reg-cuentas.
           03  filler              pic x.
           03  cue-cuenta          pic 9(6).

       fd incobrables
           label record is standard.
       01  rec-incobrables.
           03  inc-fact-nro        pic 9(6).
           03  inc-fecha           pic 9(8).  *> AAAAMMDD
           03  inc-cli-numero      pic x(8).
           03  inc-nro-doc         pic x(20).
           03  inc-importe         pic 9(7)v99.
           03  inc-motivo          pic x(25).
           03  inc-usuario-sol     pic x(8).
           03  inc-usuario-lib     pic x(8).

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

       fd interfaz
           label record is standard.
       01  reg-interfaz.
       01 fs-liquidaciones     pic xx.
           88 ok-liq                   value "00".
           88 eof-liq                  value "10".
       01 fs-incobrables       pic xx.
           88 ok-inc                   value "00".
           88 eof-inc                  value "10".
       01 fs-cuentas-pagar     pic xx.
           88 ok-cxp                   value "00".
           88 eof-cxp                  value "10".
       01 fs-cupones           pic xx.
           88 ok-cup                   value "00".
           88 eof-cup                  value "10".
       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".
           88 eof-rei                  value "10".
       01 fs-cuentas           pic xx.
           88 ok-cue                   value "00".
           88 eof-cue                  value "10".
      *> Plan de cuentas minimo, pisable desde la tabla de cuentas:
      *> el concepto es la clave de busqueda.
       01 tabla-cuentas.
           03 tc-elem occurs 20 times.
               05 tc-concepto      pic x(12).
               05 tc-cuenta        pic 9(6).
       77 cant-cuentas          pic 9(2)    value zeroes.
       77 tot-haber             pic 9(11)v99 value zeroes.
       77 tot-facturas          pic 9(9)v99  value zeroes.
       77 tot-notas             pic 9(9)v99  value zeroes.
       77 tot-debitos           pic 9(9)v99  value zeroes.
       77 tot-pagos             pic 9(9)v99  value zeroes.
       77 tot-depositos         pic 9(9)v99  value zeroes.
       77 tot-liquidaciones     pic 9(9)v99  value zeroes.
       77 tot-incobrables       pic 9(9)v99  value zeroes.
       77 tot-fact-proveedores  pic 9(9)v99  value zeroes.
       77 tot-pagos-proveedores pic 9(9)v99  value zeroes.
       77 tot-tarjetas          pic 9(9)v99  value zeroes.
       77 tot-reintegros        pic 9(9)v99  value zeroes.
       77 cant-retenidos-cae    pic 9(5)     value zeroes.

      *> El deposito cobrado con tarjeta tiene su cupon en el
      *> registro de cupones, buscado por la clave del alquiler.
       01 cupones-abiertos      pic x       value "N".
           88 hay-cupones              value "S".
       01 deposito-con-tarjeta  pic x.
           88 deposito-tarjeta         value "S".
       01 fin-cupones-ref       pic x.
           88 fin-ref                  value "S".


      *> Condicion accionable a la cola central de alertas
           perform abrir-interfaz.
           perform volcar-facturas.
           perform volcar-notas.
           open input cupones.
           if ok-cup
               move "S" to cupones-abiertos
           end-if.
           perform volcar-pagos.
           perform volcar-depositos.
           perform volcar-tarjetas.
           perform volcar-liquidaciones.
           perform volcar-incobrables.
           perform volcar-reintegros.
           perform volcar-cuentas-pagar.
           if hay-cupones
               close cupones
           end-if.
           close interfaz.
           display "CONTROL FACTURAS:      " tot-facturas.
           display "CONTROL NOTAS CREDITO: " tot-notas.
           display "CONTROL NOTAS DEBITO:  " tot-debitos.
           display "CONTROL PAGOS:         " tot-pagos.
           display "CONTROL DEPOSITOS:     " tot-depositos.
           display "CONTROL LIQUIDACIONES: " tot-liquidaciones.
           display "CONTROL INCOBRABLES:   " tot-incobrables.
           display "CONTROL FACT. PROVEED.: " tot-fact-proveedores.
           display "CONTROL PAGOS PROVEED.: " tot-pagos-proveedores.
           display "CONTROL TARJETAS:      " tot-tarjetas.
           display "CONTROL REINTEGROS:    " tot-reintegros.
           display "RETENIDOS POR RECHAZO CAE: " cant-retenidos-cae.
           display "TOTAL DEBE:  " tot-debe.
           display "TOTAL HABER: " tot-haber.
           if tot-debe = tot-haber
      *> Cuentas por defecto mas lo que traiga la tabla (lo de la
      *> tabla pisa el default del mismo concepto).
       cargar-plan-cuentas.
           move 20 to cant-cuentas.
           move "DEUDORES"   to tc-concepto(1).
           move 110100 to tc-cuenta(1).
           move "VENTAS"     to tc-concepto(2).
           move 510200 to tc-cuenta(7).
           move "NC-VENTAS"  to tc-concepto(8).
           move 410900 to tc-cuenta(8).
           move "INT-MORA"   to tc-concepto(9).
           move 420100 to tc-cuenta(9).
           move "INCOBRABLES" to tc-concepto(10).
           move 520400 to tc-cuenta(10).
           move "PROVEEDORES" to tc-concepto(11).
           move 210100 to tc-cuenta(11).
           move "GASTO-TALLER" to tc-concepto(12).
           move 510300 to tc-cuenta(12).
           move "BIENES-USO" to tc-concepto(13).
           move 150100 to tc-cuenta(13).
           move "SEGUROS"    to tc-concepto(14).
           move 510400 to tc-cuenta(14).
           move "COSTO-SUBALQ" to tc-concepto(15).
           move 510500 to tc-cuenta(15).
           move "COMBUSTIBLE" to tc-concepto(16).
           move 510600 to tc-cuenta(16).
           move "TARJETAS"   to tc-concepto(17).
           move 110300 to tc-cuenta(17).
           move "GASTO-TARJ" to tc-concepto(18).
           move 510700 to tc-cuenta(18).
           move "RET-TARJETA" to tc-concepto(19).
           move 110400 to tc-cuenta(19).
           move "SENIAS"     to tc-concepto(20).
           move 210400 to tc-cuenta(20).
           open input cuentas.
           if ok-cue
               perform leer-cuenta-tabla
           write reg-interfaz.
           add importe-asiento to tot-haber.

      *> Facturas autorizadas hoy: deudores al debe por el total;
      *> ventas (el neto) e IVA al haber. Una factura anterior a la
      *> discriminacion de impuestos (neto e IVA en cero) acredita
      *> todo a ventas.
       volcar-facturas.
           end-read.

       procesar-factura.
           if ok-fact-emi and fact-cae-rechazada
               add 1 to cant-retenidos-cae
           end-if.
           if ok-fact-emi and fact-cae-autorizada
               and fact-cae-fecha = fecha-hoy
               and fact-es-debito
               perform volcar-nota-debito
           end-if.
           if ok-fact-emi and fact-cae-autorizada
               and fact-cae-fecha = fecha-hoy
               and not fact-es-debito
               move "FACTURAS" to origen-asiento
               move "DEUDORES" to concepto-buscado
               move fact-total to importe-asiento
           end-if.
           perform leer-factura.

      *> Nota de debito por intereses: deudores al debe; el interes
      *> (neto) a su cuenta y el IVA al haber.
       volcar-nota-debito.
           move "NOTAS-DEB" to origen-asiento.
           move "DEUDORES" to concepto-buscado.
           move fact-total to importe-asiento.
           perform grabar-linea-debe.
           move "INT-MORA" to concepto-buscado.
           move fact-neto to importe-asiento.
           perform grabar-linea-haber.
           move "IVA-VENTAS" to concepto-buscado.
           move fact-iva to importe-asiento.
           perform grabar-linea-haber.
           add fact-total to tot-debitos.

       volcar-notas.
           open input notas-emitidas.
           if ok-nemi
           end-read.

       procesar-nota.
           if ok-nemi and nemi-cae-rechazada
               add 1 to cant-retenidos-cae
           end-if.
           if ok-nemi and nemi-cae-autorizada
               and nemi-cae-fecha = fecha-hoy
               move "NOTAS-CRED" to origen-asiento
               move "NC-VENTAS" to concepto-buscado
               move nemi-neto to importe-asiento
           perform leer-nota.

      *> Pagos de hoy: caja o banco segun el origen del diario, y
      *> deudores al haber. La agencia de cobranza rinde por
      *> transferencia, asi que sus recuperos van a banco.
       volcar-pagos.
           open input pagos.
           if ok-pag
       procesar-pago.
           if ok-pag and pag-fecha = fecha-hoy
               move "PAGOS" to origen-asiento
               if pag-medio = "C" or pag-medio = "D"
                   move "TARJETAS" to concepto-buscado
               else if pag-origen = "BANCO" or pag-origen = "AGENCIA"
                   move "BANCO" to concepto-buscado
               else
                   move "CAJA" to concepto-buscado
               move "DEPOSITOS" to origen-asiento
               move dep-importe to importe-asiento
               if dep-en-custodia
                   perform buscar-cupon-deposito
                   if deposito-tarjeta
                       move "TARJETAS" to concepto-buscado
                   else
                       move "CAJA" to concepto-buscado
                   end-if
                   perform grabar-linea-debe
                   move "DEP-GARANTIA" to concepto-buscado
                   perform grabar-linea-haber
                   add dep-importe to tot-depositos
               else if dep-liberado
                   and dep-motivo(1:10) not = "REINTEGRO "
                   move "DEP-GARANTIA" to concepto-buscado
                   perform grabar-linea-debe
                   move "CAJA" to concepto-buscado
           end-if.
           perform leer-deposito.

       buscar-cupon-deposito.
           move "N" to deposito-con-tarjeta.
           if hay-cupones
               move "N" to fin-cupones-ref
               move dep-clave to cup-referencia
               start cupones key is equal to cup-referencia
                   invalid key move "S" to fin-cupones-ref
               end-start
               perform revisar-cupon-deposito
                   until fin-ref or deposito-tarjeta
           end-if.

       revisar-cupon-deposito.
           read cupones next record
               at end move "S" to fin-cupones-ref
           end-read.
           if ok-cup
               if cup-referencia not = dep-clave
                   move "S" to fin-cupones-ref
               else if cup-origen = "DEPOSITO"
                   move "S" to deposito-con-tarjeta
               end-if
           end-if.

      *> Cupones de tarjeta: la senia cobrada hoy con tarjeta entra
      *> a cupones a cobrar contra senias de clientes (las cobranzas
      *> y los depositos ya entraron por su propio registro); lo
      *> conciliado hoy sale de cupones a cobrar por el bruto contra
      *> el neto al banco, el arancel y las retenciones.
       volcar-tarjetas.
           if hay-cupones
               move low-values to cup-nro
               start cupones key is not less than cup-nro
                   invalid key move "10" to fs-cupones
               end-start
               if not eof-cup
                   perform leer-cupon
               end-if
               perform procesar-cupon until eof-cup
           end-if.

       leer-cupon.
           read cupones next record
               at end continue
           end-read.

       procesar-cupon.
           if ok-cup and cup-origen = "SENIA" and cup-fecha = fecha-hoy
               move "TARJETAS" to origen-asiento
               move cup-importe to importe-asiento
               move "TARJETAS" to concepto-buscado
               perform grabar-linea-debe
               move "SENIAS" to concepto-buscado
               perform grabar-linea-haber
               add cup-importe to tot-tarjetas
           end-if.
           if ok-cup and cup-liquidado and cup-fecha-conc = fecha-hoy
               move "TARJETAS" to origen-asiento
               move cup-neto to importe-asiento
               move "BANCO" to concepto-buscado
               perform grabar-linea-debe
               if cup-arancel > zeroes
                   move cup-arancel to importe-asiento
                   move "GASTO-TARJ" to concepto-buscado
                   perform grabar-linea-debe
               end-if
               if cup-retencion > zeroes
                   move cup-retencion to importe-asiento
                   move "RET-TARJETA" to concepto-buscado
                   perform grabar-linea-debe
               end-if
               compute importe-asiento =
                   cup-neto + cup-arancel + cup-retencion
               move "TARJETAS" to concepto-buscado
               perform grabar-linea-haber
               add importe-asiento to tot-tarjetas
           end-if.
           perform leer-cupon.

       volcar-liquidaciones.
           open input liquidaciones.
           if ok-liq
           end-if.
           perform leer-liquidacion.

      *> Bajas por incobrable liberadas hoy: la perdida al debe y
      *> el saldo sale de deudores.
       volcar-incobrables.
           open input incobrables.
           if ok-inc
               perform leer-incobrable
               perform procesar-incobrable until eof-inc
               close incobrables
           end-if.

       leer-incobrable.
           read incobrables
               at end continue
           end-read.

       procesar-incobrable.
           if ok-inc and inc-fecha = fecha-hoy
               move "INCOBRABLES" to origen-asiento
               move "INCOBRABLES" to concepto-buscado
               move inc-importe to importe-asiento
               perform grabar-linea-debe
               move "DEUDORES" to concepto-buscado
               perform grabar-linea-haber
               add inc-importe to tot-incobrables
           end-if.
           perform leer-incobrable.

      *> Reintegros transferidos hoy: la cuenta que tenia la plata
      *> del cliente al debe, el banco al haber.
       volcar-reintegros.
           open input reintegros.
           if ok-rei
               perform leer-reintegro
               perform procesar-reintegro until eof-rei
               close reintegros
           end-if.

       leer-reintegro.
           read reintegros
               at end continue
           end-read.

       procesar-reintegro.
           if ok-rei and rei-transferido and rei-fecha-pago = fecha-hoy
               move "REINTEGROS" to origen-asiento
               move rei-importe to importe-asiento
               if rei-deposito
                   move "DEP-GARANTIA" to concepto-buscado
               else if rei-senia
                   move "SENIAS" to concepto-buscado
               else
                   move "DEUDORES" to concepto-buscado
               end-if
               perform grabar-linea-debe
               move "BANCO" to concepto-buscado
               perform grabar-linea-haber
               add rei-importe to tot-reintegros
           end-if.
           perform leer-reintegro.

      *> Facturas de proveedores asentadas hoy: el gasto (o el auto
      *> comprado, al bien de uso) al debe contra proveedores. Las
      *> pagadas hoy por CorridaPagos: proveedores al debe y el
      *> banco al haber. Un origen sin cuenta propia va a gastos de
      *> taller, que es donde caia antes todo lo de terceros.
       volcar-cuentas-pagar.
           open input cuentas-pagar.
           if ok-cxp
               perform leer-cuenta-pagar
               perform procesar-cuenta-pagar until eof-cxp
               close cuentas-pagar
           end-if.

       leer-cuenta-pagar.
           read cuentas-pagar
               at end continue
           end-read.

       procesar-cuenta-pagar.
           if ok-cxp and cxp-fecha-alta = fecha-hoy
               move "PROVEEDORES" to origen-asiento
               if cxp-origen = "ADQUISICION"
                   move "BIENES-USO" to concepto-buscado
               else if cxp-origen = "POLIZA"
                   move "SEGUROS" to concepto-buscado
               else if cxp-origen = "SUBALQUILER"
                   move "COSTO-SUBALQ" to concepto-buscado
               else if cxp-origen = "COMBUSTIBLE"
                   move "COMBUSTIBLE" to concepto-buscado
               else
                   move "GASTO-TALLER" to concepto-buscado
               end-if
               move cxp-importe to importe-asiento
               perform grabar-linea-debe
               move "PROVEEDORES" to concepto-buscado
               perform grabar-linea-haber
               add cxp-importe to tot-fact-proveedores
           end-if.
           if ok-cxp and cxp-fecha-pago = fecha-hoy
               move "PAGO-PROV" to origen-asiento
               move "PROVEEDORES" to concepto-buscado
               move cxp-importe-pago to importe-asiento
               perform grabar-linea-debe
               move "BANCO" to concepto-buscado
               perform grabar-linea-haber
               add cxp-importe-pago to tot-pagos-proveedores
           end-if.
           perform leer-cuenta-pagar.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
