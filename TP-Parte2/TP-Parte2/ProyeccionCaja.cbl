       identification division.
       program-id. ProyeccionCaja.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Proyeccion de caja a 90 dias: lo que se espera cobrar y
      *> pagar, abierto por semana (13 semanas desde hoy), partiendo
      *> del saldo de caja y bancos que informa tesoreria al correr.
      *> Reemplaza la planilla que se armaba copiando el reporte de
      *> antiguedad y los planes de pago.
      *>
      *> Ingresos:
      *>  - FACTURAS: saldo abierto de cada factura emitida (neto de
      *>    notas de credito) que no esta en plan de pago, a la fecha
      *>    de emision mas los dias promedio de cobro (parametro
      *>    DIAS-COBRO-PROM); lo ya vencido cae en la primera semana.
      *>  - CUOTAS: saldo de cada cuota de planes-pago.dat a su
      *>    vencimiento.
      *>  - DEBITOS: las facturas de clientes adheridos al debito
      *>    automatico no esperan cobranza: entran el dia de debito
      *>    del mes (parametro DIA-DEBITO).
      *>  - RESERVAS: cada reserva activa que empieza dentro del
      *>    horizonte se convierte en alquiler: se estima a la tarifa
      *>    vigente por los dias reservados, menos la senia ya
      *>    cobrada, el dia de inicio.
      *>  - ABONOS: la cuota mensual de cada abono activo, facturada
      *>    el 1ro de cada mes siguiente y cobrada a los dias
      *>    promedio de cobro.
      *>
      *> Egresos:
      *>  - CHOFERES: comisiones liquidadas a choferes en los ultimos
      *>    90 dias, como promedio mensual, el dia de pago de sueldos.
      *>  - SUELDOS: no hay maestro de personal; tesoreria carga el
      *>    total mensual en SUELDOS-MENSUAL y el dia en
      *>    DIA-PAGO-SUELDOS.
      *>  - AGENCIAS: comision de agencias sobre lo alquilado en los
      *>    ultimos 90 dias (mismos porcentajes que
      *>    LiquidacionAgencias), promedio mensual, el dia
      *>    DIA-PAGO-AGENCIAS.
      *>  - SEGUROS: polizas que vencen dentro del horizonte, a la
      *>    ultima prima que se registro en cuentas a pagar para esa
      *>    patente (origen POLIZA), el dia de vencimiento.
      *>  - PROVEEDORES: saldo pendiente de cuentas a pagar a su
      *>    vencimiento (lo vencido en la primera semana).

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select planes
           assign to disk "..\..\..\Entrada\planes-pago.dat"
           organization is indexed
           access mode is dynamic
           record key is cuo-clave
           file status is fs-planes.

       select debitos
           assign to disk "..\..\..\Entrada\debitos-autorizados.dat"
           organization is indexed
           access mode is random
           record key is deb-cli-numero
           file status is fs-debitos.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is sequential
           record key is res-clave
           file status is fs-reservas.

       select abonos
           assign to disk "..\..\..\Entrada\abonos.dat"
           organization is indexed
           access mode is sequential
           record key is abo-patente
           file status is fs-abonos.

       select liquidaciones
           assign to disk "..\..\..\Entrada\liquidaciones-choferes.dat"
           organization is indexed
           access mode is sequential
           record key is liq-clave
           file status is fs-liquidaciones.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select comisiones
           assign to disk "..\..\..\Entrada\comisiones-agencia.dat"
           organization is line sequential
           file status is fs-comisiones.

       select polizas
           assign to disk "..\..\..\Entrada\polizas.dat"
           organization is indexed
           access mode is sequential
           record key is pol-patente
           file status is fs-polizas.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is sequential
           record key is cxp-clave
           file status is fs-cuentas-pagar.

       select reporte
           assign to disk "..\..\..\Salida\proyeccion-caja.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido no
      *> se pide el saldo inicial (sale en cero) y el ACCEPT final no
      *> frena la cadena.
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

       fd debitos
           label record is standard.
       01  rec-debitos.
           03  deb-cli-numero      pic x(8).
           03  deb-cbu             pic x(22).
           03  deb-autorizado      pic x.
               88  deb-esta-autorizado value "S".
           03  deb-fecha-alta      pic 9(8).

       fd reservas
           label record is standard.
       01  rec-reservas.
           03  res-clave.
               05  res-patente     pic x(6).
               05  res-fecha       pic 9(8).
           03  res-tipo-doc        pic x.
           03  res-nro-doc         pic x(20).
           03  res-cantdias        pic 9(2).
           03  res-senia           pic 9(4)v99.
           03  res-estado          pic x.
               88  res-activa          value "A".
           03  res-pena-retenida   pic 9(4)v99.
           03  res-senia-devuelta  pic 9(4)v99.

       fd abonos
           label record is standard.
       01  rec-abonos.
           03  abo-patente         pic x(6).
           03  abo-tipo-doc        pic x.
           03  abo-nro-doc         pic x(20).
           03  abo-tarifa-mensual  pic 9(6)v99.
           03  abo-desde           pic 9(8).  *> DDMMAAAA
           03  abo-hasta           pic 9(8).  *> DDMMAAAA, 0 = s/lim
           03  abo-estado          pic x.
               88  abo-activo          value "A".

       fd liquidaciones
           label record is standard.
       01  rec-liquidaciones.
           03  liq-clave.
               05  liq-patente     pic x(6).
               05  liq-fecha       pic 9(8).
           03  liq-legajo          pic x(7).
           03  liq-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  liq-comision        pic 9(5)v99.

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

       fd comisiones
           label record is standard.
       01  reg-comisiones.
           03  com-agencia         pic 9.
           03  filler              pic x.
           03  com-pct             pic 9(2)v99.

       fd polizas
           label record is standard.
       01  rec-polizas.
           03  pol-patente         pic x(6).
           03  pol-aseguradora     pic x(20).
           03  pol-numero          pic x(15).
           03  pol-cobertura       pic x.
           03  pol-vigencia-desde  pic 9(8).  *> DDMMAAAA
           03  pol-vigencia-hasta  pic 9(8).  *> DDMMAAAA

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-planes            pic xx.
           88 ok-pla                   value "00".
           88 eof-pla                  value "10".
       01 hay-planes           pic x       value "N".
           88 planes-abiertos          value "S".
       01 fs-debitos           pic xx.
           88 ok-deb                   value "00".
       01 hay-debitos          pic x       value "N".
           88 debitos-abiertos         value "S".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
           88 eof-res                  value "10".
       01 fs-abonos            pic xx.
           88 ok-abo                   value "00".
           88 eof-abo                  value "10".
       01 fs-liquidaciones     pic xx.
           88 ok-liq                   value "00".
           88 eof-liq                  value "10".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-comisiones        pic xx.
           88 ok-com                   value "00".
           88 eof-com                  value "10".
       01 fs-polizas           pic xx.
           88 ok-pol                   value "00".
           88 eof-pol                  value "10".
       01 fs-cuentas-pagar     pic xx.
           88 ok-cxp                   value "00".
           88 eof-cxp                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       01 fecha-hoy-r redefines fecha-hoy.
           03 hoy-aaaa          pic 9(4).
           03 hoy-mm            pic 9(2).
           03 hoy-dd            pic 9(2).
       01 fecha-hoy-num         pic 9(7).
       01 fecha-desde-num       pic 9(7).

      *> Supuestos de la proyeccion, del maestro de parametros
       01 nombre-parametro     pic x(20).
       01 valor-parametro      pic s9(9)v99.
       01 default-parametro    pic s9(9)v99.
       77 dias-cobro-prom       pic 9(3)    value 30.
       77 dia-debito            pic 9(2)    value 5.
       77 sueldos-mensual       pic 9(9)v99 value zeroes.
       77 dia-pago-sueldos      pic 9(2)    value 1.
       77 dia-pago-agencias     pic 9(2)    value 10.
       77 pct-default           pic 9(2)v99 value 10.00.

       01 tabla-comisiones.
           03 tc-pct occurs 6 times  pic 9(2)v99.
       77 ix-agencia            pic 9.

      *> Notas de credito por factura (igual que GenerarDebitos)
       01 tabla-creditos.
           03 tcr-elem occurs 500 times.
               05 tcr-fact-nro     pic 9(6).
               05 tcr-total        pic 9(7)v99.
       77 cant-creditos-nc      pic 9(3)    value zeroes.
       77 max-creditos-nc       pic 9(3)    value 500.
       77 ix-cred               pic 9(3).
       77 pos-cred              pic 9(3).
       77 credito-factura       pic 9(7)v99 value zeroes.
       01 en-plan               pic x.
           88 factura-en-plan          value "S".
       01 adherido              pic x.
           88 cliente-adherido         value "S".

      *> Ultima prima de poliza registrada por patente (cuentas a
      *> pagar de origen POLIZA, la de fecha de alta mas reciente).
       01 tabla-primas.
           03 tpr-elem occurs 300 times.
               05 tpr-patente      pic x(6).
               05 tpr-fecha        pic 9(8).
               05 tpr-importe      pic 9(7)v99.
       77 cant-primas           pic 9(3)    value zeroes.
       77 max-primas            pic 9(3)    value 300.
       77 ix-prima              pic 9(3).
       77 pos-prima             pic 9(3).

      *> Semanas de la proyeccion: 5 conceptos de ingreso y 5 de
      *> egreso por semana, en el orden de los encabezados.
       01 tabla-semanas.
           03 sem-elem occurs 13 times.
               05 sem-desde        pic 9(8).
               05 sem-ing occurs 5 times pic 9(9)v99.
               05 sem-egr occurs 5 times pic 9(9)v99.
       01 totales-ingreso.
           03 ti-importe occurs 5 times pic 9(9)v99.
       01 totales-egreso.
           03 te-importe occurs 5 times pic 9(9)v99.
       77 ix-semana             pic 99.
       77 ix-concepto           pic 9.
       77 cant-semanas          pic 99      value 13.
       77 dias-horizonte        pic 9(3)    value 91.

       77 ing-facturas          pic 9       value 1.
       77 ing-cuotas            pic 9       value 2.
       77 ing-debitos           pic 9       value 3.
       77 ing-reservas          pic 9       value 4.
       77 ing-abonos            pic 9       value 5.
       77 egr-choferes          pic 9       value 1.
       77 egr-sueldos           pic 9       value 2.
       77 egr-agencias          pic 9       value 3.
       77 egr-seguros           pic 9       value 4.
       77 egr-proveedores       pic 9       value 5.

      *> Movimiento a ubicar en la semana que corresponda
       01 fecha-evento-num      pic 9(7).
       77 importe-evento        pic s9(9)v99.
       77 dias-evento           pic s9(5).

      *> Fechas mensuales (dia fijo de cada mes)
       77 mes-offset            pic 9.
       77 mes-desde             pic 9.
       77 dia-mes               pic 9(2).
       77 mes-calc              pic 9(2).
       77 anio-calc             pic 9(4).
       01 fecha-calc            pic 9(8).
       01 fecha-calc-num        pic 9(7).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       01 abo-desde-aaaammdd    pic 9(8).
       01 abo-hasta-aaaammdd    pic 9(8).

       77 saldo-factura         pic s9(7)v99.
       77 saldo-cuota           pic s9(7)v99.
       77 importe-mensual       pic 9(9)v99.
       77 acum-choferes         pic 9(9)v99 value zeroes.
       77 acum-agencias         pic 9(9)v99 value zeroes.
       77 comision-alquiler     pic 9(7)v99.

       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic x(2).

       77 saldo-inicial         pic s9(9)v99 value zeroes.
       77 saldo-semana          pic s9(9)v99.
       77 ingresos-semana       pic 9(9)v99.
       77 egresos-semana        pic 9(9)v99.
       77 tot-ingresos          pic 9(9)v99 value zeroes.
       77 tot-egresos           pic 9(9)v99 value zeroes.
       77 cant-faltantes        pic 99      value zeroes.

       77 cant-facturas         pic 9(5)    value zeroes.
       77 cant-cuotas           pic 9(5)    value zeroes.
       77 cant-reservas         pic 9(5)    value zeroes.
       77 cant-sin-tarifa       pic 9(5)    value zeroes.
       77 cant-abonos           pic 9(5)    value zeroes.
       77 cant-polizas          pic 9(5)    value zeroes.
       77 cant-sin-prima        pic 9(5)    value zeroes.
       77 cant-cuentas-pagar    pic 9(5)    value zeroes.

       01 enc-pry1.
           03 filler pic x(44) value
               "PROYECCION DE CAJA A 90 DIAS - Fecha        ".
           03 ep1-fecha         pic 9(8).

       01 enc-pry-titulo.
           03 ept-titulo        pic x(100).

       01 enc-pry-ing.
           03 filler pic x(12) value "Semana del".
           03 filler pic x(13) value "    Facturas ".
           03 filler pic x(13) value "      Cuotas ".
           03 filler pic x(13) value "     Debitos ".
           03 filler pic x(13) value "    Reservas ".
           03 filler pic x(13) value "      Abonos ".
           03 filler pic x(13) value "       Total".

       01 enc-pry-egr.
           03 filler pic x(12) value "Semana del".
           03 filler pic x(13) value "    Choferes ".
           03 filler pic x(13) value "     Sueldos ".
           03 filler pic x(13) value "    Agencias ".
           03 filler pic x(13) value "     Seguros ".
           03 filler pic x(13) value " Proveedores ".
           03 filler pic x(13) value "       Total".

       01 enc-pry-sal.
           03 filler pic x(12) value "Semana del".
           03 filler pic x(14) value " Saldo inicial".
           03 filler pic x(13) value "    Ingresos ".
           03 filler pic x(13) value "     Egresos ".
           03 filler pic x(14) value "   Saldo final".

       01 enc-pry3.
           03 filler pic x(100) value all "-".

       01 det-pry.
           03 dp-desde          pic 9(8).
           03 filler pic x(4)  value spaces.
           03 dp-concepto occurs 5 times.
               05 dp-importe    pic zzzzzzzz9.99.
               05 filler        pic x.
           03 dp-total          pic zzzzzzzz9.99.

       01 det-total.
           03 dt-leyenda        pic x(12) value "TOTAL".
           03 dt-concepto occurs 5 times.
               05 dt-importe    pic zzzzzzzz9.99.
               05 filler        pic x.
           03 dt-total          pic zzzzzzzz9.99.

       01 det-sal.
           03 ds-desde          pic 9(8).
           03 filler pic x(4)  value spaces.
           03 ds-inicial        pic -zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 ds-ingresos       pic zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 ds-egresos        pic zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 ds-final          pic -zzzzzzzz9.99.
           03 filler pic x     value spaces.
           03 ds-marca          pic x(9).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           perform cargar-parametros.
           perform pedir-saldo-inicial.
           perform abrir-reporte.
           move zeroes to totales-ingreso.
           move zeroes to totales-egreso.
           perform preparar-semana
               varying ix-semana from 1 by 1
               until ix-semana > cant-semanas.
           perform cargar-creditos.
           perform cargar-comisiones.
           perform proyectar-cuotas.
           perform proyectar-facturas.
           perform proyectar-reservas.
           perform proyectar-abonos.
           perform proyectar-choferes.
           perform proyectar-sueldos.
           perform proyectar-agencias.
           perform proyectar-cuentas-pagar.
           perform proyectar-seguros.
           perform imprimir-ingresos.
           perform imprimir-egresos.
           perform imprimir-saldos.
           close reporte.
           display "FACTURAS ABIERTAS:     " cant-facturas.
           display "CUOTAS DE PLANES:      " cant-cuotas.
           display "RESERVAS A CONVERTIR:  " cant-reservas.
           if cant-sin-tarifa > zeroes
               display "RESERVAS SIN TARIFA:   " cant-sin-tarifa
           end-if.
           display "ABONOS ACTIVOS:        " cant-abonos.
           display "POLIZAS A RENOVAR:     " cant-polizas.
           if cant-sin-prima > zeroes
               display "POLIZAS SIN PRIMA:     " cant-sin-prima
           end-if.
           display "CUENTAS A PAGAR:       " cant-cuentas-pagar.
           display "TOTAL INGRESOS:        " tot-ingresos.
           display "TOTAL EGRESOS:         " tot-egresos.
           if cant-faltantes > zeroes
               display "SEMANAS CON FALTANTE:  " cant-faltantes
           end-if.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       cargar-parametros.
           move "DIAS-COBRO-PROM" to nombre-parametro.
           move dias-cobro-prom to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-cobro-prom.
           move "DIA-DEBITO" to nombre-parametro.
           move dia-debito to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dia-debito.
           move "SUELDOS-MENSUAL" to nombre-parametro.
           move sueldos-mensual to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to sueldos-mensual.
           move "DIA-PAGO-SUELDOS" to nombre-parametro.
           move dia-pago-sueldos to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dia-pago-sueldos.
           move "DIA-PAGO-AGENCIAS" to nombre-parametro.
           move dia-pago-agencias to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dia-pago-agencias.
           move "COMISION-AGENCIA" to nombre-parametro.
           move pct-default to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-default.

       pedir-saldo-inicial.
           if not modo-desatendido
               display "Saldo inicial de caja y bancos: "
               accept saldo-inicial
           end-if.

       abrir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to ep1-fecha.
           write reg-reporte from enc-pry1.

       preparar-semana.
           compute sem-desde(ix-semana) = function date-of-integer(
               fecha-hoy-num + (ix-semana - 1) * 7).
           perform limpiar-concepto-semana
               varying ix-concepto from 1 by 1 until ix-concepto > 5.

       limpiar-concepto-semana.
           move zeroes to sem-ing(ix-semana, ix-concepto).
           move zeroes to sem-egr(ix-semana, ix-concepto).

      *> Ubica el movimiento (fecha-evento-num, importe-evento) en su
      *> semana: lo atrasado va a la primera, lo que cae despues del
      *> horizonte no se proyecta.
       ubicar-semana.
           move zeroes to ix-semana.
           if importe-evento > zeroes
               compute dias-evento = fecha-evento-num - fecha-hoy-num
               if dias-evento < zeroes
                   move zeroes to dias-evento
               end-if
               if dias-evento < dias-horizonte
                   compute ix-semana = dias-evento / 7 + 1
               end-if
           end-if.

       agregar-ingreso.
           perform ubicar-semana.
           if ix-semana > zeroes
               add importe-evento to sem-ing(ix-semana, ix-concepto)
               add importe-evento to ti-importe(ix-concepto)
               add importe-evento to tot-ingresos
           end-if.

       agregar-egreso.
           perform ubicar-semana.
           if ix-semana > zeroes
               add importe-evento to sem-egr(ix-semana, ix-concepto)
               add importe-evento to te-importe(ix-concepto)
               add importe-evento to tot-egresos
           end-if.

      *> Arma fecha-calc con el dia-mes del mes hoy + mes-offset
      *> (dia 29 a 31 se lleva a 28 para que exista en todo mes).
       calcular-fecha-mensual.
           compute mes-calc = hoy-mm + mes-offset.
           move hoy-aaaa to anio-calc.
           if mes-calc > 12
               subtract 12 from mes-calc
               add 1 to anio-calc
           end-if.
           if dia-mes < 1
               move 1 to dia-mes
           else if dia-mes > 28
               move 28 to dia-mes
           end-if.
           compute fecha-calc =
               anio-calc * 10000 + mes-calc * 100 + dia-mes.
           compute fecha-calc-num =
               function integer-of-date(fecha-calc).

      *> Un importe mensual fijo (importe-mensual) el dia-mes de
      *> cada mes del horizonte, desde el que viene si ese dia ya
      *> paso este mes.
       agendar-egreso-mensual.
           if importe-mensual > zeroes
               perform agendar-egreso-mes
                   varying mes-offset from 0 by 1 until mes-offset > 3
           end-if.

       agendar-egreso-mes.
           perform calcular-fecha-mensual.
           if fecha-calc-num >= fecha-hoy-num
               move fecha-calc-num to fecha-evento-num
               move importe-mensual to importe-evento
               perform agregar-egreso
           end-if.

      *>------------------------------------------------------------
      *> Ingresos
      *>------------------------------------------------------------
       cargar-creditos.
           move zeroes to cant-creditos-nc.
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
                   until ix-cred > cant-creditos-nc
               if pos-cred = zeroes
                   and cant-creditos-nc < max-creditos-nc
                   add 1 to cant-creditos-nc
                   move cant-creditos-nc to pos-cred
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
               until ix-cred > cant-creditos-nc.

       sumar-credito-factura.
           if tcr-fact-nro(ix-cred) = fact-nro
               move tcr-total(ix-cred) to credito-factura
           end-if.

      *> Cuotas de planes de pago: cada una a su vencimiento. El
      *> archivo queda abierto para excluir despues esas facturas.
       proyectar-cuotas.
           move ing-cuotas to ix-concepto.
           open input planes.
           if ok-pla
               move "S" to hay-planes
               perform leer-cuota
               perform proyectar-cuota until eof-pla
           end-if.

       leer-cuota.
           read planes next record
               at end continue
           end-read.

       proyectar-cuota.
           if ok-pla
               compute saldo-cuota = cuo-importe - cuo-pagado
               if saldo-cuota > zeroes
                   add 1 to cant-cuotas
                   compute fecha-evento-num =
                       function integer-of-date(cuo-vencimiento)
                   move saldo-cuota to importe-evento
                   perform agregar-ingreso
               end-if
           end-if.
           perform leer-cuota.

       proyectar-facturas.
           open input debitos.
           if ok-deb
               move "S" to hay-debitos
           end-if.
           open input facturas-emitidas.
           if ok-fact-emi
               perform leer-factura
               perform proyectar-factura until eof-fact-emi
               close facturas-emitidas
           end-if.
           if debitos-abiertos
               close debitos
           end-if.
           if planes-abiertos
               close planes
           end-if.

       leer-factura.
           read facturas-emitidas
               at end continue
           end-read.

       proyectar-factura.
           if ok-fact-emi and fact-emitida
               perform verificar-plan
               if not factura-en-plan
                   perform buscar-credito-factura
                   compute saldo-factura =
                       fact-total - fact-pagado - credito-factura
                   if saldo-factura > zeroes
                       add 1 to cant-facturas
                       move saldo-factura to importe-evento
                       perform verificar-adhesion
                       if cliente-adherido
                           perform fechar-debito
                           move ing-debitos to ix-concepto
                       else
                           compute fecha-evento-num = function
                               integer-of-date(fact-fecha-emision)
                               + dias-cobro-prom
                           move ing-facturas to ix-concepto
                       end-if
                       perform agregar-ingreso
                   end-if
               end-if
           end-if.
           perform leer-factura.

      *> La factura ya esta refinanciada si tiene cuota 01 en
      *> planes-pago (mismo criterio que CobranzasClientes): se
      *> proyecta por sus cuotas.
       verificar-plan.
           move "N" to en-plan.
           if planes-abiertos
               move fact-nro to cuo-fact-nro
               move 01 to cuo-nro
               read planes record
                   invalid key continue
                   not invalid key move "S" to en-plan
               end-read
           end-if.

       verificar-adhesion.
           move "N" to adherido.
           if debitos-abiertos
               move fact-cli-numero to deb-cli-numero
               read debitos record
                   invalid key move spaces to deb-autorizado
               end-read
               if ok-deb and deb-esta-autorizado
                   move "S" to adherido
               end-if
           end-if.

      *> Proximo dia de debito: este mes si todavia no paso, si no
      *> el mes que viene.
       fechar-debito.
           move dia-debito to dia-mes.
           move 0 to mes-offset.
           perform calcular-fecha-mensual.
           if fecha-calc-num < fecha-hoy-num
               move 1 to mes-offset
               perform calcular-fecha-mensual
           end-if.
           move fecha-calc-num to fecha-evento-num.

       proyectar-reservas.
           move ing-reservas to ix-concepto.
           open input reservas.
           if ok-res
               perform leer-reserva
               perform proyectar-reserva until eof-res
               close reservas
           end-if.

       leer-reserva.
           read reservas
               at end continue
           end-read.

      *> Solo reservas que empiezan de hoy en adelante: las
      *> anteriores todavia activas son las que no se presentaron.
       proyectar-reserva.
           if ok-res and res-activa
               move res-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute fecha-evento-num =
                   function integer-of-date(fecha-convertida)
               if fecha-evento-num >= fecha-hoy-num
                   and fecha-evento-num <
                       fecha-hoy-num + dias-horizonte
                   call "BuscarTarifaVigente" using res-patente,
                       res-fecha, tarifa-vigente, tarifa-estado
                   if tarifa-estado is not equal to "00"
                       add 1 to cant-sin-tarifa
                   else
                       add 1 to cant-reservas
                       compute importe-evento =
                           tarifa-vigente * res-cantdias - res-senia
                       perform agregar-ingreso
                   end-if
               end-if
           end-if.
           perform leer-reserva.

       proyectar-abonos.
           move ing-abonos to ix-concepto.
           open input abonos.
           if ok-abo
               perform leer-abono
               perform proyectar-abono until eof-abo
               close abonos
           end-if.

       leer-abono.
           read abonos
               at end continue
           end-read.

      *> El mes en curso ya esta facturado (queda en FACTURAS): se
      *> proyectan los proximos tres 1ro de mes dentro de la
      *> vigencia del abono.
       proyectar-abono.
           if ok-abo and abo-activo
               add 1 to cant-abonos
               move abo-desde to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to abo-desde-aaaammdd
               if abo-hasta = zeroes
                   move 99999999 to abo-hasta-aaaammdd
               else
                   move abo-hasta to fecha-a-convertir
                   perform invertir-orden-fecha
                   move fecha-convertida to abo-hasta-aaaammdd
               end-if
               perform agendar-abono-mes
                   varying mes-offset from 1 by 1 until mes-offset > 3
           end-if.
           perform leer-abono.

       agendar-abono-mes.
           move 1 to dia-mes.
           perform calcular-fecha-mensual.
           if fecha-calc >= abo-desde-aaaammdd
               and fecha-calc <= abo-hasta-aaaammdd
               compute fecha-evento-num =
                   fecha-calc-num + dias-cobro-prom
               move abo-tarifa-mensual to importe-evento
               perform agregar-ingreso
           end-if.

      *>------------------------------------------------------------
      *> Egresos
      *>------------------------------------------------------------
       proyectar-choferes.
           compute fecha-desde-num = fecha-hoy-num - 90.
           open input liquidaciones.
           if ok-liq
               perform leer-liquidacion
               perform acumular-liquidacion until eof-liq
               close liquidaciones
           end-if.
           compute importe-mensual rounded = acum-choferes / 3.
           move egr-choferes to ix-concepto.
           move dia-pago-sueldos to dia-mes.
           perform agendar-egreso-mensual.

       leer-liquidacion.
           read liquidaciones
               at end continue
           end-read.

       acumular-liquidacion.
           if ok-liq and liq-fecha-pago > zeroes
               compute fecha-evento-num =
                   function integer-of-date(liq-fecha-pago)
               if fecha-evento-num >= fecha-desde-num
                   add liq-comision to acum-choferes
               end-if
           end-if.
           perform leer-liquidacion.

       proyectar-sueldos.
           move sueldos-mensual to importe-mensual.
           move egr-sueldos to ix-concepto.
           move dia-pago-sueldos to dia-mes.
           perform agendar-egreso-mensual.

       cargar-comisiones.
           perform precargar-default
               varying ix-agencia from 1 by 1 until ix-agencia > 6.
           open input comisiones.
           if ok-com
               perform leer-comision
               perform registrar-comision until eof-com
               close comisiones
           end-if.

       precargar-default.
           move pct-default to tc-pct(ix-agencia).

       leer-comision.
           read comisiones
               at end continue
           end-read.

       registrar-comision.
           if ok-com and com-agencia >= 1 and com-agencia <= 6
               move com-pct to tc-pct(com-agencia)
           end-if.
           perform leer-comision.

      *> Comision de agencias: lo alquilado por cada agencia en los
      *> ultimos 90 dias con los mismos estados que liquida
      *> LiquidacionAgencias, a su porcentaje.
       proyectar-agencias.
           compute fecha-desde-num = fecha-hoy-num - 90.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform acumular-alquiler until eof-alq
               close alquileresmae
           end-if.
           compute importe-mensual rounded = acum-agencias / 3.
           move egr-agencias to ix-concepto.
           move dia-pago-agencias to dia-mes.
           perform agendar-egreso-mensual.

       leer-alquiler.
           read alquileresmae
               at end continue
           end-read.

       acumular-alquiler.
           if ok-alq
               and (alq-estado = "T" or alq-estado = "D")
               and alq-agencia >= 1 and alq-agencia <= 6
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute fecha-evento-num =
                   function integer-of-date(fecha-convertida)
               if fecha-evento-num >= fecha-desde-num
                   and fecha-evento-num <= fecha-hoy-num
                   compute comision-alquiler rounded =
                       alq-importe * tc-pct(alq-agencia) / 100
                   add comision-alquiler to acum-agencias
               end-if
           end-if.
           perform leer-alquiler.

      *> Cuentas a pagar: el saldo pendiente a su vencimiento. De
      *> paso se guarda la ultima prima de cada poliza para
      *> proyectar las renovaciones.
       proyectar-cuentas-pagar.
           move egr-proveedores to ix-concepto.
           move zeroes to cant-primas.
           open input cuentas-pagar.
           if ok-cxp
               perform leer-cuenta-pagar
               perform proyectar-cuenta-pagar until eof-cxp
               close cuentas-pagar
           end-if.

       leer-cuenta-pagar.
           read cuentas-pagar
               at end continue
           end-read.

       proyectar-cuenta-pagar.
           if ok-cxp
               if cxp-origen = "POLIZA"
                   perform registrar-prima
               end-if
               if cxp-pendiente
                   compute saldo-factura = cxp-importe - cxp-pagado
                   if saldo-factura > zeroes
                       add 1 to cant-cuentas-pagar
                       compute fecha-evento-num =
                           function integer-of-date(cxp-vencimiento)
                       move saldo-factura to importe-evento
                       perform agregar-egreso
                   end-if
               end-if
           end-if.
           perform leer-cuenta-pagar.

       registrar-prima.
           move cxp-patente to pol-patente.
           perform buscar-prima.
           if pos-prima = zeroes and cant-primas < max-primas
               add 1 to cant-primas
               move cant-primas to pos-prima
               move cxp-patente to tpr-patente(pos-prima)
               move zeroes to tpr-fecha(pos-prima)
           end-if.
           if pos-prima > zeroes
               and cxp-fecha-alta >= tpr-fecha(pos-prima)
               move cxp-fecha-alta to tpr-fecha(pos-prima)
               move cxp-importe to tpr-importe(pos-prima)
           end-if.

       buscar-prima.
           move zeroes to pos-prima.
           perform comparar-prima
               varying ix-prima from 1 by 1
               until ix-prima > cant-primas.

       comparar-prima.
           if tpr-patente(ix-prima) = pol-patente
               move ix-prima to pos-prima
           end-if.

      *> Polizas que vencen dentro del horizonte: la renovacion se
      *> paga el dia del vencimiento, a la ultima prima conocida.
       proyectar-seguros.
           move egr-seguros to ix-concepto.
           open input polizas.
           if ok-pol
               perform leer-poliza
               perform proyectar-poliza until eof-pol
               close polizas
           end-if.

       leer-poliza.
           read polizas
               at end continue
           end-read.

       proyectar-poliza.
           if ok-pol
               move pol-vigencia-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               compute fecha-evento-num =
                   function integer-of-date(fecha-convertida)
               if fecha-evento-num >= fecha-hoy-num
                   and fecha-evento-num <
                       fecha-hoy-num + dias-horizonte
                   perform buscar-prima
                   if pos-prima = zeroes
                       add 1 to cant-sin-prima
                   else
                       add 1 to cant-polizas
                       move tpr-importe(pos-prima) to importe-evento
                       perform agregar-egreso
                   end-if
               end-if
           end-if.
           perform leer-poliza.

      *>------------------------------------------------------------
      *> Reporte
      *>------------------------------------------------------------
       sumar-semana.
           move zeroes to ingresos-semana.
           move zeroes to egresos-semana.
           perform sumar-concepto-semana
               varying ix-concepto from 1 by 1 until ix-concepto > 5.

       sumar-concepto-semana.
           add sem-ing(ix-semana, ix-concepto) to ingresos-semana.
           add sem-egr(ix-semana, ix-concepto) to egresos-semana.

       imprimir-ingresos.
           move spaces to reg-reporte.
           write reg-reporte.
           move "INGRESOS ESPERADOS" to ept-titulo.
           write reg-reporte from enc-pry-titulo.
           write reg-reporte from enc-pry-ing.
           write reg-reporte from enc-pry3.
           perform imprimir-semana-ingreso
               varying ix-semana from 1 by 1
               until ix-semana > cant-semanas.
           write reg-reporte from enc-pry3.
           perform mover-total-ingreso
               varying ix-concepto from 1 by 1 until ix-concepto > 5.
           move tot-ingresos to dt-total.
           write reg-reporte from det-total.

       imprimir-semana-ingreso.
           perform sumar-semana.
           move sem-desde(ix-semana) to dp-desde.
           perform mover-ingreso-semana
               varying ix-concepto from 1 by 1 until ix-concepto > 5.
           move ingresos-semana to dp-total.
           write reg-reporte from det-pry.

       mover-ingreso-semana.
           move sem-ing(ix-semana, ix-concepto)
               to dp-importe(ix-concepto).

       mover-total-ingreso.
           move ti-importe(ix-concepto) to dt-importe(ix-concepto).

       imprimir-egresos.
           move spaces to reg-reporte.
           write reg-reporte.
           move "EGRESOS ESPERADOS" to ept-titulo.
           write reg-reporte from enc-pry-titulo.
           write reg-reporte from enc-pry-egr.
           write reg-reporte from enc-pry3.
           perform imprimir-semana-egreso
               varying ix-semana from 1 by 1
               until ix-semana > cant-semanas.
           write reg-reporte from enc-pry3.
           perform mover-total-egreso
               varying ix-concepto from 1 by 1 until ix-concepto > 5.
           move tot-egresos to dt-total.
           write reg-reporte from det-total.

       imprimir-semana-egreso.
           perform sumar-semana.
           move sem-desde(ix-semana) to dp-desde.
           perform mover-egreso-semana
               varying ix-concepto from 1 by 1 until ix-concepto > 5.
           move egresos-semana to dp-total.
           write reg-reporte from det-pry.

       mover-egreso-semana.
           move sem-egr(ix-semana, ix-concepto)
               to dp-importe(ix-concepto).

       mover-total-egreso.
           move te-importe(ix-concepto) to dt-importe(ix-concepto).

      *> Saldo semana a semana desde el saldo inicial informado; se
      *> marca la semana en que la caja quedaria en rojo.
       imprimir-saldos.
           move spaces to reg-reporte.
           write reg-reporte.
           move "SALDO PROYECTADO" to ept-titulo.
           write reg-reporte from enc-pry-titulo.
           write reg-reporte from enc-pry-sal.
           write reg-reporte from enc-pry3.
           move saldo-inicial to saldo-semana.
           perform imprimir-semana-saldo
               varying ix-semana from 1 by 1
               until ix-semana > cant-semanas.

       imprimir-semana-saldo.
           perform sumar-semana.
           move sem-desde(ix-semana) to ds-desde.
           move saldo-semana to ds-inicial.
           compute saldo-semana =
               saldo-semana + ingresos-semana - egresos-semana.
           move ingresos-semana to ds-ingresos.
           move egresos-semana to ds-egresos.
           move saldo-semana to ds-final.
           if saldo-semana < zeroes
               move "FALTANTE" to ds-marca
               add 1 to cant-faltantes
           else
               move spaces to ds-marca
           end-if.
           write reg-reporte from det-sal.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> pasarla a FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

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
