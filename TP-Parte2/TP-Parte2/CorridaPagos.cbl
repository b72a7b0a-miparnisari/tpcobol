       identification division.
       program-id. CorridaPagos.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Corrida de pagos a proveedores: recorre el libro de cuentas
      *> a pagar (RegistrarCuentaPagar) y toma cada factura
      *> pendiente que vence hasta hoy (o dentro de los dias de
      *> anticipo del parametro DIAS-ANTICIPO-PAGO). Por cada una
      *> escribe una transferencia al CBU del maestro de proveedores
      *> en un archivo con header, detalle y trailer con conteo y
      *> total, igual que la orden de debito de GenerarDebitos, y
      *> la marca cancelada con la fecha y el importe del pago para
      *> que ExtractoContable la asiente contra banco. Un proveedor
      *> sin alta, dado de baja o sin CBU no se puede transferir:
      *> su factura queda pendiente y sale como alerta.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is sequential
           record key is cxp-clave
           file status is fs-cuentas-pagar.

       select proveedores
           assign to disk "..\..\..\Entrada\proveedores.dat"
           organization is indexed
           access mode is random
           record key is prov-nombre
           file status is fs-proveedores.

       select transferencias
           assign to disk
               "..\..\..\Salida\transferencias-proveedores.dat"
           organization is line sequential
           file status is fs-transferencias.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

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

       fd proveedores
           label record is standard.
       01  rec-proveedores.
           03  prov-nombre         pic x(20).
           03  prov-cuit           pic 9(11).
           03  prov-cbu            pic x(22).
           03  prov-rubro          pic x.
           03  prov-plazo-dias     pic 9(3).
           03  prov-estado         pic x.
               88  prov-activo         value "A".

       fd transferencias
           label record is standard.
       01  reg-transferencias      pic x(90).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-cuentas-pagar     pic xx.
           88 ok-cxp                   value "00".
           88 eof-cxp                  value "10".

       01 fs-proveedores       pic xx.
           88 ok-prov                  value "00".
       01 hay-proveedores      pic x       value "N".
           88 proveedores-abiertos     value "S".

       01 fs-transferencias    pic xx.
           88 ok-trf                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       01 fecha-limite          pic 9(8).

      *> Dias hacia adelante que entran en la corrida: con 0 se paga
      *> solo lo vencido (ObtenerParametro).
       77 dias-anticipo         pic 9(3)    value zeroes.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 proveedor-pagable     pic x.
           88 se-puede-pagar           value "S".
       77 saldo-factura         pic s9(7)v99.
       77 cant-transferencias   pic 9(5)    value zeroes.
       77 tot-transferencias    pic 9(9)v99 value zeroes.
       77 cant-retenidas        pic 9(5)    value zeroes.
       77 tot-retenidas         pic 9(9)v99 value zeroes.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 trf-header.
           03 filler            pic x       value "H".
           03 filler            pic x       value spaces.
           03 th-fecha          pic 9(8).

       01 trf-detalle.
           03 filler            pic x       value "D".
           03 filler            pic x       value spaces.
           03 td-cbu            pic x(22).
           03 filler            pic x       value spaces.
           03 td-cuit           pic 9(11).
           03 filler            pic x       value spaces.
           03 td-importe        pic 9(7)v99.
           03 filler            pic x       value spaces.
           03 td-proveedor      pic x(20).
           03 filler            pic x       value spaces.
           03 td-factura        pic x(15).

       01 trf-trailer.
           03 filler            pic x       value "T".
           03 filler            pic x       value spaces.
           03 tt-cantidad       pic 9(5).
           03 filler            pic x       value spaces.
           03 tt-total          pic 9(9)v99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           move "DIAS-ANTICIPO-PAGO" to nombre-parametro.
           move dias-anticipo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-anticipo.
           compute fecha-limite = function date-of-integer(
               function integer-of-date(fecha-hoy) + dias-anticipo).
           perform abrir-archivos.
           perform leer-cuenta-pagar.
           perform procesar-cuenta-pagar until eof-cxp.
           perform cerrar-archivos.
           display "TRANSFERENCIAS GENERADAS: " cant-transferencias
               " por " tot-transferencias.
           display "FACTURAS RETENIDAS:       " cant-retenidas
               " por " tot-retenidas.
           if cant-retenidas > zeroes
               move "PAGOS" to alerta-origen
               move 2 to alerta-severidad
               move "FACTURAS VENCIDAS SIN PAGAR: PROVEEDOR SIN CBU"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       abrir-archivos.
           open i-o cuentas-pagar.
           if not ok-cxp
               display "Sin cuentas a pagar, nada que transferir."
               move 0 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input proveedores.
           if ok-prov
               move "S" to hay-proveedores
           end-if.
           open output transferencias.
           if not ok-trf
               display "Error al abrir archivo de transferencias fs: "
                 fs-transferencias
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to th-fecha.
           write reg-transferencias from trf-header.

       leer-cuenta-pagar.
           read cuentas-pagar
               at end continue
           end-read.

       procesar-cuenta-pagar.
           if ok-cxp and cxp-pendiente
               and cxp-vencimiento is not greater than fecha-limite
               compute saldo-factura = cxp-importe - cxp-pagado
               if saldo-factura > zeroes
                   perform evaluar-proveedor
                   if se-puede-pagar
                       perform generar-transferencia
                   else
                       perform retener-factura
                   end-if
               end-if
           end-if.
           perform leer-cuenta-pagar.

       evaluar-proveedor.
           move "N" to proveedor-pagable.
           if proveedores-abiertos
               move cxp-proveedor to prov-nombre
               read proveedores
                   invalid key continue
                   not invalid key
                       if prov-activo and prov-cbu is numeric
                           move "S" to proveedor-pagable
                       end-if
               end-read
           end-if.

       generar-transferencia.
           move prov-cbu to td-cbu.
           move prov-cuit to td-cuit.
           move saldo-factura to td-importe.
           move cxp-proveedor to td-proveedor.
           move cxp-factura to td-factura.
           write reg-transferencias from trf-detalle.
           add 1 to cant-transferencias.
           add saldo-factura to tot-transferencias.
           move saldo-factura to cxp-importe-pago.
           move cxp-importe to cxp-pagado.
           move fecha-hoy to cxp-fecha-pago.
           move "C" to cxp-estado.
           rewrite rec-cuentas-pagar.
           if not ok-cxp
               display "Error al marcar factura pagada fs: "
                 fs-cuentas-pagar
           end-if.

       retener-factura.
           display "RETENIDA: " cxp-proveedor " " cxp-factura
               " " saldo-factura.
           add 1 to cant-retenidas.
           add saldo-factura to tot-retenidas.

       cerrar-archivos.
           move cant-transferencias to tt-cantidad.
           move tot-transferencias to tt-total.
           write reg-transferencias from trf-trailer.
           close cuentas-pagar.
           if proveedores-abiertos
               close proveedores
           end-if.
           close transferencias.

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
