       identification division.
       program-id. EstadoCuentaCorriente.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Resumen mensual de cuenta corriente para cada cliente que
      *> tuvo movimientos en el mes pedido, armado sobre el mayor
      *> ctacte.dat (PasarCuentaCorriente): saldo anterior, los
      *> movimientos del mes con su comprobante y saldo corrido, y
      *> saldo al cierre. Aparte, lo que el cliente tiene en custodia
      *> (depositos en garantia y senias), que no es deuda ni
      *> credito de su cuenta pero el cliente pregunta por eso.
      *>
      *> El mayor esta ordenado por cliente y por numero de
      *> movimiento. Una fusion de clientes (FusionClientes) agrega
      *> al final de la cuenta movimientos de cualquier fecha, asi
      *> que cada cliente se recorre dos veces: la primera arma el
      *> saldo anterior y ve si hubo movimientos en el mes, la
      *> segunda lista los del mes. En modo desatendido (agenda
      *> mensual) se arma el mes calendario anterior.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select ctacte
           assign to disk "..\..\..\Entrada\ctacte.dat"
           organization is indexed
           access mode is dynamic
           record key is ccm-clave
           file status is fs-ctacte.

       select clientes
           assign to disk "..\..\..\Entrada\clientes.dat"
           organization is indexed
           access mode is random
           record key is cli-numero
           alternate record key is cli-nro-doc
           file status is fs-clientes.

       select informe
           assign to disk "..\..\..\Salida\estados-cuenta-clientes.txt"
           organization is line sequential
           file status is fs-informe.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd ctacte
           label record is standard.
       01  rec-ctacte.
           03  ccm-clave.
               05  ccm-cli-numero  pic x(8).
               05  ccm-nro         pic 9(6).
           03  ccm-fecha           pic 9(8).  *> AAAAMMDD
           03  ccm-fecha-r redefines ccm-fecha.
               05  ccm-periodo     pic 9(6).
               05  ccm-dia         pic 9(2).
           03  ccm-hora            pic 9(6).
           03  ccm-cuenta          pic x.
               88  ccm-cuenta-cliente  value "R".
               88  ccm-custodia        value "G".
           03  ccm-tipo            pic x(2).
           03  ccm-signo           pic x.
               88  ccm-debe            value "D".
               88  ccm-haber           value "C".
           03  ccm-importe         pic 9(7)v99.
           03  ccm-comprobante     pic x(20).
           03  ccm-origen          pic x(12).
           03  ccm-nro-doc         pic x(20).
           03  ccm-alq-clave       pic x(14).

       fd clientes
           label record is standard.
       01  reg-clientes.
           03  cli-numero      pic x(8).
           03  cli-fec-alta    pic 9(8).
           03  cli-telefono    pic x(20).
           03  cli-direccion   pic x(30).
           03  cli-nro-doc     pic x(20).
           03  cli-categoria   pic x.

       fd informe
           label record is standard.
       01  reg-informe             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 fs-ctacte            pic xx.
           88 ok-ccm                   value "00".
           88 eof-ccm                  value "10".
       01 fs-clientes          pic xx.
           88 ok-cli                   value "00".
       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.

       01 mes-trabajo           pic 99.
       01 anio-trabajo          pic 9(4).
       01 mes-informe           pic 9(2).
       01 anio-informe          pic 9(4).
       77 periodo-informe       pic 9(6).

       01 cliente-actual        pic x(8).
       01 clave-inicio-cliente  pic x(14).
       01 cliente-con-movimientos pic x.
           88 hay-movimientos-mes      value "S".
       77 saldo-anterior        pic s9(9)v99 value zeroes.
       77 saldo-corrido         pic s9(9)v99 value zeroes.
       77 custodia-anterior     pic s9(9)v99 value zeroes.
       77 custodia-corrida      pic s9(9)v99 value zeroes.
       77 tot-debe-mes          pic 9(9)v99  value zeroes.
       77 tot-haber-mes         pic 9(9)v99  value zeroes.

       77 cant-resumenes        pic 9(5)     value zeroes.
       77 cant-movimientos      pic 9(7)     value zeroes.

       01 tabla-tipos.
           03 filler pic x(22) value "FAFactura             ".
           03 filler pic x(22) value "NDNota de debito      ".
           03 filler pic x(22) value "NCNota de credito     ".
           03 filler pic x(22) value "PAPago                ".
           03 filler pic x(22) value "INBaja por incobrable ".
           03 filler pic x(22) value "DPDeposito garantia   ".
           03 filler pic x(22) value "SESenia               ".
       01 tabla-tipos-r redefines tabla-tipos.
           03 tt-elem occurs 7 times.
               05 tt-tipo       pic x(2).
               05 tt-nombre     pic x(20).
       77 ix-tipo               pic 9(2).

       01 enc-resumen1.
           03 filler pic x(40) value
               "RESUMEN DE CUENTA CORRIENTE  Periodo: ".
           03 er1-mes           pic 9(2).
           03 filler pic x     value "/".
           03 er1-anio          pic 9(4).

       01 enc-resumen2.
           03 filler pic x(10) value "Cliente: ".
           03 er2-cli-numero    pic x(8).
           03 filler pic x(4)  value spaces.
           03 filler pic x(6)  value "Doc: ".
           03 er2-nro-doc       pic x(20).

       01 enc-resumen3.
           03 filler pic x(10) value "Domicilio:".
           03 er3-direccion     pic x(30).

       01 enc-columnas.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(21) value "CONCEPTO".
           03 filler pic x(21) value "COMPROBANTE".
           03 filler pic x(13) value "        DEBE".
           03 filler pic x(13) value "       HABER".
           03 filler pic x(14) value "         SALDO".

       01 enc-linea.
           03 filler pic x(100) value all "-".

       01 enc-salto.
           03 filler pic x(100) value all "=".

       01 det-saldo.
           03 ds-concepto       pic x(78).
           03 ds-importe        pic -zzzzzzzz9.99.

       01 det-movimiento.
           03 dm-dia            pic 9(2).
           03 filler pic x     value "/".
           03 dm-mes            pic 9(2).
           03 filler pic x     value "/".
           03 dm-anio           pic 9(4).
           03 filler pic x(1)  value spaces.
           03 dm-concepto       pic x(20).
           03 filler pic x(1)  value spaces.
           03 dm-comprobante    pic x(20).
           03 filler pic x(1)  value spaces.
           03 dm-debe           pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dm-haber          pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dm-saldo          pic -zzzzzzzz9.99.

       01 det-totales.
           03 filler pic x(53) value "Totales del mes".
           03 dt-debe           pic zzzzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dt-haber          pic zzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           compute periodo-informe = anio-informe * 100 + mes-informe.
           perform abrir-archivos.
           perform leer-mayor.
           perform procesar-cliente until eof-ccm.
           close ctacte.
           close clientes.
           close informe.
           display "RESUMENES EMITIDOS:     " cant-resumenes.
           display "MOVIMIENTOS DEL MES:    " cant-movimientos.
           move 0 to return-code.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

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

      *> En modo desatendido (agenda nocturna) se arma el mes
      *> calendario anterior; por consola se pide como siempre.
       pedir-periodo.
           if modo-desatendido
               perform derivar-mes-anterior
               move mes-trabajo to mes-informe
               move anio-trabajo to anio-informe
           else
               display "Mes del resumen (MM): "
               accept mes-informe
               display "Anio del resumen (AAAA): "
               accept anio-informe
           end-if.

       derivar-mes-anterior.
           move function current-date(1:4) to anio-trabajo.
           move function current-date(5:2) to mes-trabajo.
           if mes-trabajo = 1
               move 12 to mes-trabajo
               subtract 1 from anio-trabajo
           else
               subtract 1 from mes-trabajo
           end-if.

       abrir-archivos.
           open input ctacte.
           if not ok-ccm
               display "Error al abrir cuenta corriente fs: "
                 fs-ctacte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           *> sin maestro el resumen sale sin domicilio
           open input clientes.
           open output informe.
           if not ok-inf
               display "Error al abrir resumenes fs: " fs-informe
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

       leer-mayor.
           read ctacte next record
               at end continue
           end-read.

      *> Corte por cliente: primera pasada por todo lo suyo; si
      *> tuvo movimientos en el mes se vuelve al principio del
      *> cliente para listarlos y se cierra el resumen. Las dos
      *> pasadas terminan en el primer movimiento del cliente
      *> siguiente.
       procesar-cliente.
           move ccm-cli-numero to cliente-actual.
           move ccm-clave to clave-inicio-cliente.
           move "N" to cliente-con-movimientos.
           move spaces to er2-nro-doc.
           move zeroes to saldo-anterior.
           move zeroes to custodia-anterior.
           move zeroes to tot-debe-mes.
           move zeroes to tot-haber-mes.
           perform revisar-movimiento
               until eof-ccm or ccm-cli-numero not = cliente-actual.
           if hay-movimientos-mes
               perform abrir-resumen
               move clave-inicio-cliente to ccm-clave
               start ctacte key is not less than ccm-clave
                   invalid key continue
               end-start
               perform leer-mayor
               perform procesar-movimiento
                   until eof-ccm or ccm-cli-numero not = cliente-actual
               perform cerrar-resumen
           end-if.

       revisar-movimiento.
           if ccm-periodo < periodo-informe
               perform acumular-saldo-anterior
           else if ccm-periodo = periodo-informe
               move "S" to cliente-con-movimientos
               if ccm-nro-doc not = spaces
                   move ccm-nro-doc to er2-nro-doc
               end-if
           end-if.
           perform leer-mayor.

       procesar-movimiento.
           if ccm-periodo = periodo-informe
               perform listar-movimiento
           end-if.
           perform leer-mayor.

       acumular-saldo-anterior.
           if ccm-cuenta-cliente
               if ccm-debe
                   add ccm-importe to saldo-anterior
               else
                   subtract ccm-importe from saldo-anterior
               end-if
           else
               if ccm-haber
                   add ccm-importe to custodia-anterior
               else
                   subtract ccm-importe from custodia-anterior
               end-if
           end-if.

       abrir-resumen.
           add 1 to cant-resumenes.
           move saldo-anterior to saldo-corrido.
           move custodia-anterior to custodia-corrida.
           move mes-informe to er1-mes.
           move anio-informe to er1-anio.
           move cliente-actual to er2-cli-numero.
           move spaces to er3-direccion.
           move cliente-actual to cli-numero.
           read clientes
               invalid key continue
               not invalid key
                   move cli-nro-doc to er2-nro-doc
                   move cli-direccion to er3-direccion
           end-read.
           write reg-informe from enc-salto.
           write reg-informe from enc-resumen1.
           write reg-informe from enc-resumen2.
           write reg-informe from enc-resumen3.
           write reg-informe from enc-linea.
           write reg-informe from enc-columnas.
           write reg-informe from enc-linea.
           move "Saldo anterior" to ds-concepto.
           move saldo-anterior to ds-importe.
           write reg-informe from det-saldo.

      *> Los fondos en custodia no mueven el saldo de la cuenta:
      *> salen en el detalle con debe/haber y se totalizan aparte.
       listar-movimiento.
           add 1 to cant-movimientos.
           move ccm-fecha(7:2) to dm-dia.
           move ccm-fecha(5:2) to dm-mes.
           move ccm-fecha(1:4) to dm-anio.
           move ccm-tipo to dm-concepto.
           perform buscar-nombre-tipo
               varying ix-tipo from 1 by 1
               until ix-tipo > 7.
           move ccm-comprobante to dm-comprobante.
           move zeroes to dm-debe.
           move zeroes to dm-haber.
           if ccm-debe
               move ccm-importe to dm-debe
           else
               move ccm-importe to dm-haber
           end-if.
           if ccm-cuenta-cliente
               if ccm-debe
                   add ccm-importe to saldo-corrido
                   add ccm-importe to tot-debe-mes
               else
                   subtract ccm-importe from saldo-corrido
                   add ccm-importe to tot-haber-mes
               end-if
           else
               if ccm-haber
                   add ccm-importe to custodia-corrida
               else
                   subtract ccm-importe from custodia-corrida
               end-if
           end-if.
           move saldo-corrido to dm-saldo.
           write reg-informe from det-movimiento.

       buscar-nombre-tipo.
           if tt-tipo(ix-tipo) = ccm-tipo
               move tt-nombre(ix-tipo) to dm-concepto
           end-if.

       cerrar-resumen.
           write reg-informe from enc-linea.
           move tot-debe-mes to dt-debe.
           move tot-haber-mes to dt-haber.
           write reg-informe from det-totales.
           move "Saldo al cierre (positivo = a pagar)" to ds-concepto.
           move saldo-corrido to ds-importe.
           write reg-informe from det-saldo.
           move "Fondos en custodia al cierre (depositos y senias)"
               to ds-concepto.
           move custodia-corrida to ds-importe.
           write reg-informe from det-saldo.
