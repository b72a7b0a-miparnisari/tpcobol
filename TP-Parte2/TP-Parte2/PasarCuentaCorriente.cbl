       identification division.
       program-id. PasarCuentaCorriente.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Pase nocturno de la cuenta corriente de clientes: levanta
      *> los movimientos que dejaron en el dia los programas que
      *> mueven plata de clientes (RegistrarMovimientoCliente),
      *> resuelve el numero de cliente por el documento o por la
      *> clave del alquiler y los asienta en el mayor ctacte.dat,
      *> numerados por cliente. Lo que no se puede atribuir a ningun
      *> cliente va a CTACTE-RECHAZOS.dat y al reporte, para que
      *> administracion lo cargue a mano; la cola queda vacia.
      *>
      *> Despues arma el control contra contabilidad: el saldo de
      *> la cuenta del cliente (tipos FA, ND, NC, PA, IN, RE) de todo el
      *> mayor tiene que ser igual a lo acumulado en la cuenta de
      *> deudores de la interface contable (ExtractoContable, que
      *> corre antes en la cadena), salvo las facturas y notas que
      *> AFIP todavia no autorizo: estan en la cuenta del cliente
      *> desde que se emiten, pero contabilidad las toma recien con
      *> el CAE. El acumulado de deudores se guarda de una noche a
      *> la otra en CTACTE-CONTROL.dat. Los fondos en custodia
      *> (depositos y senias) no pasan por deudores y quedan fuera
      *> del control. Una diferencia avisa a la cola de alertas.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select pendientes
           assign to disk "..\..\..\Files\CTACTE-PENDIENTES.dat"
           organization is line sequential
           file status is fs-pendientes.

       select rechazos
           assign to disk "..\..\..\Files\CTACTE-RECHAZOS.dat"
           organization is line sequential
           file status is fs-rechazos.

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

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

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

       select cuentas
           assign to disk "..\..\..\Entrada\cuentas-contables.dat"
           organization is line sequential
           file status is fs-cuentas.

       select interfaz
           assign to disk "..\..\..\Salida\interfaz-contable.dat"
           organization is line sequential
           file status is fs-interfaz.

       select control-ctacte
           assign to disk "..\..\..\Files\CTACTE-CONTROL.dat"
           organization is line sequential
           file status is fs-control.

       select informe
           assign to disk "..\..\..\Salida\cuenta-corriente-diaria.txt"
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

       fd pendientes
           label record is standard.
       01  reg-pendientes.
           03  mpe-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  mpe-hora            pic 9(6).
           03  filler              pic x.
           03  mpe-cli-numero      pic x(8).
           03  filler              pic x.
           03  mpe-nro-doc         pic x(20).
           03  filler              pic x.
           03  mpe-alq-clave       pic x(14).
           03  filler              pic x.
           03  mpe-tipo            pic x(2).
               88  mpe-en-custodia     value "DP" "SE".
           03  filler              pic x.
           03  mpe-signo           pic x.
           03  filler              pic x.
           03  mpe-importe         pic 9(7)v99.
           03  filler              pic x.
           03  mpe-comprobante     pic x(20).
           03  filler              pic x.
           03  mpe-origen          pic x(12).

       fd rechazos
           label record is standard.
       01  reg-rechazos            pic x(120).

       fd ctacte
           label record is standard.
       01  rec-ctacte.
           03  ccm-clave.
               05  ccm-cli-numero  pic x(8).
               05  ccm-nro         pic 9(6).
           03  ccm-fecha           pic 9(8).  *> AAAAMMDD
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

       fd alquileresmae
           label record is standard.
       01  rec-alquileresmae.
           03  alq-clave.
               05  alq-patente     pic x(6).
               05  alq-fecha       pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
           03  alq-cantdias        pic 9(2).
           03  alq-factura         pic 9(6).
           03  alq-sucursal        pic 99.
           03  alq-grupo           pic 9(4).

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
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
               88  fact-cae-autorizada value "A".
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
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
               88  nemi-cae-autorizada value "A".
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd cuentas
           label record is standard.
       01  reg-cuentas.
           03  cue-concepto        pic x(12).
           03  filler              pic x.
           03  cue-cuenta          pic 9(6).

       fd interfaz
           label record is standard.
       01  reg-interfaz.
           03  int-fecha           pic 9(8).
           03  filler              pic x.
           03  int-cuenta          pic 9(6).
           03  filler              pic x.
           03  int-dh              pic x.
           03  filler              pic x.
           03  int-importe         pic 9(9)v99.
           03  filler              pic x.
           03  int-origen          pic x(12).

       fd control-ctacte
           label record is standard.
       01  reg-control.
           03  ctl-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  ctl-deudores-debe   pic 9(11)v99.
           03  filler              pic x.
           03  ctl-deudores-haber  pic 9(11)v99.

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

       01 fs-pendientes        pic xx.
           88 ok-mpe                   value "00".
           88 eof-mpe                  value "10".
       01 fs-rechazos          pic xx.
           88 ok-rch                   value "00".
       01 fs-ctacte            pic xx.
           88 ok-ccm                   value "00".
           88 eof-ccm                  value "10".
       01 fs-clientes          pic xx.
           88 ok-cli                   value "00".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-cuentas           pic xx.
           88 ok-cue                   value "00".
           88 eof-cue                  value "10".
       01 fs-interfaz          pic xx.
           88 ok-int                   value "00".
           88 eof-int                  value "10".
       01 fs-control           pic xx.
           88 ok-ctl                   value "00".
       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.

       01 fecha-hoy             pic 9(8).
       01 cliente-resuelto      pic x(8).
       01 doc-resuelto          pic x(20).
       77 proximo-nro           pic 9(6)    value zeroes.

      *> Cuenta de deudores del plan de cuentas: el mismo default
      *> de ExtractoContable, pisado por la tabla si la trae.
       01 cuenta-deudores       pic 9(6)    value 110100.

       77 cant-leidos           pic 9(5)    value zeroes.
       77 cant-asentados        pic 9(5)    value zeroes.
       77 cant-rechazados       pic 9(5)    value zeroes.
       77 cant-pend-cae         pic 9(5)    value zeroes.

       77 saldo-mayor           pic s9(11)v99 value zeroes.
       77 pend-facturas         pic 9(11)v99  value zeroes.
       77 pend-notas            pic 9(11)v99  value zeroes.
       77 esperado-contable     pic s9(11)v99 value zeroes.
       77 saldo-contable        pic s9(11)v99 value zeroes.
       77 diferencia-control    pic s9(11)v99 value zeroes.
       77 deudores-hoy-debe     pic 9(11)v99  value zeroes.
       77 deudores-hoy-haber    pic 9(11)v99  value zeroes.
       01 hay-interfaz-hoy      pic x       value "N".
           88 interfaz-de-hoy          value "S".

       01 control-guardado.
           03 cg-fecha           pic 9(8)      value zeroes.
           03 cg-debe            pic 9(11)v99  value zeroes.
           03 cg-haber           pic 9(11)v99  value zeroes.

       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 texto-alerta-control.
           03 filler pic x(33) value
               "CTA CTE CLIENTES NO CIERRA CON GL".
           03 filler pic x(6)  value " DIF: ".
           03 tac-diferencia    pic -zzzzzzzzz9.99.

       01 enc-inf1.
           03 filler pic x(42) value
               "PASE A CUENTA CORRIENTE DE CLIENTES Fecha:".
           03 ei1-fecha         pic 9(8).

       01 enc-inf2.
           03 filler pic x(10) value "CLIENTE".
           03 filler pic x(8)  value "NRO".
           03 filler pic x(4)  value "CTA".
           03 filler pic x(4)  value "TIPO".
           03 filler pic x(2)  value "DC".
           03 filler pic x(14) value "    IMPORTE".
           03 filler pic x(22) value "COMPROBANTE".
           03 filler pic x(12) value "ORIGEN".

       01 enc-rechazos.
           03 filler pic x(60) value
               "MOVIMIENTOS SIN CLIENTE (a CTACTE-RECHAZOS.dat)".

       01 enc-control.
           03 filler pic x(60) value
               "CONTROL CONTRA DEUDORES DE LA INTERFACE CONTABLE".

       01 enc-linea.
           03 filler pic x(100) value all "-".

       01 det-movimiento.
           03 dm-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 dm-nro            pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dm-cuenta         pic x.
           03 filler pic x(3)  value spaces.
           03 dm-tipo           pic x(2).
           03 filler pic x(2)  value spaces.
           03 dm-signo          pic x.
           03 filler pic x(1)  value spaces.
           03 dm-importe        pic zzzzzz9.99.
           03 filler pic x(4)  value spaces.
           03 dm-comprobante    pic x(20).
           03 filler pic x(2)  value spaces.
           03 dm-origen         pic x(12).

       01 det-rechazo.
           03 dr-fecha          pic 9(8).
           03 filler pic x(1)  value spaces.
           03 dr-nro-doc        pic x(20).
           03 filler pic x(1)  value spaces.
           03 dr-alq-clave      pic x(14).
           03 filler pic x(1)  value spaces.
           03 dr-tipo           pic x(2).
           03 filler pic x(1)  value spaces.
           03 dr-signo          pic x.
           03 filler pic x(1)  value spaces.
           03 dr-importe        pic zzzzzz9.99.
           03 filler pic x(1)  value spaces.
           03 dr-comprobante    pic x(20).
           03 filler pic x(1)  value spaces.
           03 dr-origen         pic x(12).

       01 det-control.
           03 dc-concepto       pic x(44).
           03 dc-importe        pic -zzzzzzzzz9.99.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           perform abrir-archivos.
           open input pendientes.
           if ok-mpe
               perform leer-pendiente
               perform pasar-movimiento until eof-mpe
               close pendientes
               *> todo lo leido quedo asentado o en rechazos
               open output pendientes
               close pendientes
           end-if.
           close clientes.
           close alquileresmae.
           perform controlar-contra-contable.
           close ctacte.
           close informe.
           display "MOVIMIENTOS LEIDOS:     " cant-leidos.
           display "ASENTADOS EN EL MAYOR:  " cant-asentados.
           display "SIN CLIENTE:            " cant-rechazados.
           display "PENDIENTES DE CAE:      " cant-pend-cae.
           display "SALDO CUENTA CLIENTES:  " saldo-mayor.
           display "SALDO DEUDORES CONTABLE:" saldo-contable.
           display "DIFERENCIA:             " diferencia-control.
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

       abrir-archivos.
           open i-o ctacte.
           if fs-ctacte = "35"
               *> primera vez: el mayor de cuenta corriente no existe
               open output ctacte
               close ctacte
               open i-o ctacte
           end-if.
           if not ok-ccm
               display "Error al abrir cuenta corriente fs: "
                 fs-ctacte
               move 1 to return-code
               stop run
           end-if.
           open input clientes.
           if not ok-cli
               display "Error al abrir clientes fs: " fs-clientes
               move 1 to return-code
               stop run
           end-if.
           *> sin alquileres solo se resuelve por documento
           open input alquileresmae.
           open output informe.
           if not ok-inf
               display "Error al abrir informe de cuenta corriente "
                 "fs: " fs-informe
               move 1 to return-code
               stop run
           end-if.
           move fecha-hoy to ei1-fecha.
           write reg-informe from enc-inf1.
           write reg-informe from enc-inf2.
           write reg-informe from enc-linea.

       leer-pendiente.
           read pendientes
               at end continue
           end-read.

       pasar-movimiento.
           add 1 to cant-leidos.
           perform resolver-cliente.
           if cliente-resuelto = spaces
               perform rechazar-movimiento
           else
               perform asentar-movimiento
           end-if.
           perform leer-pendiente.

      *> El numero de cliente, si vino; si no, por el documento;
      *> si tampoco vino el documento, el del alquiler.
       resolver-cliente.
           move mpe-cli-numero to cliente-resuelto.
           move mpe-nro-doc to doc-resuelto.
           if cliente-resuelto = spaces and doc-resuelto = spaces
               and mpe-alq-clave not = spaces
               and ok-alq
               move mpe-alq-clave to alq-clave
               read alquileresmae
                   invalid key continue
                   not invalid key
                       move alq-nro-doc to doc-resuelto
               end-read
           end-if.
           if cliente-resuelto = spaces and doc-resuelto not = spaces
               move doc-resuelto to cli-nro-doc
               read clientes key is cli-nro-doc
                   invalid key continue
                   not invalid key
                       move cli-numero to cliente-resuelto
               end-read
           end-if.

       asentar-movimiento.
           perform determinar-proximo-nro.
           move cliente-resuelto to ccm-cli-numero.
           move proximo-nro to ccm-nro.
           move mpe-fecha to ccm-fecha.
           move mpe-hora to ccm-hora.
           if mpe-en-custodia
               move "G" to ccm-cuenta
           else
               move "R" to ccm-cuenta
           end-if.
           move mpe-tipo to ccm-tipo.
           move mpe-signo to ccm-signo.
           move mpe-importe to ccm-importe.
           move mpe-comprobante to ccm-comprobante.
           move mpe-origen to ccm-origen.
           move doc-resuelto to ccm-nro-doc.
           move mpe-alq-clave to ccm-alq-clave.
           write rec-ctacte.
           if ok-ccm
               add 1 to cant-asentados
               move ccm-cli-numero to dm-cli-numero
               move ccm-nro to dm-nro
               move ccm-cuenta to dm-cuenta
               move ccm-tipo to dm-tipo
               move ccm-signo to dm-signo
               move ccm-importe to dm-importe
               move ccm-comprobante to dm-comprobante
               move ccm-origen to dm-origen
               write reg-informe from det-movimiento
           else
               display "Error al asentar movimiento de cuenta "
                 "corriente fs: " fs-ctacte
               perform rechazar-movimiento
           end-if.

      *> Ultimo numero del cliente: el mayor esta ordenado por
      *> cliente y numero, se posiciona al final del cliente.
       determinar-proximo-nro.
           move zeroes to proximo-nro.
           move cliente-resuelto to ccm-cli-numero.
           move 999999 to ccm-nro.
           start ctacte key is less than or equal to ccm-clave
               invalid key continue
           end-start.
           if ok-ccm
               read ctacte next record
                   at end continue
               end-read
               if ok-ccm and ccm-cli-numero = cliente-resuelto
                   move ccm-nro to proximo-nro
               end-if
           end-if.
           add 1 to proximo-nro.

       rechazar-movimiento.
           add 1 to cant-rechazados.
           open extend rechazos.
           if not ok-rch
               open output rechazos
           end-if.
           if ok-rch
               move reg-pendientes to reg-rechazos
               write reg-rechazos
               close rechazos
           else
               display "Error al abrir rechazos de cuenta corriente "
                 "fs: " fs-rechazos
           end-if.
           if cant-rechazados = 1
               write reg-informe from enc-linea
               write reg-informe from enc-rechazos
           end-if.
           move mpe-fecha to dr-fecha.
           move mpe-nro-doc to dr-nro-doc.
           move mpe-alq-clave to dr-alq-clave.
           move mpe-tipo to dr-tipo.
           move mpe-signo to dr-signo.
           move mpe-importe to dr-importe.
           move mpe-comprobante to dr-comprobante.
           move mpe-origen to dr-origen.
           write reg-informe from det-rechazo.

      *> Control contra contabilidad (ver encabezado).
       controlar-contra-contable.
           perform cargar-cuenta-deudores.
           perform acumular-deudores-contable.
           perform sumar-mayor.
           perform sumar-pendientes-cae.
           compute saldo-contable = cg-debe - cg-haber.
           compute esperado-contable =
               saldo-mayor - pend-facturas + pend-notas.
           compute diferencia-control =
               saldo-contable - esperado-contable.
           write reg-informe from enc-linea.
           write reg-informe from enc-control.
           move "Saldo cuenta clientes (mayor)" to dc-concepto.
           move saldo-mayor to dc-importe.
           write reg-informe from det-control.
           move "Menos facturas y notas debito sin CAE" to dc-concepto.
           move pend-facturas to dc-importe.
           write reg-informe from det-control.
           move "Mas notas de credito sin CAE" to dc-concepto.
           move pend-notas to dc-importe.
           write reg-informe from det-control.
           move "Saldo esperado en deudores" to dc-concepto.
           move esperado-contable to dc-importe.
           write reg-informe from det-control.
           move "Saldo acumulado deudores (interface)" to dc-concepto.
           move saldo-contable to dc-importe.
           write reg-informe from det-control.
           move "Diferencia" to dc-concepto.
           move diferencia-control to dc-importe.
           write reg-informe from det-control.
           if diferencia-control not = zeroes
               move diferencia-control to tac-diferencia
               move "CTACTE" to alerta-origen
               move 2 to alerta-severidad
               move texto-alerta-control to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.

       cargar-cuenta-deudores.
           open input cuentas.
           if ok-cue
               perform leer-cuenta-tabla
               perform revisar-cuenta-tabla until eof-cue
               close cuentas
           end-if.

       leer-cuenta-tabla.
           read cuentas
               at end continue
           end-read.

       revisar-cuenta-tabla.
           if cue-concepto = "DEUDORES"
               move cue-cuenta to cuenta-deudores
           end-if.
           perform leer-cuenta-tabla.

      *> Lo de deudores en la interface de hoy se suma una sola
      *> vez al acumulado: si la cadena se relanza, la fecha del
      *> control ya es la de hoy y no se vuelve a sumar.
       acumular-deudores-contable.
           open input control-ctacte.
           if ok-ctl
               read control-ctacte
                   at end continue
               end-read
               if ok-ctl
                   move ctl-fecha to cg-fecha
                   move ctl-deudores-debe to cg-debe
                   move ctl-deudores-haber to cg-haber
               end-if
               close control-ctacte
           end-if.
           if cg-fecha < fecha-hoy
               open input interfaz
               if ok-int
                   perform leer-interfaz
                   perform sumar-interfaz until eof-int
                   close interfaz
               end-if
           end-if.
           if interfaz-de-hoy
               add deudores-hoy-debe to cg-debe
               add deudores-hoy-haber to cg-haber
               move fecha-hoy to cg-fecha
               perform guardar-control
           end-if.

       leer-interfaz.
           read interfaz
               at end continue
           end-read.

       sumar-interfaz.
           if int-fecha = fecha-hoy
               move "S" to hay-interfaz-hoy
               if int-cuenta = cuenta-deudores
                   if int-dh = "D"
                       add int-importe to deudores-hoy-debe
                   else
                       add int-importe to deudores-hoy-haber
                   end-if
               end-if
           end-if.
           perform leer-interfaz.

       guardar-control.
           open output control-ctacte.
           if ok-ctl
               move spaces to reg-control
               move cg-fecha to ctl-fecha
               move cg-debe to ctl-deudores-debe
               move cg-haber to ctl-deudores-haber
               write reg-control
               close control-ctacte
           else
               display "Error al guardar control de cuenta corriente "
                 "fs: " fs-control
           end-if.

       sumar-mayor.
           move low-values to ccm-clave.
           start ctacte key is not less than ccm-clave
               invalid key continue
           end-start.
           if ok-ccm
               perform leer-mayor
               perform sumar-movimiento until eof-ccm
           end-if.

       leer-mayor.
           read ctacte next record
               at end continue
           end-read.

       sumar-movimiento.
           if ccm-cuenta-cliente
               if ccm-debe
                   add ccm-importe to saldo-mayor
               else
                   subtract ccm-importe from saldo-mayor
               end-if
           end-if.
           perform leer-mayor.

       sumar-pendientes-cae.
           open input facturas-emitidas.
           if ok-fact-emi
               perform leer-factura
               perform revisar-factura until eof-fact-emi
               close facturas-emitidas
           end-if.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota
               perform revisar-nota until eof-nemi
               close notas-emitidas
           end-if.

       leer-factura.
           read facturas-emitidas
               at end continue
           end-read.

       revisar-factura.
           if not fact-cae-autorizada
               add fact-total to pend-facturas
               add 1 to cant-pend-cae
           end-if.
           perform leer-factura.

       leer-nota.
           read notas-emitidas
               at end continue
           end-read.

       revisar-nota.
           if not nemi-cae-autorizada
               add nemi-total to pend-notas
               add 1 to cant-pend-cae
           end-if.
           perform leer-nota.
