       identification division.
       program-id. AnonimizarClientes.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Retencion de datos personales: el documento, el telefono y
      *> la direccion de cada cliente quedaban para siempre en los
      *> maestros, en el historico y en las copias de entrenamiento.
      *> Este proceso anonimiza a los clientes inactivos: sin
      *> alquiler ni reserva en los ultimos ANIOS-RETENCION anios
      *> (maestro de parametros, 5 por omision) y sin nada abierto:
      *> saldo en cuenta corriente, factura impaga, multa pendiente,
      *> queja abierta, caso de fraude pendiente, deuda derivada a
      *> cobranza, reintegro en curso, abono activo o bloqueo
      *> vigente.
      *>
      *> El documento del cliente se reemplaza en todos lados por
      *> "ANON" + numero de cliente, asi las estadisticas por
      *> cliente siguen cerrando sin que el dato real quede en
      *> ningun archivo:
      *>   clientes.dat        documento; telefono y direccion en
      *>                       blanco;
      *>   contactos-clientes  se borra el registro (movil, email);
      *>   alquileres.dat, alquileres-historico.dat, reservas.dat,
      *>   multas.dat, quejas.dat, abonos.dat  documento;
      *>   inspecciones.dat    observaciones de sus alquileres en
      *>                       blanco;
      *>   notificaciones.dat  documento; destino y variables en
      *>                       blanco;
      *>   cuentas-corp-docs, revision-fraude.dat (casos cerrados),
      *>   lista-bloqueos.dat (bloqueos vencidos)  se borran;
      *>   Entrenamiento\clientes.dat y alquileres.dat  idem, con
      *>                       el mismo enmascarado de
      *>                       GenerarEntrenamiento.
      *> Quedan intactos los registros fiscales, que el fisco exige
      *> con el documento del comprador: facturas-emitidas,
      *> notas-emitidas, ctacte, incobrables, reintegros,
      *> derivaciones-cobranza y el respaldo de lo facturado
      *> (extras-alquiler, cargos-combustible, recargos-danios,
      *> gastos-choferes, horas-extra, sucursal-devolucion).
      *>
      *> El reporte (anonimizacion.txt) lista los clientes
      *> anonimizados por numero, nunca por documento. Se corre a
      *> mano o desde la agenda de procesos; una corrida anonimiza
      *> hasta 3000 clientes y el resto queda para la siguiente.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select clientes
           assign to disk "..\..\..\Entrada\clientes.dat"
           organization is indexed
           access mode is dynamic
           record key is cli-numero
           alternate record key is cli-nro-doc
           file status is fs-clientes.

       select contactos
           assign to disk "..\..\..\Entrada\contactos-clientes.dat"
           organization is indexed
           access mode is random
           record key is ctc-cli-numero
           file status is fs-contactos.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

      *> Archivo historico consultable (ver ArchivarAlquileres)
       select historico
           assign to disk "..\..\..\Salida\alquileres-historico.dat"
           organization is indexed
           access mode is sequential
           record key is hist-clave
           alternate record key is hist-chofer with duplicates
           file status is fs-historico-arch.

       select inspecciones
           assign to disk "..\..\..\Entrada\inspecciones.dat"
           organization is indexed
           access mode is random
           record key is ins-clave
           file status is fs-inspecciones.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is dynamic
           record key is res-clave
           file status is fs-reservas.

       select multas
           assign to disk "..\..\..\Entrada\multas.dat"
           organization is indexed
           access mode is dynamic
           record key is mul-clave
           file status is fs-multas.

       select quejas
           assign to disk "..\..\..\Entrada\quejas.dat"
           organization is indexed
           access mode is dynamic
           record key is qja-nro
           file status is fs-quejas.

       select abonos
           assign to disk "..\..\..\Entrada\abonos.dat"
           organization is indexed
           access mode is dynamic
           record key is abo-patente
           file status is fs-abonos.

       select notificaciones
           assign to disk "..\..\..\Entrada\notificaciones.dat"
           organization is indexed
           access mode is dynamic
           record key is not-nro
           file status is fs-notificaciones.

       select cuentas-docs
           assign to disk "..\..\..\Entrada\cuentas-corp-docs.dat"
           organization is indexed
           access mode is random
           record key is ctd-nro-doc
           file status is fs-cuentas-docs.

       select revision
           assign to disk "..\..\..\Entrada\revision-fraude.dat"
           organization is indexed
           access mode is dynamic
           record key is rvf-nro-doc
           file status is fs-revision.

       select bloqueos
           assign to disk "..\..\..\Entrada\lista-bloqueos.dat"
           organization is indexed
           access mode is dynamic
           record key is blo-clave-full
           file status is fs-bloqueos.

       select ctacte
           assign to disk "..\..\..\Entrada\ctacte.dat"
           organization is indexed
           access mode is dynamic
           record key is ccm-clave
           file status is fs-ctacte.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is dynamic
           record key is dcb-fact-nro
           file status is fs-derivaciones.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is sequential
           record key is rei-nro
           file status is fs-reintegros.

      *> Copias de entrenamiento (ver GenerarEntrenamiento)
       select clientes-ent
           assign to disk "..\..\..\Entrenamiento\clientes.dat"
           organization is indexed
           access mode is dynamic
           record key is clie-numero
           alternate record key is clie-documento
           file status is fs-clientes-ent.

       select alquileres-ent
           assign to disk "..\..\..\Entrenamiento\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alqe-clave
           alternate record key is alqe-chofer with duplicates
           file status is fs-alquileres-ent.

       select reporte
           assign to disk "..\..\..\Salida\anonimizacion.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd clientes
           label record is standard.
       01  reg-clientes.
           03  cli-numero      pic x(8).
           03  cli-fec-alta    pic 9(8).
           03  cli-telefono    pic x(20).
           03  cli-direccion   pic x(30).
           03  cli-nro-doc     pic x(20).
           03  cli-categoria   pic x.

       fd contactos
           label record is standard.
       01  rec-contactos.
           03  ctc-cli-numero      pic x(8).
           03  ctc-movil           pic x(20).
           03  ctc-email           pic x(40).
           03  ctc-acepta-sms      pic x.
               88  ctc-sms-si          value "S".
           03  ctc-acepta-email    pic x.
               88  ctc-email-si        value "S".
           03  ctc-fecha-conformidad pic 9(8).  *> AAAAMMDD

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

       fd historico
           label record is standard.
       01  reg-historico.
           03  hist-clave.
               05  hist-patente    pic x(6).
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
           03  hist-cantdias       pic 9(2).
           03  hist-factura        pic 9(6).
           03  hist-sucursal      pic 99.
           03  hist-grupo         pic 9(4).

       fd inspecciones
           label record is standard.
       01  rec-inspecciones.
           03  ins-clave.
               05  ins-patente     pic x(6).
               05  ins-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  ins-momento     pic x.
           03  ins-combustible     pic 9.
           03  ins-danios          pic x(6).
           03  ins-accesorios      pic x(3).
           03  ins-inspector       pic x(8).
           03  ins-observaciones   pic x(30).

       fd reservas
           label record is standard.
       01  rec-reservas.
           03  res-clave.
               05  res-patente     pic x(6).
               05  res-fecha       pic 9(8).  *> DDMMAAAA
           03  res-tipo-doc        pic x.
           03  res-nro-doc         pic x(20).
           03  res-cantdias        pic 9(2).
           03  res-senia           pic 9(4)v99.
           03  res-estado          pic x.
               88  res-activa          value "A".
               88  res-convertida      value "C".
               88  res-cancelada       value "X".
           03  res-pena-retenida   pic 9(4)v99.
           03  res-senia-devuelta  pic 9(4)v99.

       fd multas
           label record is standard.
       01  rec-multas.
           03  mul-clave.
               05  mul-patente     pic x(6).
               05  mul-fecha       pic 9(8).  *> DDMMAAAA
               05  mul-nro         pic 99.
           03  mul-tipo-doc        pic x.
           03  mul-nro-doc         pic x(20).
           03  mul-legajo          pic x(7).
           03  mul-importe         pic 9(5)v99.
           03  mul-responsable     pic x.
               88  mul-resp-cliente    value "C".
           03  mul-estado          pic x.
               88  mul-pendiente       value "P".
           03  mul-descripcion     pic x(30).

       fd quejas
           label record is standard.
       01  rec-quejas.
           03  qja-nro             pic 9(6).
           03  qja-fecha-apertura  pic 9(8).  *> AAAAMMDD
           03  qja-fecha-vto       pic 9(8).  *> AAAAMMDD
           03  qja-cli-numero      pic x(8).
           03  qja-nro-doc         pic x(20).
           03  qja-alq-clave.
               05  qja-patente     pic x(6).
               05  qja-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  qja-fact-nro        pic 9(6).
           03  qja-categoria       pic x(2).
           03  qja-area            pic x(10).
           03  qja-estado          pic x.
               88  qja-abierta         value "A".
               88  qja-resuelta        value "R".
           03  qja-descripcion     pic x(60).
           03  qja-resolucion      pic x(60).
           03  qja-fecha-resolucion pic 9(8). *> AAAAMMDD
           03  qja-compensacion    pic x.
               88  qja-sin-comp        value "N".
               88  qja-comp-nota       value "C".
               88  qja-comp-puntos     value "P".
           03  qja-importe-comp    pic 9(7)v99.
           03  qja-puntos-comp     pic 9(7).
           03  qja-nota-nro        pic 9(6).
           03  qja-alerta-sla      pic x.
           03  qja-operador        pic x(8).

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

       fd notificaciones
           label record is standard.
       01  rec-notificaciones.
           03  not-nro             pic 9(8).
           03  not-fecha           pic 9(8).  *> AAAAMMDD
           03  not-cli-numero      pic x(8).
           03  not-nro-doc         pic x(20).
           03  not-plantilla       pic x(8).
           03  not-canal           pic x(5).
               88  not-por-carta       value "CARTA".
           03  not-destino         pic x(40).
           03  not-variables       pic x(60).
           03  not-clave           pic x(20).
           03  not-estado          pic x.
           03  not-con-carta       pic x.     *> S = respaldo impreso
           03  not-fecha-estado    pic 9(8).  *> AAAAMMDD

       fd cuentas-docs
           label record is standard.
       01  rec-cuentas-docs.
           03  ctd-nro-doc         pic x(20).
           03  ctd-cta-id          pic x(8).

      *> Caso de revision de fraude (ver ScoringFraude)
       fd revision
           label record is standard.
       01  rec-revision.
           03  rvf-nro-doc         pic x(20).
           03  rvf-tipo-doc        pic x.
           03  rvf-puntaje         pic 9(3).
           03  rvf-motivos         pic x(8).
           03  rvf-no-shows        pic 9(3).
           03  rvf-devueltos       pic 9(3).
           03  rvf-danios          pic 9(3).
           03  rvf-contracargos    pic 9(3).
           03  rvf-rechazos        pic 9(3).
           03  rvf-multas          pic 9(3).
           03  rvf-estado          pic x.
               88  rvf-pendiente       value "P".
           03  rvf-fecha-alta      pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-scoring   pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-resol     pic 9(8).  *> AAAAMMDD
           03  rvf-operador        pic x(8).
           03  rvf-nota            pic x(30).

       fd bloqueos
           label record is standard.
       01  rec-bloqueos.
           03  blo-clave-full.
               05  blo-tipo        pic x.
                   88  blo-cliente     value "C".
                   88  blo-chofer      value "H".
               05  blo-clave.
                   07  blo-tipo-doc pic x.
                   07  blo-nro-doc pic x(20).
           03  blo-motivo          pic 99.
           03  blo-desde           pic 9(8).  *> DDMMAAAA
           03  blo-hasta           pic 9(8).  *> DDMMAAAA, 0 = s/lim
           03  blo-observacion     pic x(30).

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
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
           03  fact-fact-origen    pic 9(6).

       fd derivaciones
           label record is standard.
       01  rec-derivaciones.
           03  dcb-fact-nro        pic 9(6).
           03  dcb-cli-numero      pic x(8).
           03  dcb-nro-doc         pic x(20).
           03  dcb-fecha           pic 9(8).  *> AAAAMMDD
           03  dcb-saldo           pic 9(7)v99.
           03  dcb-recuperado      pic 9(7)v99.
           03  dcb-estado          pic x.
               88  dcb-a-enviar        value "P".
               88  dcb-en-agencia      value "E".
           03  dcb-usuario         pic x(8).
           03  dcb-fecha-cierre    pic 9(8).  *> AAAAMMDD

       fd reintegros
           label record is standard.
       01  rec-reintegros.
           03  rei-nro             pic 9(6).
           03  rei-fecha           pic 9(8).  *> AAAAMMDD
           03  rei-origen          pic x(10).
           03  rei-comprobante     pic x(20).
           03  rei-alq-clave       pic x(14).
           03  rei-nro-doc         pic x(20).
           03  rei-cli-numero      pic x(8).
           03  rei-importe         pic 9(7)v99.
           03  rei-cbu             pic x(22).
           03  rei-estado          pic x.
               88  rei-pendiente       value "P".
               88  rei-aprobado        value "A".
               88  rei-enviado         value "E".
           03  rei-usuario-sol     pic x(8).
           03  rei-usuario-apr     pic x(8).
           03  rei-fecha-apr       pic 9(8).  *> AAAAMMDD
           03  rei-fecha-envio     pic 9(8).  *> AAAAMMDD
           03  rei-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  rei-motivo          pic x(20).

       fd clientes-ent
           label record is standard.
       01  reg-clientes-ent.
           03  clie-numero     pic x(8).
           03  clie-fec-alta   pic 9(8).
           03  clie-telefono   pic x(20).
           03  clie-direccion  pic x(30).
           03  clie-documento  pic x(20).
           03  clie-categoria  pic x.

       fd alquileres-ent
           label record is standard.
       01  reg-alquileres-ent.
           03  alqe-clave.
               05  alqe-patente    pic x(6).
               05  alqe-fecha      pic 9(8).
           03  alqe-tipo-doc       pic x.
           03  alqe-nro-doc        pic x(20).
           03  alqe-importe        pic 9(6)v99.
           03  alqe-chofer         pic x(7).
           03  alqe-estado         pic x.
           03  alqe-agencia        pic 9.
           03  alqe-cantdias       pic 9(2).
           03  alqe-factura        pic 9(6).
           03  alqe-sucursal       pic 99.
           03  alqe-grupo          pic 9(4).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-clientes          pic xx.
           88 ok-cli                   value "00".
           88 eof-cli                  value "10".
       01 fs-contactos         pic xx.
           88 ok-ctc                   value "00".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-historico-arch    pic xx.
           88 ok-hist                  value "00".
           88 eof-hist                 value "10".
       01 fs-inspecciones      pic xx.
           88 ok-ins                   value "00".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
           88 eof-res                  value "10".
       01 fs-multas            pic xx.
           88 ok-mul                   value "00".
           88 eof-mul                  value "10".
       01 fs-quejas            pic xx.
           88 ok-qja                   value "00".
           88 eof-qja                  value "10".
       01 fs-abonos            pic xx.
           88 ok-abo                   value "00".
           88 eof-abo                  value "10".
       01 fs-notificaciones    pic xx.
           88 ok-not                   value "00".
           88 eof-not                  value "10".
       01 fs-cuentas-docs      pic xx.
           88 ok-ctd                   value "00".
       01 fs-revision          pic xx.
           88 ok-rvf                   value "00".
           88 eof-rvf                  value "10".
       01 fs-bloqueos          pic xx.
           88 ok-blo                   value "00".
           88 eof-blo                  value "10".
       01 fs-ctacte            pic xx.
           88 ok-ccm                   value "00".
           88 eof-ccm                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".
           88 eof-dcb                  value "10".
       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".
           88 eof-rei                  value "10".
       01 fs-clientes-ent      pic xx.
           88 ok-clie                  value "00".
       01 fs-alquileres-ent    pic xx.
           88 ok-alqe                  value "00".
           88 eof-alqe                 value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 hay-ctacte            pic x       value "N".
           88 ctacte-abierta           value "S".
       01 hay-facturas          pic x       value "N".
           88 facturas-abiertas        value "S".
       01 hay-contactos         pic x       value "N".
           88 contactos-abiertos       value "S".
       01 hay-inspecciones      pic x       value "N".
           88 inspecciones-abiertas    value "S".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

       01 nombre-parametro     pic x(20).
       01 valor-parametro      pic s9(9)v99.
       01 default-parametro    pic s9(9)v99.
       77 anios-retencion       pic 99      value 5.

       01 fecha-hoy             pic 9(8).  *> AAAAMMDD
       01 fecha-hoy-r redefines fecha-hoy.
           03 hoy-aaaa          pic 9(4).
           03 hoy-mmdd          pic 9(4).
       01 fecha-corte           pic 9(8).  *> AAAAMMDD

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       77 desde-comp            pic 9(8).
       77 hasta-comp            pic 9(8).

      *> Documento en curso y su ultima actividad (AAAAMMDD)
       01 mov-nro-doc           pic x(20).
       01 mov-fecha-comp        pic 9(8).

      *> Ultima actividad y asuntos abiertos por documento
       01 tabla-actividad.
           03 ta-elem occurs 3000 times.
               05 ta-nro-doc       pic x(20).
               05 ta-ultima        pic 9(8).
               05 ta-abierto       pic x.
       77 cant-actividad        pic 9(4)    value zeroes.
       77 max-tabla             pic 9(4)    value 3000.
       77 ix-act                pic 9(4).
       77 pos-act               pic 9(4).
       77 cant-sin-lugar        pic 9(5)    value zeroes.

      *> Clientes anonimizados en esta corrida: documento real,
      *> reemplazo, y los dos enmascarados como los deja la copia
      *> de entrenamiento.
       01 tabla-anonimos.
           03 tn-elem occurs 3000 times.
               05 tn-nro-doc       pic x(20).
               05 tn-reemplazo     pic x(20).
               05 tn-doc-ent       pic x(20).
               05 tn-reemplazo-ent pic x(20).
       77 cant-anonimos         pic 9(4)    value zeroes.
       77 ix-ano                pic 9(4).
       77 pos-ano               pic 9(4).
       77 cant-postergados      pic 9(5)    value zeroes.

       01 reemplazo-doc.
           03 filler            pic x(4)    value "ANON".
           03 rd-cli-numero     pic x(8).
           03 filler            pic x(8)    value spaces.

       01 ultima-actividad      pic 9(8).
       01 cliente-elegible      pic x.
           88 es-elegible              value "S".
       77 saldo-cuenta-r        pic s9(9)v99.
       77 saldo-cuenta-g        pic s9(9)v99.

      *> Mismo enmascarado que GenerarEntrenamiento
       01 campo-a-enmascarar    pic x(30).

       77 cant-clientes-leidos  pic 9(6)    value zeroes.
       77 cant-activos          pic 9(6)    value zeroes.
       77 cant-con-abiertos     pic 9(6)    value zeroes.
       77 cant-ya-anonimos      pic 9(6)    value zeroes.
       77 cant-reg-alquileres   pic 9(7)    value zeroes.
       77 cant-reg-historico    pic 9(7)    value zeroes.
       77 cant-reg-inspecciones pic 9(7)    value zeroes.
       77 cant-reg-reservas     pic 9(7)    value zeroes.
       77 cant-reg-multas       pic 9(7)    value zeroes.
       77 cant-reg-quejas       pic 9(7)    value zeroes.
       77 cant-reg-abonos       pic 9(7)    value zeroes.
       77 cant-reg-notif        pic 9(7)    value zeroes.
       77 cant-reg-contactos    pic 9(7)    value zeroes.
       77 cant-reg-cuentas      pic 9(7)    value zeroes.
       77 cant-reg-revision     pic 9(7)    value zeroes.
       77 cant-reg-bloqueos     pic 9(7)    value zeroes.
       77 cant-reg-cli-ent      pic 9(7)    value zeroes.
       77 cant-reg-alq-ent      pic 9(7)    value zeroes.

       01 enc-ano1.
           03 filler pic x(44) value
               "ANONIMIZACION DE CLIENTES INACTIVOS -       ".
           03 ea1-fecha         pic 9(8).
       01 enc-ano2.
           03 filler pic x(40) value
               "Sin actividad desde antes de (AAAAMMDD) ".
           03 ea2-corte         pic 9(8).
       01 enc-ano3.
           03 filler pic x(40) value
               "Cliente   Reemplazo              Ultima ".
       01 enc-ano4.
           03 filler pic x(80) value all "-".

       01 det-ano.
           03 da-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 da-reemplazo      pic x(20).
           03 filler pic x(3)  value spaces.
           03 da-ultima         pic 9(8).

       01 tot-ano.
           03 tan-titulo        pic x(40).
           03 tan-cant          pic z(6)9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform cargar-parametros.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-corte =
               (hoy-aaaa - anios-retencion) * 10000 + hoy-mmdd.
           move zeroes to tabla-actividad.
           perform abrir-reporte.
           perform registrar-actividad.
           perform registrar-abiertos.
           perform seleccionar-clientes.
           if cant-anonimos > zeroes
               perform anonimizar-alquileres
               perform anonimizar-historico
               perform anonimizar-reservas
               perform anonimizar-multas
               perform anonimizar-quejas
               perform anonimizar-abonos
               perform anonimizar-notificaciones
               perform borrar-vinculos
               perform anonimizar-entrenamiento
           end-if.
           perform cerrar-reporte.
           display "CLIENTES LEIDOS:       " cant-clientes-leidos.
           display "CLIENTES ANONIMIZADOS: " cant-anonimos.
           display "CON ASUNTOS ABIERTOS:  " cant-con-abiertos.
           display "POSTERGADOS:           " cant-postergados.
           move 0 to return-code.
           if cant-sin-lugar > zeroes
               display "DOCUMENTOS SIN LUGAR EN TABLA: " cant-sin-lugar
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       cargar-parametros.
           move "ANIOS-RETENCION" to nombre-parametro.
           move anios-retencion to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to anios-retencion.
           if anios-retencion < 1
               move 1 to anios-retencion
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
           move fecha-hoy to ea1-fecha.
           move fecha-corte to ea2-corte.
           write reg-reporte from enc-ano1.
           write reg-reporte from enc-ano2.
           write reg-reporte from enc-ano4.
           write reg-reporte from enc-ano3.
           write reg-reporte from enc-ano4.

      *>------------------------------------------------------------
      *> Ultima actividad: alquileres vivos, historicos y reservas
      *>------------------------------------------------------------
       registrar-actividad.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform actividad-alquiler until eof-alq
               close alquileresmae
           end-if.
           open input historico.
           if ok-hist
               perform leer-historico
               perform actividad-historico until eof-hist
               close historico
           end-if.
           open input reservas.
           if ok-res
               perform leer-reserva
               perform actividad-reserva until eof-res
               close reservas
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       leer-historico.
           read historico
               at end continue
           end-read.

       leer-reserva.
           read reservas next record
               at end continue
           end-read.

       actividad-alquiler.
           if ok-alq
               move alq-nro-doc to mov-nro-doc
               move alq-fecha to fecha-a-convertir
               perform registrar-fecha-actividad
           end-if.
           perform leer-alquiler.

       actividad-historico.
           if ok-hist
               move hist-nro-doc to mov-nro-doc
               move hist-fecha to fecha-a-convertir
               perform registrar-fecha-actividad
           end-if.
           perform leer-historico.

       actividad-reserva.
           if ok-res
               move res-nro-doc to mov-nro-doc
               move res-fecha to fecha-a-convertir
               perform registrar-fecha-actividad
           end-if.
           perform leer-reserva.

       registrar-fecha-actividad.
           if mov-nro-doc is not equal to spaces
               perform invertir-orden-fecha
               move fecha-convertida to mov-fecha-comp
               perform ubicar-actividad
               if pos-act > zeroes
                   if mov-fecha-comp > ta-ultima(pos-act)
                       move mov-fecha-comp to ta-ultima(pos-act)
                   end-if
               end-if
           end-if.

      *> Posicion del documento mov-nro-doc en la tabla de
      *> actividad; lo agrega si no estaba.
       ubicar-actividad.
           move zeroes to pos-act.
           perform comparar-actividad
               varying ix-act from 1 by 1
               until ix-act > cant-actividad or pos-act > zeroes.
           if pos-act = zeroes
               if cant-actividad < max-tabla
                   add 1 to cant-actividad
                   move cant-actividad to pos-act
                   move mov-nro-doc to ta-nro-doc(pos-act)
                   move zeroes to ta-ultima(pos-act)
                   move "N" to ta-abierto(pos-act)
               else
                   add 1 to cant-sin-lugar
               end-if
           end-if.

       comparar-actividad.
           if ta-nro-doc(ix-act) = mov-nro-doc
               move ix-act to pos-act
           end-if.

       marcar-abierto.
           if mov-nro-doc is not equal to spaces
               perform ubicar-actividad
               if pos-act > zeroes
                   move "S" to ta-abierto(pos-act)
               end-if
           end-if.

      *>------------------------------------------------------------
      *> Asuntos abiertos por documento
      *>------------------------------------------------------------
       registrar-abiertos.
           open input multas.
           if ok-mul
               perform leer-multa
               perform abierto-multa until eof-mul
               close multas
           end-if.
           open input quejas.
           if ok-qja
               perform leer-queja
               perform abierto-queja until eof-qja
               close quejas
           end-if.
           open input abonos.
           if ok-abo
               perform leer-abono
               perform abierto-abono until eof-abo
               close abonos
           end-if.
           open input revision.
           if ok-rvf
               perform leer-revision
               perform abierto-revision until eof-rvf
               close revision
           end-if.
           open input bloqueos.
           if ok-blo
               perform leer-bloqueo
               perform abierto-bloqueo until eof-blo
               close bloqueos
           end-if.
           open input derivaciones.
           if ok-dcb
               perform leer-derivacion
               perform abierto-derivacion until eof-dcb
               close derivaciones
           end-if.
           open input reintegros.
           if ok-rei
               perform leer-reintegro
               perform abierto-reintegro until eof-rei
               close reintegros
           end-if.

       leer-multa.
           read multas next record
               at end continue
           end-read.

       abierto-multa.
           if ok-mul and mul-pendiente
               move mul-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-multa.

       leer-queja.
           read quejas next record
               at end continue
           end-read.

       abierto-queja.
           if ok-qja and qja-abierta
               move qja-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-queja.

       leer-abono.
           read abonos next record
               at end continue
           end-read.

       abierto-abono.
           if ok-abo and abo-activo
               move abo-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-abono.

       leer-revision.
           read revision next record
               at end continue
           end-read.

       abierto-revision.
           if ok-rvf and rvf-pendiente
               move rvf-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-revision.

       leer-bloqueo.
           read bloqueos next record
               at end continue
           end-read.

      *> Bloqueo de documento vigente hoy (ver ClienteBloqueado)
       abierto-bloqueo.
           if ok-blo and blo-cliente
               move blo-desde to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to desde-comp
               if blo-hasta = zeroes
                   move 99999999 to hasta-comp
               else
                   move blo-hasta to fecha-a-convertir
                   perform invertir-orden-fecha
                   move fecha-convertida to hasta-comp
               end-if
               if fecha-hoy is not less than desde-comp
                   and fecha-hoy is not greater than hasta-comp
                   move blo-nro-doc to mov-nro-doc
                   perform marcar-abierto
               end-if
           end-if.
           perform leer-bloqueo.

       leer-derivacion.
           read derivaciones next record
               at end continue
           end-read.

       abierto-derivacion.
           if ok-dcb and (dcb-a-enviar or dcb-en-agencia)
               move dcb-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-derivacion.

       leer-reintegro.
           read reintegros next record
               at end continue
           end-read.

       abierto-reintegro.
           if ok-rei and (rei-pendiente or rei-aprobado or rei-enviado)
               move rei-nro-doc to mov-nro-doc
               perform marcar-abierto
           end-if.
           perform leer-reintegro.

      *>------------------------------------------------------------
      *> Clientes inactivos: se anonimizan en clientes.dat
      *>------------------------------------------------------------
       seleccionar-clientes.
           open i-o clientes.
           if not ok-cli
               display "Error al abrir clientes fs: " fs-clientes
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open input ctacte.
           if ok-ccm
               move "S" to hay-ctacte
           end-if.
           open input facturas-emitidas.
           if ok-fact-emi
               move "S" to hay-facturas
           end-if.
           open i-o contactos.
           if ok-ctc
               move "S" to hay-contactos
           end-if.
           move low-values to cli-numero.
           start clientes key is not less than cli-numero
               invalid key move "10" to fs-clientes
           end-start.
           if ok-cli
               perform leer-cliente
           end-if.
           perform evaluar-cliente until eof-cli.
           close clientes.
           if ctacte-abierta
               close ctacte
           end-if.
           if facturas-abiertas
               close facturas-emitidas
           end-if.
           if contactos-abiertos
               close contactos
           end-if.

       leer-cliente.
           read clientes next record
               at end continue
           end-read.

       evaluar-cliente.
           add 1 to cant-clientes-leidos.
           move "N" to cliente-elegible.
           perform calcular-ultima-actividad.
           if cli-nro-doc = spaces or cli-nro-doc(1:4) = "ANON"
               add 1 to cant-ya-anonimos
           else if ultima-actividad is not less than fecha-corte
               add 1 to cant-activos
           else if pos-act > zeroes and ta-abierto(pos-act) = "S"
               add 1 to cant-con-abiertos
           else
               perform verificar-saldos
           end-if.
           if es-elegible
               if cant-anonimos < max-tabla
                   perform anonimizar-cliente
               else
                   add 1 to cant-postergados
               end-if
           end-if.
           perform leer-cliente.

      *> Alta del cliente o, si es posterior, su ultimo alquiler o
      *> reserva.
       calcular-ultima-actividad.
           move cli-fec-alta to ultima-actividad.
           move cli-nro-doc to mov-nro-doc.
           move zeroes to pos-act.
           perform comparar-actividad
               varying ix-act from 1 by 1
               until ix-act > cant-actividad or pos-act > zeroes.
           if pos-act > zeroes
               and ta-ultima(pos-act) > ultima-actividad
               move ta-ultima(pos-act) to ultima-actividad
           end-if.

      *> Saldo de la cuenta corriente (cuenta del cliente y
      *> custodia) y facturas impagas del documento.
       verificar-saldos.
           move zeroes to saldo-cuenta-r.
           move zeroes to saldo-cuenta-g.
           if ctacte-abierta
               move cli-numero to ccm-cli-numero
               move zeroes to ccm-nro
               start ctacte key is not less than ccm-clave
                   invalid key move "10" to fs-ctacte
               end-start
               if ok-ccm
                   perform leer-ctacte
               end-if
               perform sumar-ctacte until eof-ccm
                   or ccm-cli-numero is not equal to cli-numero
           end-if.
           move "S" to cliente-elegible.
           if saldo-cuenta-r is not equal to zeroes
               or saldo-cuenta-g is not equal to zeroes
               move "N" to cliente-elegible
           end-if.
           if es-elegible and facturas-abiertas
               move cli-nro-doc to fact-nro-doc
               start facturas-emitidas key is equal to fact-nro-doc
                   invalid key move "10" to fs-fact-emitidas
               end-start
               if ok-fact-emi
                   perform leer-factura
               end-if
               perform revisar-factura until eof-fact-emi
                   or fact-nro-doc is not equal to cli-nro-doc
                   or not es-elegible
           end-if.
           if not es-elegible
               add 1 to cant-con-abiertos
           end-if.

       leer-ctacte.
           read ctacte next record
               at end continue
           end-read.

       sumar-ctacte.
           if ccm-custodia
               if ccm-debe
                   add ccm-importe to saldo-cuenta-g
               else
                   subtract ccm-importe from saldo-cuenta-g
               end-if
           else
               if ccm-debe
                   add ccm-importe to saldo-cuenta-r
               else
                   subtract ccm-importe from saldo-cuenta-r
               end-if
           end-if.
           perform leer-ctacte.

       leer-factura.
           read facturas-emitidas next record
               at end continue
           end-read.

       revisar-factura.
           if fact-emitida and fact-pagado < fact-total
               move "N" to cliente-elegible
           else
               perform leer-factura
           end-if.

       anonimizar-cliente.
           add 1 to cant-anonimos.
           move cant-anonimos to pos-ano.
           move cli-numero to rd-cli-numero.
           move cli-nro-doc to tn-nro-doc(pos-ano).
           move reemplazo-doc to tn-reemplazo(pos-ano).
           move cli-nro-doc to campo-a-enmascarar.
           perform enmascarar-campo.
           move campo-a-enmascarar(1:20) to tn-doc-ent(pos-ano).
           move reemplazo-doc to campo-a-enmascarar.
           perform enmascarar-campo.
           move campo-a-enmascarar(1:20) to tn-reemplazo-ent(pos-ano).

           move reemplazo-doc to cli-nro-doc.
           move spaces to cli-telefono.
           move spaces to cli-direccion.
           rewrite reg-clientes.
           if not ok-cli
               display "Error al anonimizar cliente fs: " fs-clientes
                   " " cli-numero
           end-if.
           if contactos-abiertos
               move cli-numero to ctc-cli-numero
               read contactos
                   invalid key continue
                   not invalid key
                       delete contactos record
                       add 1 to cant-reg-contactos
               end-read
           end-if.
           move cli-numero to da-cli-numero.
           move reemplazo-doc to da-reemplazo.
           move ultima-actividad to da-ultima.
           write reg-reporte from det-ano.

      *> Posicion del documento mov-nro-doc entre los anonimizados
       buscar-anonimo.
           move zeroes to pos-ano.
           perform comparar-anonimo
               varying ix-ano from 1 by 1
               until ix-ano > cant-anonimos or pos-ano > zeroes.

       comparar-anonimo.
           if tn-nro-doc(ix-ano) = mov-nro-doc
               move ix-ano to pos-ano
           end-if.

      *>------------------------------------------------------------
      *> Barrido de los archivos con datos del cliente
      *>------------------------------------------------------------
       anonimizar-alquileres.
           open i-o inspecciones.
           if ok-ins
               move "S" to hay-inspecciones
           end-if.
           open i-o alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform anonimizar-alquiler until eof-alq
               close alquileresmae
           end-if.

       anonimizar-alquiler.
           if ok-alq and alq-nro-doc is not equal to spaces
               move alq-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to alq-nro-doc
                   rewrite rec-alquileresmae
                   add 1 to cant-reg-alquileres
                   move alq-patente to ins-patente
                   move alq-fecha to ins-fecha-alq
                   perform limpiar-inspecciones
               end-if
           end-if.
           perform leer-alquiler.

       anonimizar-historico.
           open i-o historico.
           if ok-hist
               perform leer-historico
               perform anonimizar-hist until eof-hist
               close historico
           end-if.
           if inspecciones-abiertas
               close inspecciones
           end-if.

       anonimizar-hist.
           if ok-hist and hist-nro-doc is not equal to spaces
               move hist-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to hist-nro-doc
                   rewrite reg-historico
                   add 1 to cant-reg-historico
                   move hist-patente to ins-patente
                   move hist-fecha to ins-fecha-alq
                   perform limpiar-inspecciones
               end-if
           end-if.
           perform leer-historico.

      *> Observaciones de las inspecciones de salida y entrega del
      *> alquiler (clave ya cargada con patente y fecha).
       limpiar-inspecciones.
           if inspecciones-abiertas
               move "S" to ins-momento
               perform limpiar-inspeccion
               move "E" to ins-momento
               perform limpiar-inspeccion
           end-if.

       limpiar-inspeccion.
           read inspecciones
               invalid key continue
               not invalid key
                   if ins-observaciones is not equal to spaces
                       move spaces to ins-observaciones
                       rewrite rec-inspecciones
                       add 1 to cant-reg-inspecciones
                   end-if
           end-read.

       anonimizar-reservas.
           open i-o reservas.
           if ok-res
               perform leer-reserva
               perform anonimizar-reserva until eof-res
               close reservas
           end-if.

       anonimizar-reserva.
           if ok-res and res-nro-doc is not equal to spaces
               move res-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to res-nro-doc
                   rewrite rec-reservas
                   add 1 to cant-reg-reservas
               end-if
           end-if.
           perform leer-reserva.

       anonimizar-multas.
           open i-o multas.
           if ok-mul
               perform leer-multa
               perform anonimizar-multa until eof-mul
               close multas
           end-if.

       anonimizar-multa.
           if ok-mul and mul-nro-doc is not equal to spaces
               move mul-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to mul-nro-doc
                   rewrite rec-multas
                   add 1 to cant-reg-multas
               end-if
           end-if.
           perform leer-multa.

       anonimizar-quejas.
           open i-o quejas.
           if ok-qja
               perform leer-queja
               perform anonimizar-queja until eof-qja
               close quejas
           end-if.

       anonimizar-queja.
           if ok-qja and qja-nro-doc is not equal to spaces
               move qja-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to qja-nro-doc
                   rewrite rec-quejas
                   add 1 to cant-reg-quejas
               end-if
           end-if.
           perform leer-queja.

       anonimizar-abonos.
           open i-o abonos.
           if ok-abo
               perform leer-abono
               perform anonimizar-abono until eof-abo
               close abonos
           end-if.

       anonimizar-abono.
           if ok-abo and abo-nro-doc is not equal to spaces
               move abo-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to abo-nro-doc
                   rewrite rec-abonos
                   add 1 to cant-reg-abonos
               end-if
           end-if.
           perform leer-abono.

       anonimizar-notificaciones.
           open i-o notificaciones.
           if ok-not
               perform leer-notificacion
               perform anonimizar-notificacion until eof-not
               close notificaciones
           end-if.

       leer-notificacion.
           read notificaciones next record
               at end continue
           end-read.

      *> El destino es el movil, el email o la direccion postal.
       anonimizar-notificacion.
           if ok-not and not-nro-doc is not equal to spaces
               move not-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   move tn-reemplazo(pos-ano) to not-nro-doc
                   move spaces to not-destino
                   move spaces to not-variables
                   rewrite rec-notificaciones
                   add 1 to cant-reg-notif
               end-if
           end-if.
           perform leer-notificacion.

      *> Vinculo con cuentas corporativas, casos de fraude cerrados
      *> y bloqueos ya vencidos: se borran (tienen el documento en
      *> la clave y no sirven para nada sin el).
       borrar-vinculos.
           open i-o cuentas-docs.
           if ok-ctd
               perform borrar-cuenta-doc
                   varying ix-ano from 1 by 1
                   until ix-ano > cant-anonimos
               close cuentas-docs
           end-if.
           open i-o revision.
           if ok-rvf
               perform borrar-caso-fraude
                   varying ix-ano from 1 by 1
                   until ix-ano > cant-anonimos
               close revision
           end-if.
           open i-o bloqueos.
           if ok-blo
               perform leer-bloqueo
               perform revisar-bloqueo until eof-blo
               close bloqueos
           end-if.

       borrar-cuenta-doc.
           move tn-nro-doc(ix-ano) to ctd-nro-doc.
           read cuentas-docs
               invalid key continue
               not invalid key
                   delete cuentas-docs record
                   add 1 to cant-reg-cuentas
           end-read.

       borrar-caso-fraude.
           move tn-nro-doc(ix-ano) to rvf-nro-doc.
           read revision
               invalid key continue
               not invalid key
                   delete revision record
                   add 1 to cant-reg-revision
           end-read.

       revisar-bloqueo.
           if ok-blo and blo-cliente
               move blo-nro-doc to mov-nro-doc
               perform buscar-anonimo
               if pos-ano > zeroes
                   delete bloqueos record
                   add 1 to cant-reg-bloqueos
               end-if
           end-if.
           perform leer-bloqueo.

      *>------------------------------------------------------------
      *> Copias de entrenamiento: documento enmascarado
      *>------------------------------------------------------------
       anonimizar-entrenamiento.
           open i-o clientes-ent.
           if ok-clie
               perform anonimizar-cliente-ent
                   varying ix-ano from 1 by 1
                   until ix-ano > cant-anonimos
               close clientes-ent
           end-if.
           open i-o alquileres-ent.
           if ok-alqe
               perform leer-alquiler-ent
               perform anonimizar-alquiler-ent until eof-alqe
               close alquileres-ent
           end-if.

       anonimizar-cliente-ent.
           move tn-doc-ent(ix-ano) to clie-documento.
           read clientes-ent record key is clie-documento
               invalid key continue
               not invalid key
                   move tn-reemplazo-ent(ix-ano) to clie-documento
                   move spaces to clie-telefono
                   move spaces to clie-direccion
                   rewrite reg-clientes-ent
                   add 1 to cant-reg-cli-ent
           end-read.

       leer-alquiler-ent.
           read alquileres-ent next record
               at end continue
           end-read.

       anonimizar-alquiler-ent.
           if ok-alqe and alqe-nro-doc is not equal to spaces
               move zeroes to pos-ano
               perform comparar-anonimo-ent
                   varying ix-ano from 1 by 1
                   until ix-ano > cant-anonimos or pos-ano > zeroes
               if pos-ano > zeroes
                   move tn-reemplazo-ent(pos-ano) to alqe-nro-doc
                   rewrite reg-alquileres-ent
                   add 1 to cant-reg-alq-ent
               end-if
           end-if.
           perform leer-alquiler-ent.

       comparar-anonimo-ent.
           if tn-doc-ent(ix-ano) = alqe-nro-doc
               move ix-ano to pos-ano
           end-if.

       enmascarar-campo.
           inspect campo-a-enmascarar
               converting "0123456789" to "9876543210".
           inspect campo-a-enmascarar converting
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
               "NOPQRSTUVWXYZABCDEFGHIJKLM".
           inspect campo-a-enmascarar converting
               "abcdefghijklmnopqrstuvwxyz" to
               "nopqrstuvwxyzabcdefghijklm".

      *>------------------------------------------------------------
      *> Totales por archivo
      *>------------------------------------------------------------
       cerrar-reporte.
           write reg-reporte from enc-ano4.
           move "CLIENTES ANONIMIZADOS" to tan-titulo.
           move cant-anonimos to tan-cant.
           write reg-reporte from tot-ano.
           move "CLIENTES CON ASUNTOS ABIERTOS" to tan-titulo.
           move cant-con-abiertos to tan-cant.
           write reg-reporte from tot-ano.
           move "POSTERGADOS A LA PROXIMA CORRIDA" to tan-titulo.
           move cant-postergados to tan-cant.
           write reg-reporte from tot-ano.
           move "ALQUILERES" to tan-titulo.
           move cant-reg-alquileres to tan-cant.
           write reg-reporte from tot-ano.
           move "ALQUILERES HISTORICOS" to tan-titulo.
           move cant-reg-historico to tan-cant.
           write reg-reporte from tot-ano.
           move "INSPECCIONES" to tan-titulo.
           move cant-reg-inspecciones to tan-cant.
           write reg-reporte from tot-ano.
           move "RESERVAS" to tan-titulo.
           move cant-reg-reservas to tan-cant.
           write reg-reporte from tot-ano.
           move "MULTAS" to tan-titulo.
           move cant-reg-multas to tan-cant.
           write reg-reporte from tot-ano.
           move "QUEJAS" to tan-titulo.
           move cant-reg-quejas to tan-cant.
           write reg-reporte from tot-ano.
           move "ABONOS" to tan-titulo.
           move cant-reg-abonos to tan-cant.
           write reg-reporte from tot-ano.
           move "NOTIFICACIONES" to tan-titulo.
           move cant-reg-notif to tan-cant.
           write reg-reporte from tot-ano.
           move "CONTACTOS BORRADOS" to tan-titulo.
           move cant-reg-contactos to tan-cant.
           write reg-reporte from tot-ano.
           move "VINCULOS CORPORATIVOS BORRADOS" to tan-titulo.
           move cant-reg-cuentas to tan-cant.
           write reg-reporte from tot-ano.
           move "CASOS DE FRAUDE BORRADOS" to tan-titulo.
           move cant-reg-revision to tan-cant.
           write reg-reporte from tot-ano.
           move "BLOQUEOS VENCIDOS BORRADOS" to tan-titulo.
           move cant-reg-bloqueos to tan-cant.
           write reg-reporte from tot-ano.
           move "ENTRENAMIENTO - CLIENTES" to tan-titulo.
           move cant-reg-cli-ent to tan-cant.
           write reg-reporte from tot-ano.
           move "ENTRENAMIENTO - ALQUILERES" to tan-titulo.
           move cant-reg-alq-ent to tan-cant.
           write reg-reporte from tot-ano.
           close reporte.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD.
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
