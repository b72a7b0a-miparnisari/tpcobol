       identification division.
       program-id. DatosPersonalesCliente.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Datos que guardamos de un cliente, para responder los
      *> pedidos de acceso: dado un numero de documento recorre
      *> todos los archivos que lo tienen y lista, por cada
      *> registro, el archivo, la clave y los datos personales que
      *> contiene. Los comprobantes fiscales y su respaldo
      *> (facturas, notas, cuenta corriente, incobrables,
      *> reintegros, derivaciones a cobranza y los cargos
      *> facturados del alquiler) salen marcados FISCAL: se
      *> conservan con el documento aunque el cliente se anonimice
      *> (ver AnonimizarClientes).
      *> El listado de cada consulta se agrega a
      *> Salida\datos-cliente.txt. Exige el permiso de supervisor.

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

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is dynamic
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select incobrables
           assign to disk "..\..\..\Entrada\incobrables.dat"
           organization is indexed
           access mode is sequential
           record key is inc-fact-nro
           file status is fs-incobrables.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is sequential
           record key is rei-nro
           file status is fs-reintegros.

       select derivaciones
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is dynamic
           record key is dcb-fact-nro
           file status is fs-derivaciones.

       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is dynamic
           record key is exa-clave
           alternate record key is exa-codigo with duplicates
           file status is fs-extras-alq.

       select cargos-combustible
           assign to disk "..\..\..\Entrada\cargos-combustible.dat"
           organization is indexed
           access mode is dynamic
           record key is ccb-clave
           file status is fs-cargos-comb.

       select recargos-danios
           assign to disk "..\..\..\Entrada\recargos-danios.dat"
           organization is indexed
           access mode is dynamic
           record key is rda-clave
           file status is fs-recargos.

       select gastos
           assign to disk "..\..\..\Entrada\gastos-choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is gas-clave
           alternate record key is gas-legajo with duplicates
           file status is fs-gastos.

       select horas-extra
           assign to disk "..\..\..\Entrada\horas-extra.dat"
           organization is indexed
           access mode is dynamic
           record key is hex-clave
           file status is fs-horas-extra.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is dynamic
           record key is sdv-clave
           file status is fs-suc-devol.

       select listado
           assign to disk "..\..\..\Salida\datos-cliente.txt"
           organization is line sequential
           file status is fs-listado.

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
           03  ctc-acepta-email    pic x.
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
           03  mul-estado          pic x.
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
           03  qja-descripcion     pic x(60).
           03  qja-resolucion      pic x(60).
           03  qja-fecha-resolucion pic 9(8). *> AAAAMMDD
           03  qja-compensacion    pic x.
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

       fd notificaciones
           label record is standard.
       01  rec-notificaciones.
           03  not-nro             pic 9(8).
           03  not-fecha           pic 9(8).  *> AAAAMMDD
           03  not-cli-numero      pic x(8).
           03  not-nro-doc         pic x(20).
           03  not-plantilla       pic x(8).
           03  not-canal           pic x(5).
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
           03  ccm-tipo            pic x(2).
           03  ccm-signo           pic x.
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
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

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
           03  rei-usuario-sol     pic x(8).
           03  rei-usuario-apr     pic x(8).
           03  rei-fecha-apr       pic 9(8).  *> AAAAMMDD
           03  rei-fecha-envio     pic 9(8).  *> AAAAMMDD
           03  rei-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  rei-motivo          pic x(20).

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
           03  dcb-usuario         pic x(8).
           03  dcb-fecha-cierre    pic 9(8).  *> AAAAMMDD

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
           03  exa-estado-dev      pic x.
           03  exa-cant-faltante   pic 99.
           03  exa-recargo         pic 9(6)v99.
           03  exa-estado-recargo  pic x.

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
           03  gas-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  gas-estado-fact     pic x.
           03  gas-estado-liq      pic x.
           03  gas-fecha-liq       pic 9(8).  *> AAAAMMDD
           03  gas-tipo-doc        pic x.
           03  gas-nro-doc         pic x(20).
           03  gas-fecha-carga     pic 9(8).  *> AAAAMMDD
           03  gas-descripcion     pic x(30).

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
           03  hex-estado-liq      pic x.
           03  hex-fecha-liq       pic 9(8).  *> AAAAMMDD

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

       fd listado
           label record is standard.
       01  reg-listado             pic x(80).

       working-storage section.
       01 fs-clientes          pic xx.
           88 ok-cli                   value "00".
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
       01 fs-bloqueos          pic xx.
           88 ok-blo                   value "00".
           88 eof-blo                  value "10".
       01 fs-ctacte            pic xx.
           88 ok-ccm                   value "00".
           88 eof-ccm                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
           88 eof-fact-emi             value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-incobrables       pic xx.
           88 ok-inc                   value "00".
           88 eof-inc                  value "10".
       01 fs-reintegros        pic xx.
           88 ok-rei                   value "00".
           88 eof-rei                  value "10".
       01 fs-derivaciones      pic xx.
           88 ok-dcb                   value "00".
           88 eof-dcb                  value "10".
       01 fs-extras-alq        pic xx.
           88 ok-exa                   value "00".
           88 eof-exa                  value "10".
       01 fs-cargos-comb       pic xx.
           88 ok-ccb                   value "00".
           88 eof-ccb                  value "10".
       01 fs-recargos          pic xx.
           88 ok-rda                   value "00".
           88 eof-rda                  value "10".
       01 fs-gastos            pic xx.
           88 ok-gas                   value "00".
           88 eof-gas                  value "10".
       01 fs-horas-extra       pic xx.
           88 ok-hex                   value "00".
           88 eof-hex                  value "10".
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
           88 eof-sdv                  value "10".
       01 fs-listado           pic xx.
           88 ok-lis                   value "00".

       01 hay-inspecciones      pic x       value "N".
           88 inspecciones-abiertas    value "S".

       77 ws-exit               pic x.

       01 in-nro-doc            pic x(20).
       01 cli-numero-hallado    pic x(8).

       01 fecha-hoy             pic 9(8).  *> AAAAMMDD
       77 cant-registros        pic 9(6).
       77 cant-fiscales         pic 9(6).

      *> Datos de la linea en curso
       01 ln-archivo            pic x(16).
       01 ln-clave              pic x(22).
       01 ln-detalle            pic x(32).
       01 ln-retencion          pic x(6).
           88 ln-fiscal                value "FISCAL".
       77 ln-importe            pic z(6)9.99.

       01 enc-dat1.
           03 filler pic x(40) value
               "DATOS PERSONALES REGISTRADOS - DOCUMENTO".
           03 filler pic x      value space.
           03 ed1-nro-doc       pic x(20).
           03 filler pic x(10)  value "  EMITIDO ".
           03 ed1-fecha         pic 9(8).
       01 enc-dat2.
           03 filler pic x(38) value
               "Archivo         Clave                 ".
           03 filler pic x(42) value
               "Datos                            Retencion".
       01 enc-dat3.
           03 filler pic x(80) value all "-".

       01 det-dat.
           03 dd-archivo        pic x(16).
           03 dd-clave          pic x(22).
           03 dd-detalle        pic x(32).
           03 filler pic x      value space.
           03 dd-retencion      pic x(9).

       01 tot-dat1.
           03 filler pic x(30) value "Registros encontrados: ".
           03 td1-cant          pic z(5)9.
       01 tot-dat2.
           03 filler pic x(30) value "Conservados por ser fiscales: ".
           03 td2-cant          pic z(5)9.
       01 tot-dat3.
           03 filler pic x(40) value
               "FISCAL: comprobante o respaldo que el fi".
           03 filler pic x(40) value
               "sco exige con el documento; no se borra.".

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "P".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move function current-date(1:8) to fecha-hoy.
           open extend listado.
           if not ok-lis
               *> primera vez: el listado no existe
               open output listado
           end-if.
           if not ok-lis
               display "Error al abrir listado fs: " fs-listado
               accept ws-exit
               stop run
           end-if.
           perform pedir-documento.
           perform consultar-documento until in-nro-doc = spaces.
           close listado.
           stop run.

       pedir-documento.
           display "Numero de documento (en blanco para salir): ".
           move spaces to in-nro-doc.
           accept in-nro-doc.

       consultar-documento.
           move zeroes to cant-registros.
           move zeroes to cant-fiscales.
           move in-nro-doc to ed1-nro-doc.
           move fecha-hoy to ed1-fecha.
           write reg-listado from enc-dat1.
           write reg-listado from enc-dat3.
           write reg-listado from enc-dat2.
           write reg-listado from enc-dat3.
           perform buscar-cliente.
           perform buscar-alquileres.
           perform buscar-reservas.
           perform buscar-multas.
           perform buscar-quejas.
           perform buscar-abonos.
           perform buscar-notificaciones.
           perform buscar-vinculos.
           perform buscar-facturas.
           perform buscar-notas.
           perform buscar-incobrables.
           perform buscar-reintegros.
           perform buscar-derivaciones.
           perform buscar-cargos-alquiler.
           perform buscar-gastos.
           write reg-listado from enc-dat3.
           move cant-registros to td1-cant.
           write reg-listado from tot-dat1.
           move cant-fiscales to td2-cant.
           write reg-listado from tot-dat2.
           write reg-listado from tot-dat3.
           move spaces to reg-listado.
           write reg-listado.
           display "Registros encontrados: " cant-registros
               "  fiscales: " cant-fiscales.
           display "Detalle en Salida\datos-cliente.txt".
           perform pedir-documento.

       escribir-linea.
           move ln-archivo to dd-archivo.
           move ln-clave to dd-clave.
           move ln-detalle to dd-detalle.
           move ln-retencion to dd-retencion.
           write reg-listado from det-dat.
           add 1 to cant-registros.
           if ln-fiscal
               add 1 to cant-fiscales
           end-if.
           move spaces to ln-retencion.
           move spaces to ln-detalle.

      *>------------------------------------------------------------
      *> Maestro de clientes, contactos y cuenta corriente
      *>------------------------------------------------------------
       buscar-cliente.
           move spaces to cli-numero-hallado.
           move spaces to ln-retencion.
           open input clientes.
           if ok-cli
               move in-nro-doc to cli-nro-doc
               read clientes record key is cli-nro-doc
                   invalid key continue
                   not invalid key
                       move cli-numero to cli-numero-hallado
                       move "CLIENTES" to ln-archivo
                       move cli-numero to ln-clave
                       string cli-telefono(1:12) " "
                           cli-direccion(1:19) delimited by size
                           into ln-detalle
                       perform escribir-linea
               end-read
               close clientes
           end-if.
           if cli-numero-hallado is not equal to spaces
               perform buscar-contactos
               perform buscar-ctacte
           end-if.

       buscar-contactos.
           open input contactos.
           if ok-ctc
               move cli-numero-hallado to ctc-cli-numero
               read contactos
                   invalid key continue
                   not invalid key
                       move "CONTACTOS" to ln-archivo
                       move ctc-cli-numero to ln-clave
                       string ctc-movil(1:12) " "
                           ctc-email(1:19) delimited by size
                           into ln-detalle
                       perform escribir-linea
               end-read
               close contactos
           end-if.

       buscar-ctacte.
           open input ctacte.
           if ok-ccm
               move cli-numero-hallado to ccm-cli-numero
               move zeroes to ccm-nro
               start ctacte key is not less than ccm-clave
                   invalid key move "10" to fs-ctacte
               end-start
               if ok-ccm
                   perform leer-ctacte
               end-if
               perform listar-ctacte until eof-ccm
                   or ccm-cli-numero is not equal to cli-numero-hallado
               close ctacte
           end-if.

       leer-ctacte.
           read ctacte next record
               at end continue
           end-read.

       listar-ctacte.
           move "CTACTE" to ln-archivo.
           move ccm-clave to ln-clave.
           move ccm-importe to ln-importe.
           string ccm-fecha " " ccm-signo " " ln-importe " "
               ccm-comprobante(1:10) delimited by size
               into ln-detalle.
           move "FISCAL" to ln-retencion.
           perform escribir-linea.
           perform leer-ctacte.

      *>------------------------------------------------------------
      *> Alquileres vivos e historicos, con sus inspecciones
      *>------------------------------------------------------------
       buscar-alquileres.
           open input inspecciones.
           if ok-ins
               move "S" to hay-inspecciones
           end-if.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform revisar-alquiler until eof-alq
               close alquileresmae
           end-if.
           open input historico.
           if ok-hist
               perform leer-historico
               perform revisar-historico until eof-hist
               close historico
           end-if.
           if inspecciones-abiertas
               close inspecciones
               move "N" to hay-inspecciones
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       revisar-alquiler.
           if ok-alq and alq-nro-doc = in-nro-doc
               move "ALQUILERES" to ln-archivo
               move alq-clave to ln-clave
               move alq-importe to ln-importe
               string "estado " alq-estado " dias " alq-cantdias
                   " $" ln-importe delimited by size
                   into ln-detalle
               perform escribir-linea
               move alq-patente to ins-patente
               move alq-fecha to ins-fecha-alq
               perform buscar-inspecciones
           end-if.
           perform leer-alquiler.

       leer-historico.
           read historico
               at end continue
           end-read.

       revisar-historico.
           if ok-hist and hist-nro-doc = in-nro-doc
               move "ALQ. HISTORICO" to ln-archivo
               move hist-clave to ln-clave
               move hist-importe to ln-importe
               string "estado " hist-estado " dias " hist-cantdias
                   " $" ln-importe delimited by size
                   into ln-detalle
               perform escribir-linea
               move hist-patente to ins-patente
               move hist-fecha to ins-fecha-alq
               perform buscar-inspecciones
           end-if.
           perform leer-historico.

       buscar-inspecciones.
           if inspecciones-abiertas
               move "S" to ins-momento
               perform buscar-inspeccion
               move "E" to ins-momento
               perform buscar-inspeccion
           end-if.

       buscar-inspeccion.
           read inspecciones
               invalid key continue
               not invalid key
                   move "INSPECCIONES" to ln-archivo
                   move ins-clave to ln-clave
                   move ins-observaciones to ln-detalle
                   perform escribir-linea
           end-read.

      *>------------------------------------------------------------
      *> Reservas, multas, quejas, abonos y notificaciones
      *>------------------------------------------------------------
       buscar-reservas.
           open input reservas.
           if ok-res
               perform leer-reserva
               perform revisar-reserva until eof-res
               close reservas
           end-if.

       leer-reserva.
           read reservas next record
               at end continue
           end-read.

       revisar-reserva.
           if ok-res and res-nro-doc = in-nro-doc
               move "RESERVAS" to ln-archivo
               move res-clave to ln-clave
               string "estado " res-estado " dias " res-cantdias
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-reserva.

       buscar-multas.
           open input multas.
           if ok-mul
               perform leer-multa
               perform revisar-multa until eof-mul
               close multas
           end-if.

       leer-multa.
           read multas next record
               at end continue
           end-read.

       revisar-multa.
           if ok-mul and mul-nro-doc = in-nro-doc
               move "MULTAS" to ln-archivo
               move mul-clave to ln-clave
               move mul-descripcion to ln-detalle
               perform escribir-linea
           end-if.
           perform leer-multa.

       buscar-quejas.
           open input quejas.
           if ok-qja
               perform leer-queja
               perform revisar-queja until eof-qja
               close quejas
           end-if.

       leer-queja.
           read quejas next record
               at end continue
           end-read.

       revisar-queja.
           if ok-qja and qja-nro-doc = in-nro-doc
               move "QUEJAS" to ln-archivo
               move qja-nro to ln-clave
               move qja-descripcion to ln-detalle
               perform escribir-linea
           end-if.
           perform leer-queja.

       buscar-abonos.
           open input abonos.
           if ok-abo
               perform leer-abono
               perform revisar-abono until eof-abo
               close abonos
           end-if.

       leer-abono.
           read abonos next record
               at end continue
           end-read.

       revisar-abono.
           if ok-abo and abo-nro-doc = in-nro-doc
               move "ABONOS" to ln-archivo
               move abo-patente to ln-clave
               string "estado " abo-estado " desde " abo-desde
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-abono.

       buscar-notificaciones.
           open input notificaciones.
           if ok-not
               perform leer-notificacion
               perform revisar-notificacion until eof-not
               close notificaciones
           end-if.

       leer-notificacion.
           read notificaciones next record
               at end continue
           end-read.

       revisar-notificacion.
           if ok-not and not-nro-doc = in-nro-doc
               move "NOTIFICACIONES" to ln-archivo
               move not-nro to ln-clave
               string not-canal " " not-destino(1:26)
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-notificacion.

      *>------------------------------------------------------------
      *> Cuenta corporativa, caso de fraude y bloqueos
      *>------------------------------------------------------------
       buscar-vinculos.
           open input cuentas-docs.
           if ok-ctd
               move in-nro-doc to ctd-nro-doc
               read cuentas-docs
                   invalid key continue
                   not invalid key
                       move "CUENTAS CORP." to ln-archivo
                       move ctd-nro-doc to ln-clave
                       string "cuenta " ctd-cta-id
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close cuentas-docs
           end-if.
           open input revision.
           if ok-rvf
               move in-nro-doc to rvf-nro-doc
               read revision
                   invalid key continue
                   not invalid key
                       move "REVISION FRAUDE" to ln-archivo
                       move rvf-nro-doc to ln-clave
                       string "estado " rvf-estado " " rvf-nota(1:22)
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close revision
           end-if.
           open input bloqueos.
           if ok-blo
               perform leer-bloqueo
               perform revisar-bloqueo until eof-blo
               close bloqueos
           end-if.

       leer-bloqueo.
           read bloqueos next record
               at end continue
           end-read.

       revisar-bloqueo.
           if ok-blo and blo-cliente and blo-nro-doc = in-nro-doc
               move "BLOQUEOS" to ln-archivo
               move blo-clave-full to ln-clave
               move blo-observacion to ln-detalle
               perform escribir-linea
           end-if.
           perform leer-bloqueo.

      *>------------------------------------------------------------
      *> Comprobantes fiscales
      *>------------------------------------------------------------
       buscar-facturas.
           open input facturas-emitidas.
           if ok-fact-emi
               move in-nro-doc to fact-nro-doc
               start facturas-emitidas key is equal to fact-nro-doc
                   invalid key move "10" to fs-fact-emitidas
               end-start
               if ok-fact-emi
                   perform leer-factura
               end-if
               perform listar-factura until eof-fact-emi
                   or fact-nro-doc is not equal to in-nro-doc
               close facturas-emitidas
           end-if.

       leer-factura.
           read facturas-emitidas next record
               at end continue
           end-read.

       listar-factura.
           move "FACTURAS" to ln-archivo.
           move fact-nro to ln-clave.
           move fact-total to ln-importe.
           string fact-fecha-emision " " fact-estado " $" ln-importe
               delimited by size into ln-detalle.
           move "FISCAL" to ln-retencion.
           perform escribir-linea.
           perform leer-factura.

       buscar-notas.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota
               perform revisar-nota until eof-nemi
               close notas-emitidas
           end-if.

       leer-nota.
           read notas-emitidas next record
               at end continue
           end-read.

       revisar-nota.
           if ok-nemi and nemi-nro-doc = in-nro-doc
               move "NOTAS CREDITO" to ln-archivo
               move nemi-nro to ln-clave
               move nemi-total to ln-importe
               string nemi-fecha " fact " nemi-fact-nro " $"
                   ln-importe delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-nota.

       buscar-incobrables.
           open input incobrables.
           if ok-inc
               perform leer-incobrable
               perform revisar-incobrable until eof-inc
               close incobrables
           end-if.

       leer-incobrable.
           read incobrables
               at end continue
           end-read.

       revisar-incobrable.
           if ok-inc and inc-nro-doc = in-nro-doc
               move "INCOBRABLES" to ln-archivo
               move inc-fact-nro to ln-clave
               move inc-importe to ln-importe
               string inc-fecha " $" ln-importe
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-incobrable.

       buscar-reintegros.
           open input reintegros.
           if ok-rei
               perform leer-reintegro
               perform revisar-reintegro until eof-rei
               close reintegros
           end-if.

       leer-reintegro.
           read reintegros
               at end continue
           end-read.

      *> El CBU queda en el reintegro: es el respaldo del pago.
       revisar-reintegro.
           if ok-rei and rei-nro-doc = in-nro-doc
               move "REINTEGROS" to ln-archivo
               move rei-nro to ln-clave
               string rei-estado " cbu " rei-cbu
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-reintegro.

       buscar-derivaciones.
           open input derivaciones.
           if ok-dcb
               perform leer-derivacion
               perform revisar-derivacion until eof-dcb
               close derivaciones
           end-if.

       leer-derivacion.
           read derivaciones next record
               at end continue
           end-read.

       revisar-derivacion.
           if ok-dcb and dcb-nro-doc = in-nro-doc
               move "DERIV. COBRANZA" to ln-archivo
               move dcb-fact-nro to ln-clave
               move dcb-saldo to ln-importe
               string dcb-fecha " " dcb-estado " $" ln-importe
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-derivacion.

      *>------------------------------------------------------------
      *> Respaldo de lo facturado en el alquiler
      *>------------------------------------------------------------
       buscar-cargos-alquiler.
           open input extras-alquiler.
           if ok-exa
               perform leer-extra
               perform revisar-extra until eof-exa
               close extras-alquiler
           end-if.
           open input cargos-combustible.
           if ok-ccb
               perform leer-combustible
               perform revisar-combustible until eof-ccb
               close cargos-combustible
           end-if.
           open input recargos-danios.
           if ok-rda
               perform leer-recargo
               perform revisar-recargo until eof-rda
               close recargos-danios
           end-if.
           open input sucursal-devolucion.
           if ok-sdv
               perform leer-suc-devol
               perform revisar-suc-devol until eof-sdv
               close sucursal-devolucion
           end-if.

       leer-extra.
           read extras-alquiler next record
               at end continue
           end-read.

       revisar-extra.
           if ok-exa and exa-nro-doc = in-nro-doc
               move "EXTRAS" to ln-archivo
               move exa-clave to ln-clave
               move exa-descripcion to ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-extra.

       leer-combustible.
           read cargos-combustible next record
               at end continue
           end-read.

       revisar-combustible.
           if ok-ccb and ccb-nro-doc = in-nro-doc
               move "COMBUSTIBLE" to ln-archivo
               move ccb-clave to ln-clave
               move ccb-importe to ln-importe
               string "devol " ccb-fecha-devol " $" ln-importe
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-combustible.

       leer-recargo.
           read recargos-danios next record
               at end continue
           end-read.

       revisar-recargo.
           if ok-rda and rda-nro-doc = in-nro-doc
               move "RECARGO DANIOS" to ln-archivo
               move rda-clave to ln-clave
               move rda-importe to ln-importe
               string "zonas " rda-zonas " $" ln-importe
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-recargo.

       leer-suc-devol.
           read sucursal-devolucion next record
               at end continue
           end-read.

       revisar-suc-devol.
           if ok-sdv and sdv-nro-doc = in-nro-doc
               move "SUC. DEVOLUCION" to ln-archivo
               move sdv-clave to ln-clave
               move sdv-importe to ln-importe
               string "suc " sdv-sucursal-real " $" ln-importe
                   delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-suc-devol.

       buscar-gastos.
           open input gastos.
           if ok-gas
               perform leer-gasto
               perform revisar-gasto until eof-gas
               close gastos
           end-if.
           open input horas-extra.
           if ok-hex
               perform leer-hora-extra
               perform revisar-hora-extra until eof-hex
               close horas-extra
           end-if.

       leer-gasto.
           read gastos next record
               at end continue
           end-read.

       revisar-gasto.
           if ok-gas and gas-nro-doc = in-nro-doc
               move "GASTOS CHOFER" to ln-archivo
               move gas-clave to ln-clave
               move gas-descripcion to ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-gasto.

       leer-hora-extra.
           read horas-extra next record
               at end continue
           end-read.

       revisar-hora-extra.
           if ok-hex and hex-nro-doc = in-nro-doc
               move "HORAS EXTRA" to ln-archivo
               move hex-clave to ln-clave
               move hex-importe to ln-importe
               string "alq " hex-patente " " hex-fecha-alq " $"
                   ln-importe delimited by size into ln-detalle
               move "FISCAL" to ln-retencion
               perform escribir-linea
           end-if.
           perform leer-hora-extra.
