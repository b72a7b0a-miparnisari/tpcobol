       identification division.
       program-id. ConsultaAlquiler.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Ficha completa de un alquiler, para cuando el cliente
      *> discute un cargo: hasta ahora habia que abrir ocho
      *> programas para reconstruir la historia de un solo
      *> alquiler. Se busca por patente + fecha, por numero de
      *> contrato o por numero de factura, y se muestra en una sola
      *> vista, por secciones:
      *>   - el registro del maestro (vivo o archivado) y su origen
      *>     (agencia o mostrador, reserva, aprobacion en mostrador)
      *>   - contrato, deposito, retiro e inspecciones
      *>   - devolucion, sucursal de devolucion, cambio de vehiculo
      *>     (de este alquiler o hacia este) y prorrogas
      *>   - factura con sus lineas del alquiler, notas de credito
      *>     y pagos
      *>   - multas, siniestros del periodo, recargos por danios y
      *>     puntos acreditados
      *>   - los asientos del journal sobre cualquier registro con
      *>     la clave del alquiler.
      *> La misma ficha se agrega a Salida\consulta-alquiler.txt,
      *> que es la version para imprimir (legales). Las prorrogas
      *> salen del journal: son los cambios de ALQUILERES que
      *> mueven los dias contratados. Una factura que cubre varios
      *> alquileres lleva a su primer alquiler; los demas se
      *> consultan por patente + fecha.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

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
           access mode is dynamic
           record key is hist-clave
           alternate record key is hist-chofer with duplicates
           file status is fs-historico-arch.

       select aprobaciones-mostrador
           assign to disk "..\..\..\Entrada\aprobaciones-mostrador.dat"
           organization is indexed
           access mode is random
           record key is apm-clave
           file status is fs-aprob-mostrador.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is random
           record key is res-clave
           file status is fs-reservas.

       select contratos-emitidos
           assign to disk "..\..\..\Entrada\contratos-emitidos.dat"
           organization is indexed
           access mode is dynamic
           record key is ctr-clave
           file status is fs-contratos-emitidos.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is random
           record key is dep-clave
           file status is fs-depositos.

       select retiros
           assign to disk "..\..\..\Entrada\retiros.dat"
           organization is indexed
           access mode is random
           record key is ret-clave
           file status is fs-retiros.

       select inspecciones
           assign to disk "..\..\..\Entrada\inspecciones.dat"
           organization is indexed
           access mode is random
           record key is ins-clave
           file status is fs-inspecciones.

       select devoluciones
           assign to disk "..\..\..\Entrada\devoluciones.dat"
           organization is indexed
           access mode is random
           record key is dev-clave
           file status is fs-devoluciones.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is random
           record key is sdv-clave
           file status is fs-suc-devol.

       select cambios
           assign to disk "..\..\..\Entrada\cambios-vehiculo.dat"
           organization is indexed
           access mode is dynamic
           record key is cmb-clave
           file status is fs-cambios.

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
           access mode is dynamic
           record key is nemi-nro
           file status is fs-notas-emitidas.

       select pagos
           assign to disk "..\..\..\Entrada\pagos.dat"
           organization is line sequential
           file status is fs-pagos.

       select multas
           assign to disk "..\..\..\Entrada\multas.dat"
           organization is indexed
           access mode is dynamic
           record key is mul-clave
           file status is fs-multas.

       select siniestros
           assign to disk "..\..\..\Entrada\siniestros.dat"
           organization is indexed
           access mode is dynamic
           record key is sin-clave
           file status is fs-siniestros.

       select recargos-danios
           assign to disk "..\..\..\Entrada\recargos-danios.dat"
           organization is indexed
           access mode is random
           record key is rda-clave
           file status is fs-recargos.

       select acreditados
           assign to disk "..\..\..\Entrada\puntos-acreditados.dat"
           organization is indexed
           access mode is random
           record key is acr-clave
           file status is fs-acreditados.

       select journal
           assign to disk "..\..\..\Salida\journal-cambios.txt"
           organization is line sequential
           file status is fs-journal.

       select listado
           assign to disk "..\..\..\Salida\consulta-alquiler.txt"
           organization is line sequential
           file status is fs-listado.

       DATA DIVISION.
       file section.

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

       fd aprobaciones-mostrador
           label record is standard.
       01  rec-aprob-mostrador.
           03  apm-clave.
               05  apm-patente     pic x(6).
               05  apm-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  apm-fecha-aprob     pic 9(8).  *> AAAAMMDD
           03  apm-hora-aprob      pic 9(6).
           03  apm-operador        pic x(8).
           03  apm-importe         pic 9(6)v99.
           03  apm-deposito        pic 9(4)v99.
           03  apm-informada       pic x.     *> S = ya la vio Principal

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

       fd contratos-emitidos
           label record is standard.
       01  rec-contratos-emitidos.
           03  ctr-clave.
               05  ctr-patente     pic x(6).
               05  ctr-fecha       pic 9(8).
           03  ctr-nro             pic 9(6).
           03  ctr-fecha-emision   pic 9(8).  *> AAAAMMDD

       fd depositos
           label record is standard.
       01  rec-depositos.
           03  dep-clave.
               05  dep-patente     pic x(6).
               05  dep-fecha-alq   pic 9(8).
           03  dep-importe         pic 9(4)v99.
           03  dep-recibido-por    pic x(8).
           03  dep-estado          pic x.
           03  dep-fecha-mov       pic 9(8).
           03  dep-motivo          pic x(20).

       fd retiros
           label record is standard.
       01  rec-retiros.
           03  ret-clave.
               05  ret-patente     pic x(6).
               05  ret-fecha-alq   pic 9(8).
           03  ret-fecha-retiro    pic 9(8).  *> AAAAMMDD
           03  ret-hora-retiro     pic 9(6).
           03  ret-operador        pic x(8).

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

       fd devoluciones
           label record is standard.
       01  rec-devoluciones.
           03  dev-clave.
               05  dev-patente     pic x(6).
               05  dev-fecha-alq   pic 9(8).
           03  dev-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  dev-km              pic 9(7).
           03  dev-observaciones   pic x(30).
           03  dev-dias-atraso     pic 9(3).
           03  dev-recargo         pic 9(5)v99.
           03  dev-dias-anticipo   pic 9(3).
           03  dev-credito         pic 9(6)v99.

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

       fd cambios
           label record is standard.
       01  rec-cambios.
           03  cmb-clave.
               05  cmb-patente-orig pic x(6).
               05  cmb-fecha-orig   pic 9(8).  *> DDMMAAAA
           03  cmb-patente-nueva   pic x(6).
           03  cmb-fecha-nueva     pic 9(8).  *> DDMMAAAA
           03  cmb-fecha-cambio    pic 9(8).  *> DDMMAAAA
           03  cmb-motivo          pic x(20).

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

       fd facturas-detalle
           label record is standard.
       01  rec-fact-detalle.
           03  det-clave.
               05  det-fact-nro    pic 9(6).
               05  det-linea       pic 9(3).
           03  det-tipo            pic x.
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
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd pagos
           label record is standard.
       01  reg-pagos.
           03  pag-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  pag-hora            pic 9(6).
           03  filler              pic x.
           03  pag-fact-nro        pic 9(6).
           03  filler              pic x.
           03  pag-importe         pic 9(7)v99.
           03  filler              pic x.
           03  pag-origen          pic x(8).
           03  filler              pic x.
           03  pag-medio           pic x.
           03  filler              pic x.
           03  pag-cupon           pic x(12).

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

       fd siniestros
           label record is standard.
       01  rec-siniestros.
           03  sin-clave.
               05  sin-patente     pic x(6).
               05  sin-fecha       pic 9(8).  *> DDMMAAAA
           03  sin-legajo          pic x(7).
           03  sin-severidad       pic 9.
           03  sin-costo           pic 9(6)v99.
           03  sin-descripcion     pic x(30).

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

       fd acreditados
           label record is standard.
       01  rec-acreditados.
           03  acr-clave.
               05  acr-patente     pic x(6).
               05  acr-fecha       pic 9(8).
           03  acr-cli-numero      pic x(8).
           03  acr-puntos          pic 9(7).
           03  acr-fecha-acred     pic 9(8).  *> AAAAMMDD

       fd journal
           label record is standard.
       01  reg-journal.
           03  jrn-fecha           pic 9(8).
           03  filler              pic x.
           03  jrn-hora            pic 9(6).
           03  filler              pic x.
           03  jrn-usuario         pic x(8).
           03  filler              pic x.
           03  jrn-archivo         pic x(12).
           03  filler              pic x.
           03  jrn-operacion       pic x.
           03  filler              pic x.
           03  jrn-clave           pic x(20).
           03  filler              pic x.
           03  jrn-antes           pic x(90).
           03  filler              pic x.
           03  jrn-despues         pic x(90).
           03  filler              pic x.
           03  jrn-secuencia       pic x(8).
           03  filler              pic x.
           03  jrn-control         pic x(9).

       fd listado
           label record is standard.
       01  reg-listado             pic x(80).

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-historico-arch    pic xx.
           88 ok-hist                  value "00".
           88 eof-hist                 value "10".
       01 fs-aprob-mostrador   pic xx.
           88 ok-apm                   value "00".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
       01 fs-contratos-emitidos pic xx.
           88 ok-ctr                   value "00".
           88 eof-ctr                  value "10".
       01 fs-depositos         pic xx.
           88 ok-dep                   value "00".
       01 fs-retiros           pic xx.
           88 ok-ret                   value "00".
       01 fs-inspecciones      pic xx.
           88 ok-ins                   value "00".
       01 fs-devoluciones      pic xx.
           88 ok-dev                   value "00".
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
       01 fs-cambios           pic xx.
           88 ok-cmb                   value "00".
           88 eof-cmb                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
       01 fs-fact-detalle      pic xx.
           88 ok-det                   value "00".
           88 eof-det                  value "10".
       01 fs-notas-emitidas    pic xx.
           88 ok-nemi                  value "00".
           88 eof-nemi                 value "10".
       01 fs-pagos             pic xx.
           88 ok-pag                   value "00".
           88 eof-pag                  value "10".
       01 fs-multas            pic xx.
           88 ok-mul                   value "00".
           88 eof-mul                  value "10".
       01 fs-siniestros        pic xx.
           88 ok-sin                   value "00".
           88 eof-sin                  value "10".
       01 fs-recargos          pic xx.
           88 ok-rda                   value "00".
       01 fs-acreditados       pic xx.
           88 ok-acr                   value "00".
       01 fs-journal           pic xx.
           88 ok-jrn                   value "00".
           88 eof-jrn                  value "10".
       01 fs-listado           pic xx.
           88 ok-lis                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-patente           value 1.
           88 opcion-contrato          value 2.
           88 opcion-factura           value 3.
           88 opcion-salir             value 4.

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-contrato           pic 9(6).
       01 in-factura            pic 9(6).

      *> Alquiler consultado y lo que se toma de su registro
       01 clave-consulta.
           03 cc-patente        pic x(6).
           03 cc-fecha          pic 9(8).  *> DDMMAAAA
       01 clave-hallada         pic x.
           88 hay-clave                value "S".
       01 registro-hallado      pic x.
           88 hay-registro             value "S".
       01 con-nro-doc           pic x(20).
       01 con-factura           pic 9(6)    value zeroes.
       01 con-cantdias          pic 9(2)    value zeroes.
       01 con-agencia           pic 9       value zeroes.
       01 fin-busqueda          pic x.
           88 busqueda-terminada       value "S".

      *> Periodo del alquiler para los siniestros: desde la fecha
      *> del alquiler hasta la pactada o la devolucion real, la
      *> que sea posterior.
       01 fecha-a-convertir     pic 9(8).
       01 fecha-a-convertir-r redefines fecha-a-convertir.
           03 fac-dd            pic 99.
           03 fac-mm            pic 99.
           03 fac-aaaa          pic 9(4).
       01 fecha-convertida.
           03 fcv-aaaa          pic 9(4).
           03 fcv-mm            pic 99.
           03 fcv-dd            pic 99.
       01 fecha-convertida-n redefines fecha-convertida pic 9(8).
       77 periodo-desde         pic 9(7).
       77 periodo-hasta         pic 9(7).
       77 fecha-num             pic 9(7).

       01 fecha-hoy             pic 9(8).  *> AAAAMMDD
       77 cant-registros        pic 9(5).
       77 cant-seccion          pic 9(5).

      *> Datos de la linea en curso
       01 ln-archivo            pic x(14).
       01 ln-clave              pic x(16).
       01 ln-detalle            pic x(48).
       77 ln-importe            pic z(6)9.99.
       77 ln-importe-2          pic z(6)9.99.
       77 ln-importe-s          pic -(7)9.99.

       01 enc-con1.
           03 filler pic x(31) value
               "FICHA DEL ALQUILER - PATENTE   ".
           03 ec1-patente       pic x(6).
           03 filler pic x(8)  value "  FECHA ".
           03 ec1-fecha         pic 9(8).
           03 filler pic x(12) value "  EMITIDA   ".
           03 ec1-emision       pic 9(8).
       01 enc-con2.
           03 filler pic x(80) value all "-".

       01 lin-seccion.
           03 filler pic x(3)  value "-- ".
           03 ls-titulo         pic x(50).

       01 det-con.
           03 dc-archivo        pic x(14).
           03 filler pic x      value space.
           03 dc-clave          pic x(16).
           03 filler pic x      value space.
           03 dc-detalle        pic x(48).

       01 lin-sin-registros.
           03 filler pic x(31) value
               "   (sin registros)".

       01 tot-con.
           03 filler pic x(30) value "Registros encontrados: ".
           03 tc-cant           pic z(4)9.

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "C".

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
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close listado.
           stop run.

       mostrar-menu.
           display "1) Consultar por patente + fecha del alquiler".
           display "2) Consultar por numero de contrato".
           display "3) Consultar por numero de factura".
           display "4) Salir".
           accept ws-opcion.

       procesar-menu.
           move "N" to clave-hallada.
           if opcion-patente
               perform pedir-patente-fecha
           else if opcion-contrato
               perform buscar-por-contrato
           else if opcion-factura
               perform buscar-por-factura
           end-if.
           if hay-clave
               perform armar-ficha
               display "Ficha agregada a Salida\consulta-alquiler.txt"
           else if opcion-contrato or opcion-factura
               display "No se encontro el alquiler."
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

      *>------------------------------------------------------------
      *> Identificacion del alquiler
      *>------------------------------------------------------------
       pedir-patente-fecha.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           move in-patente to cc-patente.
           move in-fecha to cc-fecha.
           move "S" to clave-hallada.

      *> contratos-emitidos esta por clave del alquiler, no por
      *> numero de contrato: es una consulta puntual y se barre.
       buscar-por-contrato.
           display "Numero de contrato: ".
           accept in-contrato.
           open input contratos-emitidos.
           if ok-ctr
               perform leer-contrato
               perform revisar-contrato until eof-ctr or hay-clave
               close contratos-emitidos
           end-if.

       leer-contrato.
           read contratos-emitidos next record
               at end continue
           end-read.

       revisar-contrato.
           if ok-ctr and ctr-nro = in-contrato
               move ctr-clave to clave-consulta
               move "S" to clave-hallada
           else
               perform leer-contrato
           end-if.

      *> Por las lineas de la factura (la primera que lleva un
      *> alquiler); si no tiene detalle, por alq-factura en el
      *> maestro y el historico.
       buscar-por-factura.
           display "Numero de factura: ".
           accept in-factura.
           open input facturas-detalle.
           if ok-det
               move in-factura to det-fact-nro
               move zeroes to det-linea
               start facturas-detalle key is not less than det-clave
                   invalid key move "10" to fs-fact-detalle
               end-start
               if ok-det
                   perform leer-detalle
               end-if
               perform revisar-detalle-factura until not ok-det
                   or det-fact-nro is not equal to in-factura
                   or hay-clave
               close facturas-detalle
           end-if.
           if not hay-clave
               open input alquileresmae
               if ok-alq
                   perform leer-alquiler
                   perform revisar-alquiler-factura
                       until eof-alq or hay-clave
                   close alquileresmae
               end-if
           end-if.
           if not hay-clave
               open input historico
               if ok-hist
                   perform leer-historico
                   perform revisar-historico-factura
                       until eof-hist or hay-clave
                   close historico
               end-if
           end-if.

       leer-detalle.
           read facturas-detalle next record
               at end continue
           end-read.

       revisar-detalle-factura.
           if det-patente is not equal to spaces
               move det-patente to cc-patente
               move det-fecha to cc-fecha
               move "S" to clave-hallada
           else
               perform leer-detalle
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       revisar-alquiler-factura.
           if ok-alq and alq-factura = in-factura
               move alq-clave to clave-consulta
               move "S" to clave-hallada
           else
               perform leer-alquiler
           end-if.

       leer-historico.
           read historico next record
               at end continue
           end-read.

       revisar-historico-factura.
           if ok-hist and hist-factura = in-factura
               move hist-clave to clave-consulta
               move "S" to clave-hallada
           else
               perform leer-historico
           end-if.

      *>------------------------------------------------------------
      *> Ficha
      *>------------------------------------------------------------
       armar-ficha.
           move zeroes to cant-registros.
           move spaces to con-nro-doc.
           move zeroes to con-factura.
           move zeroes to con-cantdias.
           move zeroes to con-agencia.
           move cc-patente to ec1-patente.
           move cc-fecha to ec1-fecha.
           move fecha-hoy to ec1-emision.
           move enc-con1 to reg-listado.
           perform escribir-renglon.
           move enc-con2 to reg-listado.
           perform escribir-renglon.

           move "ALQUILER Y ORIGEN" to ls-titulo.
           perform abrir-seccion.
           perform ficha-maestro.
           perform ficha-origen.
           perform cerrar-seccion.

           move "CONTRATO, DEPOSITO, RETIRO E INSPECCIONES"
               to ls-titulo.
           perform abrir-seccion.
           perform ficha-contrato.
           perform ficha-deposito.
           perform ficha-retiro.
           perform ficha-inspecciones.
           perform cerrar-seccion.

           move "DEVOLUCION, CAMBIO DE VEHICULO Y PRORROGAS"
               to ls-titulo.
           perform abrir-seccion.
           perform ficha-devolucion.
           perform ficha-cambios.
           perform ficha-prorrogas.
           perform cerrar-seccion.

           move "FACTURA, NOTAS DE CREDITO Y PAGOS" to ls-titulo.
           perform abrir-seccion.
           perform ficha-factura.
           perform cerrar-seccion.

           move "MULTAS, SINIESTROS, DANIOS Y PUNTOS" to ls-titulo.
           perform abrir-seccion.
           perform ficha-multas.
           perform ficha-siniestros.
           perform ficha-danios.
           perform ficha-puntos.
           perform cerrar-seccion.

           move "JOURNAL DE CAMBIOS" to ls-titulo.
           perform abrir-seccion.
           perform ficha-journal.
           perform cerrar-seccion.

           move enc-con2 to reg-listado.
           perform escribir-renglon.
           move cant-registros to tc-cant.
           move tot-con to reg-listado.
           perform escribir-renglon.
           move spaces to reg-listado.
           perform escribir-renglon.

       escribir-renglon.
           display reg-listado.
           write reg-listado.

       abrir-seccion.
           move zeroes to cant-seccion.
           move lin-seccion to reg-listado.
           perform escribir-renglon.

       cerrar-seccion.
           if cant-seccion = zeroes
               move lin-sin-registros to reg-listado
               perform escribir-renglon
           end-if.

       escribir-linea.
           move ln-archivo to dc-archivo.
           move ln-clave to dc-clave.
           move ln-detalle to dc-detalle.
           move det-con to reg-listado.
           perform escribir-renglon.
           add 1 to cant-registros.
           add 1 to cant-seccion.
           move spaces to ln-clave.
           move spaces to ln-detalle.

      *>------------------------------------------------------------
      *> Maestro (vivo o archivado) y origen
      *>------------------------------------------------------------
       ficha-maestro.
           move "N" to registro-hallado.
           open input alquileresmae.
           if ok-alq
               move clave-consulta to alq-clave
               read alquileresmae record key is alq-clave
                   invalid key continue
                   not invalid key
                       move "S" to registro-hallado
                       move "ALQUILERES" to ln-archivo
                       move alq-nro-doc to con-nro-doc
                       move alq-factura to con-factura
                       move alq-cantdias to con-cantdias
                       move alq-agencia to con-agencia
                       move alq-importe to ln-importe
                       move alq-clave to ln-clave
                       string "est " alq-estado " doc " alq-tipo-doc
                           " " alq-nro-doc(1:12) " $" ln-importe
                           delimited by size into ln-detalle
                       perform escribir-linea
                       string "dias " alq-cantdias " chofer "
                           alq-chofer " suc " alq-sucursal
                           " grupo " alq-grupo " fact " alq-factura
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close alquileresmae
           end-if.
           if not hay-registro
               open input historico
               if ok-hist
                   move clave-consulta to hist-clave
                   read historico record key is hist-clave
                       invalid key continue
                       not invalid key
                           move "S" to registro-hallado
                           perform mostrar-archivado
                   end-read
                   close historico
               end-if
           end-if.
           if not hay-registro
               move "ALQUILERES" to ln-archivo
               move clave-consulta to ln-clave
               move "no figura en el maestro ni en el historico"
                   to ln-detalle
               perform escribir-linea
           end-if.

       mostrar-archivado.
           move "ALQ. HISTORICO" to ln-archivo.
           move hist-nro-doc to con-nro-doc.
           move hist-factura to con-factura.
           move hist-cantdias to con-cantdias.
           move hist-agencia to con-agencia.
           move hist-importe to ln-importe.
           move hist-clave to ln-clave.
           string "est " hist-estado " doc " hist-tipo-doc
               " " hist-nro-doc(1:12) " $" ln-importe
               delimited by size into ln-detalle.
           perform escribir-linea.
           string "dias " hist-cantdias " chofer "
               hist-chofer " suc " hist-sucursal
               " grupo " hist-grupo " fact " hist-factura
               delimited by size into ln-detalle.
           perform escribir-linea.

      *> Agencia que mando la solicitud (0 = propia), la reserva
      *> con su senia y la aprobacion en mostrador, si las hubo.
       ficha-origen.
           if hay-registro
               move "ORIGEN" to ln-archivo
               if con-agencia = zeroes
                   move "solicitud propia (mostrador / reserva)"
                       to ln-detalle
               else
                   string "solicitud de la agencia " con-agencia
                       delimited by size into ln-detalle
               end-if
               perform escribir-linea
           end-if.
           open input reservas.
           if ok-res
               move clave-consulta to res-clave
               read reservas
                   invalid key continue
                   not invalid key
                       move "RESERVAS" to ln-archivo
                       move res-clave to ln-clave
                       move res-senia to ln-importe
                       string "est " res-estado " dias " res-cantdias
                           " senia $" ln-importe
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close reservas
           end-if.
           open input aprobaciones-mostrador.
           if ok-apm
               move clave-consulta to apm-clave
               read aprobaciones-mostrador
                   invalid key continue
                   not invalid key
                       move "APROB.MOSTRAD" to ln-archivo
                       move apm-clave to ln-clave
                       move apm-importe to ln-importe
                       string apm-fecha-aprob " " apm-hora-aprob
                           " " apm-operador " $" ln-importe
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close aprobaciones-mostrador
           end-if.

      *>------------------------------------------------------------
      *> Contrato, deposito, retiro e inspecciones
      *>------------------------------------------------------------
       ficha-contrato.
           open input contratos-emitidos.
           if ok-ctr
               move clave-consulta to ctr-clave
               read contratos-emitidos record key is ctr-clave
                   invalid key continue
                   not invalid key
                       move "CONTRATOS" to ln-archivo
                       move ctr-clave to ln-clave
                       string "contrato " ctr-nro " emitido "
                           ctr-fecha-emision
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close contratos-emitidos
           end-if.

       ficha-deposito.
           open input depositos.
           if ok-dep
               move clave-consulta to dep-clave
               read depositos
                   invalid key continue
                   not invalid key
                       move "DEPOSITOS" to ln-archivo
                       move dep-clave to ln-clave
                       move dep-importe to ln-importe
                       string "$" ln-importe " est " dep-estado
                           " " dep-fecha-mov " " dep-motivo(1:14)
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close depositos
           end-if.

       ficha-retiro.
           open input retiros.
           if ok-ret
               move clave-consulta to ret-clave
               read retiros
                   invalid key continue
                   not invalid key
                       move "RETIROS" to ln-archivo
                       move ret-clave to ln-clave
                       string "retirado " ret-fecha-retiro " "
                           ret-hora-retiro " por " ret-operador
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close retiros
           end-if.

       ficha-inspecciones.
           open input inspecciones.
           if ok-ins
               move clave-consulta to ins-clave(1:14)
               move "S" to ins-momento
               perform buscar-inspeccion
               move clave-consulta to ins-clave(1:14)
               move "E" to ins-momento
               perform buscar-inspeccion
               close inspecciones
           end-if.

       buscar-inspeccion.
           read inspecciones
               invalid key continue
               not invalid key
                   move "INSPECCIONES" to ln-archivo
                   move ins-clave to ln-clave
                   string "comb " ins-combustible "/8 danios "
                       ins-danios " " ins-inspector " "
                       ins-observaciones(1:14)
                       delimited by size into ln-detalle
                   perform escribir-linea
           end-read.

      *>------------------------------------------------------------
      *> Devolucion, cambio de vehiculo y prorrogas
      *>------------------------------------------------------------
       ficha-devolucion.
           move clave-consulta(7:8) to fecha-a-convertir.
           perform convertir-fecha.
           move fecha-num to periodo-desde.
           compute periodo-hasta = periodo-desde + con-cantdias.
           open input devoluciones.
           if ok-dev
               move clave-consulta to dev-clave
               read devoluciones
                   invalid key continue
                   not invalid key
                       move "DEVOLUCIONES" to ln-archivo
                       move dev-clave to ln-clave
                       string "devuelto " dev-fecha-devol " km "
                           dev-km " atraso " dev-dias-atraso
                           " anticipo " dev-dias-anticipo
                           delimited by size into ln-detalle
                       perform escribir-linea
                       move dev-recargo to ln-importe
                       move dev-credito to ln-importe-2
                       string "recargo $" ln-importe " credito $"
                           ln-importe-2 delimited by size
                           into ln-detalle
                       perform escribir-linea
                       move dev-observaciones to ln-detalle
                       perform escribir-linea
                       move dev-fecha-devol to fecha-a-convertir
                       perform convertir-fecha
                       if fecha-num > periodo-hasta
                           move fecha-num to periodo-hasta
                       end-if
               end-read
               close devoluciones
           end-if.
           open input sucursal-devolucion.
           if ok-sdv
               move clave-consulta to sdv-clave
               read sucursal-devolucion
                   invalid key continue
                   not invalid key
                       move "SUC.DEVOLUCION" to ln-archivo
                       move sdv-clave to ln-clave
                       move sdv-importe to ln-importe
                       string "retiro " sdv-sucursal-retiro
                           " pactada " sdv-sucursal-pactada
                           " real " sdv-sucursal-real
                           " $" ln-importe " est " sdv-estado
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close sucursal-devolucion
           end-if.

      *> DDMMAAAA a numero de dia (integer-of-date); cero si la
      *> fecha no es valida.
       convertir-fecha.
           move fac-aaaa to fcv-aaaa.
           move fac-mm to fcv-mm.
           move fac-dd to fcv-dd.
           move zeroes to fecha-num.
           if fecha-a-convertir > zeroes
               compute fecha-num =
                   function integer-of-date(fecha-convertida-n)
           end-if.

      *> El cambio de vehiculo cierra este alquiler (clave de
      *> origen) o lo abre como continuacion de otro (patente y
      *> fecha nuevas): lo segundo se busca recorriendo.
       ficha-cambios.
           open input cambios.
           if ok-cmb
               move clave-consulta to cmb-clave
               read cambios record key is cmb-clave
                   invalid key continue
                   not invalid key
                       move "CAMBIO VEHIC." to ln-archivo
                       move cmb-clave to ln-clave
                       string "pasa a " cmb-patente-nueva " "
                           cmb-fecha-nueva " el " cmb-fecha-cambio
                           " " cmb-motivo(1:10)
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               move low-values to cmb-clave
               start cambios key is not less than cmb-clave
                   invalid key move "10" to fs-cambios
               end-start
               if ok-cmb
                   perform leer-cambio
               end-if
               perform revisar-cambio until not ok-cmb
               close cambios
           end-if.

       leer-cambio.
           read cambios next record
               at end continue
           end-read.

       revisar-cambio.
           if cmb-patente-nueva = cc-patente
               and cmb-fecha-nueva = cc-fecha
               move "CAMBIO VEHIC." to ln-archivo
               move cmb-clave to ln-clave
               string "continua a " cmb-patente-orig " "
                   cmb-fecha-orig " desde " cmb-fecha-cambio
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-cambio.

      *> Prorroga = cambio de ALQUILERES sobre esta clave que mueve
      *> los dias contratados (posiciones 53-54 de la imagen).
       ficha-prorrogas.
           open input journal.
           if ok-jrn
               perform leer-journal
               perform revisar-prorroga until not ok-jrn
               close journal
           end-if.

       leer-journal.
           read journal
               at end continue
           end-read.

       revisar-prorroga.
           if jrn-clave(1:14) = clave-consulta
               and jrn-archivo = "ALQUILERES"
               and jrn-operacion = "M"
               and jrn-antes(53:2) is not equal to jrn-despues(53:2)
               move "PRORROGA" to ln-archivo
               move jrn-clave to ln-clave
               string jrn-fecha " " jrn-usuario " dias "
                   jrn-antes(53:2) " a " jrn-despues(53:2)
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-journal.

      *>------------------------------------------------------------
      *> Factura, notas de credito y pagos
      *>------------------------------------------------------------
       ficha-factura.
           if con-factura > zeroes
               perform mostrar-factura
               perform mostrar-lineas-factura
               perform mostrar-notas-credito
               perform mostrar-pagos
           end-if.

       mostrar-factura.
           open input facturas-emitidas.
           if ok-fact-emi
               move con-factura to fact-nro
               read facturas-emitidas record key is fact-nro
                   invalid key continue
                   not invalid key
                       move "FACTURAS" to ln-archivo
                       move fact-nro to ln-clave
                       move fact-total to ln-importe
                       string fact-letra " " fact-fecha-emision
                           " total $" ln-importe " est " fact-estado
                           delimited by size into ln-detalle
                       perform escribir-linea
                       move fact-pagado to ln-importe
                       string "pagado $" ln-importe " cae "
                           fact-cae " " fact-cae-estado
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close facturas-emitidas
           end-if.

      *> Las lineas de este alquiler y las de la factura entera (sin
      *> patente: descuentos, canje de puntos).
       mostrar-lineas-factura.
           open input facturas-detalle.
           if ok-det
               move con-factura to det-fact-nro
               move zeroes to det-linea
               start facturas-detalle key is not less than det-clave
                   invalid key move "10" to fs-fact-detalle
               end-start
               if ok-det
                   perform leer-detalle
               end-if
               perform mostrar-linea-factura until not ok-det
                   or det-fact-nro is not equal to con-factura
               close facturas-detalle
           end-if.

       mostrar-linea-factura.
           if det-patente = spaces
               or (det-patente = cc-patente and det-fecha = cc-fecha)
               move "FACT. DETALLE" to ln-archivo
               move det-clave to ln-clave
               move det-importe to ln-importe-s
               string det-tipo " " det-concepto " $" ln-importe-s
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-detalle.

       mostrar-notas-credito.
           open input notas-emitidas.
           if ok-nemi
               perform leer-nota
               perform revisar-nota until not ok-nemi
               close notas-emitidas
           end-if.

       leer-nota.
           read notas-emitidas next record
               at end continue
           end-read.

       revisar-nota.
           if nemi-fact-nro = con-factura
               move "NOTAS CREDITO" to ln-archivo
               move nemi-nro to ln-clave
               move nemi-total to ln-importe
               string nemi-letra " " nemi-fecha " total $"
                   ln-importe " cae " nemi-cae-estado
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-nota.

       mostrar-pagos.
           open input pagos.
           if ok-pag
               perform leer-pago
               perform revisar-pago until not ok-pag
               close pagos
           end-if.

       leer-pago.
           read pagos
               at end continue
           end-read.

       revisar-pago.
           if pag-fact-nro = con-factura
               move "PAGOS" to ln-archivo
               move pag-fact-nro to ln-clave
               move pag-importe to ln-importe
               string pag-fecha " " pag-hora " $" ln-importe " "
                   pag-origen " medio " pag-medio
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-pago.

      *>------------------------------------------------------------
      *> Multas, siniestros, recargos por danios y puntos
      *>------------------------------------------------------------
       ficha-multas.
           open input multas.
           if ok-mul
               move clave-consulta to mul-clave(1:14)
               move zeroes to mul-nro
               start multas key is not less than mul-clave
                   invalid key move "10" to fs-multas
               end-start
               if ok-mul
                   perform leer-multa
               end-if
               perform mostrar-multa until not ok-mul
                   or mul-clave(1:14) is not equal to clave-consulta
               close multas
           end-if.

       leer-multa.
           read multas next record
               at end continue
           end-read.

       mostrar-multa.
           move "MULTAS" to ln-archivo.
           move mul-clave to ln-clave.
           move mul-importe to ln-importe.
           string "$" ln-importe " resp " mul-responsable " est "
               mul-estado " " mul-descripcion(1:18)
               delimited by size into ln-detalle.
           perform escribir-linea.
           perform leer-multa.

      *> siniestros.dat esta por patente + fecha del siniestro: se
      *> recorren los de la patente y se toman los del periodo.
       ficha-siniestros.
           open input siniestros.
           if ok-sin
               move cc-patente to sin-patente
               move zeroes to sin-fecha
               start siniestros key is not less than sin-clave
                   invalid key move "10" to fs-siniestros
               end-start
               if ok-sin
                   perform leer-siniestro
               end-if
               perform revisar-siniestro until not ok-sin
                   or sin-patente is not equal to cc-patente
               close siniestros
           end-if.

       leer-siniestro.
           read siniestros next record
               at end continue
           end-read.

       revisar-siniestro.
           move sin-fecha to fecha-a-convertir.
           perform convertir-fecha.
           if fecha-num not < periodo-desde
               and fecha-num not > periodo-hasta
               move "SINIESTROS" to ln-archivo
               move sin-clave to ln-clave
               move sin-costo to ln-importe
               string "sev " sin-severidad " " sin-legajo " $"
                   ln-importe " " sin-descripcion(1:16)
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-siniestro.

       ficha-danios.
           open input recargos-danios.
           if ok-rda
               move clave-consulta to rda-clave
               read recargos-danios
                   invalid key continue
                   not invalid key
                       move "RECARGO DANIOS" to ln-archivo
                       move rda-clave to ln-clave
                       move rda-importe to ln-importe
                       string "zonas " rda-zonas " $" ln-importe
                           " est " rda-estado " alta " rda-fecha-alta
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close recargos-danios
           end-if.

       ficha-puntos.
           open input acreditados.
           if ok-acr
               move clave-consulta to acr-clave
               read acreditados
                   invalid key continue
                   not invalid key
                       move "PUNTOS" to ln-archivo
                       move acr-clave to ln-clave
                       string acr-puntos " puntos al cliente "
                           acr-cli-numero " el " acr-fecha-acred
                           delimited by size into ln-detalle
                       perform escribir-linea
               end-read
               close acreditados
           end-if.

      *>------------------------------------------------------------
      *> Journal: todo asiento sobre un registro cuya clave empieza
      *> por la del alquiler (alquiler, deposito, multas, ...)
      *>------------------------------------------------------------
       ficha-journal.
           open input journal.
           if ok-jrn
               perform leer-journal
               perform revisar-asiento until not ok-jrn
               close journal
           end-if.

       revisar-asiento.
           if jrn-clave(1:14) = clave-consulta
               move "JOURNAL" to ln-archivo
               move jrn-clave to ln-clave
               string jrn-fecha " " jrn-hora " " jrn-usuario " "
                   jrn-archivo " " jrn-operacion
                   delimited by size into ln-detalle
               perform escribir-linea
           end-if.
           perform leer-journal.
