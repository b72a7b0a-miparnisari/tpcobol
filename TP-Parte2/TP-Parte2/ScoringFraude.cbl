       identification division.
       program-id. ScoringFraude.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Puntaje de sospecha de fraude, corrida semanal (agenda de
      *> procesos): MantenimientoBloqueos sirve recien cuando
      *> alguien ya vio el fraude a mano. Este proceso junta por
      *> documento las senales que hoy estan desparramadas y arma
      *> la lista de casos que revisa el supervisor en
      *> RevisionFraude:
      *>   TEL  el telefono del cliente lo comparten varios
      *>        documentos en clientes.dat;
      *>   DIR  idem con la direccion;
      *>   NSH  reservas no retiradas (estado "N") repetidas;
      *>   DAN  danos en la mayoria de las devoluciones (deposito
      *>        retenido o siniestro dentro del alquiler);
      *>   NPR  cliente nuevo que se lleva un auto grande por un
      *>        periodo largo;
      *>   CCG  contracargos de tarjeta (cupones en "X");
      *>   DEB  debitos automaticos rechazados por el banco (ultimo
      *>        retorno recibido);
      *>   MUL  multas a cargo del cliente repetidas.
      *> Cada motivo suma puntos; el documento que llega al umbral
      *> (UMBRAL-FRAUDE del maestro de parametros) entra como caso
      *> pendiente en revision-fraude.dat con sus motivos y
      *> contadores. Un caso ya bloqueado no vuelve; uno descartado
      *> tampoco, salvo que aparezca un motivo que no tenia cuando
      *> se lo descarto. Tampoco entran los documentos con un
      *> bloqueo vigente. La lista de pendientes queda en
      *> revision-fraude.txt; con casos nuevos o reabiertos la
      *> corrida termina con RC 1.

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

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is random
           record key is dep-clave
           file status is fs-depositos.

       select siniestros
           assign to disk "..\..\..\Entrada\siniestros.dat"
           organization is indexed
           access mode is dynamic
           record key is sin-clave
           file status is fs-siniestros.

       select multas
           assign to disk "..\..\..\Entrada\multas.dat"
           organization is indexed
           access mode is dynamic
           record key is mul-clave
           file status is fs-multas.

       select cupones
           assign to disk "..\..\..\Entrada\cupones-tarjeta.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-nro
           alternate record key is cup-referencia with duplicates
           file status is fs-cupones.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is random
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is dynamic
           record key is res-clave
           file status is fs-reservas.

       select retorno
           assign to disk "..\..\..\Entrada\retorno-debito.dat"
           organization is line sequential
           file status is fs-retorno.

       select revision
           assign to disk "..\..\..\Entrada\revision-fraude.dat"
           organization is indexed
           access mode is dynamic
           record key is rvf-nro-doc
           file status is fs-revision.

       select reporte
           assign to disk "..\..\..\Salida\revision-fraude.txt"
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

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
               88  aut-grande          value "G" "g".
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
           03  aut-sucursal        pic 99.

       fd depositos
           label record is standard.
       01  rec-depositos.
           03  dep-clave.
               05  dep-patente     pic x(6).
               05  dep-fecha-alq   pic 9(8).
           03  dep-importe         pic 9(4)v99.
           03  dep-recibido-por    pic x(8).
           03  dep-estado          pic x.
               88  dep-en-custodia     value "C".
               88  dep-liberado        value "L".
               88  dep-retenido        value "R".
           03  dep-fecha-mov       pic 9(8).
           03  dep-motivo          pic x(20).

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

       fd retorno
           label record is standard.
       01  reg-retorno.
           03  ret-fact-nro        pic 9(6).
           03  filler              pic x.
           03  ret-importe         pic 9(7)v99.
           03  filler              pic x.
           03  ret-resultado       pic x(2).
               88  ret-aceptado        value "OK".
               88  ret-rechazado       value "RE".
           03  filler              pic x.
           03  ret-motivo          pic x(30).

      *> Caso de revision: uno por documento. Motivos en el orden
      *> TEL DIR NSH DAN NPR CCG DEB MUL, "S" si el motivo pesa.
       fd revision
           label record is standard.
       01  rec-revision.
           03  rvf-nro-doc         pic x(20).
           03  rvf-tipo-doc        pic x.
           03  rvf-puntaje         pic 9(3).
           03  rvf-motivos.
               05  rvf-motivo      pic x       occurs 8 times.
           03  rvf-no-shows        pic 9(3).
           03  rvf-devueltos       pic 9(3).
           03  rvf-danios          pic 9(3).
           03  rvf-contracargos    pic 9(3).
           03  rvf-rechazos        pic 9(3).
           03  rvf-multas          pic 9(3).
           03  rvf-estado          pic x.
               88  rvf-pendiente       value "P".
               88  rvf-bloqueado       value "B".
               88  rvf-descartado      value "D".
           03  rvf-fecha-alta      pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-scoring   pic 9(8).  *> AAAAMMDD
           03  rvf-fecha-resol     pic 9(8).  *> AAAAMMDD
           03  rvf-operador        pic x(8).
           03  rvf-nota            pic x(30).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-clientes          pic xx.
           88 ok-cli                   value "00".
           88 eof-cli                  value "10".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-historico-arch    pic xx.
           88 ok-hist                  value "00".
           88 eof-hist                 value "10".
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
       01 fs-depositos         pic xx.
           88 ok-dep                   value "00".
       01 fs-siniestros        pic xx.
           88 ok-sin                   value "00".
           88 eof-sin                  value "10".
       01 fs-multas            pic xx.
           88 ok-mul                   value "00".
           88 eof-mul                  value "10".
       01 fs-cupones           pic xx.
           88 ok-cup                   value "00".
           88 eof-cup                  value "10".
       01 fs-fact-emitidas     pic xx.
           88 ok-fact-emi              value "00".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
       01 fs-retorno           pic xx.
           88 ok-ret                   value "00".
           88 eof-ret                  value "10".
       01 fs-revision          pic xx.
           88 ok-rvf                   value "00".
           88 eof-rvf                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

      *> Archivos de consulta que pueden no estar: sin ellos el
      *> motivo correspondiente no se evalua.
       01 hay-clientes          pic x       value "N".
           88 clientes-abiertos        value "S".
       01 hay-autos             pic x       value "N".
           88 autos-abiertos           value "S".
       01 hay-depositos         pic x       value "N".
           88 depositos-abiertos       value "S".
       01 hay-siniestros        pic x       value "N".
           88 siniestros-abiertos      value "S".
       01 hay-facturas          pic x       value "N".
           88 facturas-abiertas        value "S".
       01 hay-reservas          pic x       value "N".
           88 reservas-abiertas        value "S".
       01 hay-alquileres        pic x       value "N".
           88 alquileres-abiertos      value "S".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

       01 nombre-parametro     pic x(20).
       01 valor-parametro      pic s9(9)v99.
       01 default-parametro    pic s9(9)v99.
       77 umbral-fraude         pic 9(3)    value 40.
       77 dias-cliente-nuevo    pic 9(3)    value 30.
       77 dias-alq-largo        pic 9(3)    value 14.

      *> Peso de cada motivo en el puntaje. Los que se repiten
      *> suman por ocurrencia hasta su tope.
       77 pts-telefono          pic 9(3)    value 25.
       77 pts-direccion         pic 9(3)    value 15.
       77 pts-no-show           pic 9(3)    value 10.
       77 tope-no-show          pic 9(3)    value 40.
       77 pts-danios            pic 9(3)    value 30.
       77 pts-nuevo-premium     pic 9(3)    value 25.
       77 pts-contracargo       pic 9(3)    value 20.
       77 tope-contracargo      pic 9(3)    value 40.
       77 pts-rechazo-debito    pic 9(3)    value 10.
       77 tope-rechazo-debito   pic 9(3)    value 30.
       77 pts-multas            pic 9(3)    value 10.
       77 min-no-shows          pic 9(3)    value 2.
       77 min-devueltos         pic 9(3)    value 2.
       77 min-multas            pic 9(3)    value 3.

       01 fecha-hoy             pic 9(8).  *> AAAAMMDD
       01 fecha-hoy-r redefines fecha-hoy.
           03 hoy-aaaa          pic 9(4).
           03 hoy-mm            pic 99.
           03 hoy-dd            pic 99.
       01 fecha-hoy-ddmm        pic 9(8).  *> DDMMAAAA

      *> Alquiler en curso, venga del maestro o del historico
       01 mov-patente           pic x(6).
       01 mov-fecha             pic 9(8).  *> DDMMAAAA
       01 mov-tipo-doc          pic x.
       01 mov-nro-doc           pic x(20).
       01 mov-estado            pic x.
       01 mov-cantdias          pic 9(2).
       77 mov-fecha-comp        pic 9(8).
       77 mov-fin-comp          pic 9(8).
       77 dias-antiguedad       pic s9(7).
       01 con-danio             pic x.
           88 alquiler-con-danio       value "S".

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).
       77 sin-fecha-comp        pic 9(8).

      *> Referencia del cupon contracargado: "FACTURA nnnnnn" en
      *> cobranzas, clave del alquiler o de la reserva en
      *> depositos y senias (ver RegistrarCuponTarjeta).
       01 ref-cupon.
           03 ref-prefijo       pic x(8).
           03 ref-fact-nro      pic 9(6).
           03 filler            pic x(6).
       01 ref-cupon-alq redefines ref-cupon.
           03 ref-patente       pic x(6).
           03 ref-fecha         pic 9(8).
           03 filler            pic x(6).

      *> Senales acumuladas por documento
       01 tabla-documentos.
           03 td-elem occurs 3000 times.
               05 td-nro-doc       pic x(20).
               05 td-tipo-doc      pic x.
               05 td-no-shows      pic 9(3).
               05 td-devueltos     pic 9(3).
               05 td-danios        pic 9(3).
               05 td-nuevo-premium pic 9(3).
               05 td-contracargos  pic 9(3).
               05 td-rechazos      pic 9(3).
               05 td-multas        pic 9(3).
               05 td-tel-compartido pic x.
               05 td-dir-compartida pic x.
       77 cant-docs             pic 9(4)    value zeroes.
       77 max-docs              pic 9(4)    value 3000.
       77 ix-doc                pic 9(4).
       77 pos-doc               pic 9(4).
       77 cant-sin-lugar        pic 9(5)    value zeroes.

      *> Telefonos y direcciones de clientes.dat con la cantidad de
      *> clientes que los declaran.
       01 tabla-telefonos.
           03 tt-elem occurs 3000 times.
               05 tt-telefono      pic x(20).
               05 tt-cant          pic 9(4).
       77 cant-telefonos        pic 9(4)    value zeroes.
       01 tabla-direcciones.
           03 tdi-elem occurs 3000 times.
               05 tdi-direccion    pic x(30).
               05 tdi-cant         pic 9(4).
       77 cant-direcciones      pic 9(4)    value zeroes.
       77 ix-dato               pic 9(4).
       77 pos-dato              pic 9(4).

       01 puntaje               pic 9(3).
       77 puntos-motivo         pic 9(3).
       01 motivos-calc.
           03 mot-calc          pic x       occurs 8 times.
       77 ix-mot                pic 9.
       01 motivo-nuevo          pic x.
           88 hay-motivo-nuevo         value "S".

       01 bloqueo-tipo          pic x       value "C".
       01 bloqueo-clave         pic x(21).
       01 cliente-bloqueado     pic xx.
           88 cliente-esta-bloqueado   value "si".

       77 cant-puntuados        pic 9(5)    value zeroes.
       77 cant-nuevos           pic 9(5)    value zeroes.
       77 cant-reabiertos       pic 9(5)    value zeroes.
       77 cant-actualizados     pic 9(5)    value zeroes.
       77 cant-ya-resueltos     pic 9(5)    value zeroes.
       77 cant-ya-bloqueados    pic 9(5)    value zeroes.
       77 cant-pendientes       pic 9(5)    value zeroes.

       01 tabla-codigos-motivo.
           03 filler pic x(24) value "TELDIRNSHDANNPRCCGDEBMUL".
       01 tabla-codigos-motivo-r redefines tabla-codigos-motivo.
           03 cod-motivo        pic x(3)    occurs 8 times.

       01 enc-frd1.
           03 filler pic x(44) value
               "REVISION DE SOSPECHA DE FRAUDE - Corrida    ".
           03 ef1-fecha         pic 9(8).
           03 filler pic x(10) value "  Umbral: ".
           03 ef1-umbral        pic zz9.

       01 enc-frd2.
           03 filler pic x(30) value "T Documento            Pts Est".
           03 filler pic x(35) value "  Motivos".
           03 filler pic x(3)  value "NSH".
           03 filler pic x(28) value " DEV DAN CCG DEB MUL Detect.".

       01 enc-frd3.
           03 filler pic x(100) value all "-".

       01 det-frd.
           03 df-tipo-doc       pic x.
           03 filler pic x     value spaces.
           03 df-nro-doc        pic x(20).
           03 filler pic x     value spaces.
           03 df-puntaje        pic zz9.
           03 filler pic x(2)  value spaces.
           03 df-estado         pic x.
           03 filler pic x(3)  value spaces.
           03 df-motivos occurs 8 times.
               05 df-cod-motivo pic x(3).
               05 filler        pic x.
           03 filler pic x     value spaces.
           03 df-no-shows       pic zz9.
           03 filler pic x     value spaces.
           03 df-devueltos      pic zz9.
           03 filler pic x     value spaces.
           03 df-danios         pic zz9.
           03 filler pic x     value spaces.
           03 df-contracargos   pic zz9.
           03 filler pic x     value spaces.
           03 df-rechazos       pic zz9.
           03 filler pic x     value spaces.
           03 df-multas         pic zz9.
           03 filler pic x     value spaces.
           03 df-fecha-alta     pic 9(8).

       01 pie-frd.
           03 filler pic x(30) value "CASOS PENDIENTES DE REVISION: ".
           03 pf-cant           pic zzzz9.

       01 ley-frd1.
           03 filler pic x(50) value
               "TEL telefono compartido  DIR direccion compartida ".
           03 filler pic x(40) value
               "NSH no-shows  DAN danos en devoluciones".
       01 ley-frd2.
           03 filler pic x(50) value
               "NPR cliente nuevo, auto grande, periodo largo     ".
           03 filler pic x(40) value
               "CCG contracargos  DEB debitos rechazados".
       01 ley-frd3.
           03 filler pic x(50) value
               "MUL multas a cargo del cliente                    ".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform cargar-parametros.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-ddmm =
               hoy-dd * 1000000 + hoy-mm * 10000 + hoy-aaaa.
           move zeroes to tabla-documentos.
           perform abrir-consultas.
           perform revisar-alquileres.
           perform revisar-clientes.
           perform revisar-multas.
           perform revisar-contracargos.
           perform revisar-debitos.
           perform cerrar-consultas.
           perform actualizar-revision.
           perform emitir-reporte.
           display "DOCUMENTOS ANALIZADOS:   " cant-docs.
           display "SOBRE EL UMBRAL:         " cant-puntuados.
           display "CASOS NUEVOS:            " cant-nuevos.
           display "CASOS REABIERTOS:        " cant-reabiertos.
           display "PENDIENTES ACTUALIZADOS: " cant-actualizados.
           display "YA RESUELTOS:            " cant-ya-resueltos.
           display "CON BLOQUEO VIGENTE:     " cant-ya-bloqueados.
           if cant-sin-lugar > zeroes
               display "DOCUMENTOS SIN LUGAR EN TABLA: " cant-sin-lugar
           end-if.
           if cant-nuevos > zeroes or cant-reabiertos > zeroes
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       cargar-parametros.
           move "UMBRAL-FRAUDE" to nombre-parametro.
           move umbral-fraude to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to umbral-fraude.
           move "DIAS-CLIENTE-NUEVO" to nombre-parametro.
           move dias-cliente-nuevo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-cliente-nuevo.
           move "DIAS-ALQ-LARGO" to nombre-parametro.
           move dias-alq-largo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-alq-largo.

       abrir-consultas.
           open input clientes.
           if ok-cli
               move "S" to hay-clientes
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open input autos.
           if ok-auto
               move "S" to hay-autos
           end-if.
           open input depositos.
           if ok-dep
               move "S" to hay-depositos
           end-if.
           open input siniestros.
           if ok-sin
               move "S" to hay-siniestros
           end-if.
           open input facturas-emitidas.
           if ok-fact-emi
               move "S" to hay-facturas
           end-if.
           open input reservas.
           if ok-res
               move "S" to hay-reservas
           end-if.

       cerrar-consultas.
           if clientes-abiertos
               close clientes
           end-if.
           if alquileres-abiertos
               close alquileresmae
           end-if.
           if autos-abiertos
               close autos
           end-if.
           if depositos-abiertos
               close depositos
           end-if.
           if siniestros-abiertos
               close siniestros
           end-if.
           if facturas-abiertas
               close facturas-emitidas
           end-if.
           if reservas-abiertas
               close reservas
           end-if.

      *>------------------------------------------------------------
      *> Alquileres vivos e historicos: no-shows, danos en las
      *> devoluciones y clientes nuevos con auto grande y largo
      *>------------------------------------------------------------
       revisar-alquileres.
           if alquileres-abiertos
               move low-values to alq-clave
               start alquileresmae key is not less than alq-clave
                   invalid key move "10" to fs-alquileresmae
               end-start
               if ok-alq
                   perform leer-alquiler
               end-if
               perform procesar-alquiler until eof-alq
           end-if.
           open input historico.
           if ok-hist
               perform leer-historico
               perform procesar-historico until eof-hist
               close historico
           end-if.

       leer-alquiler.
           read alquileresmae next record
               at end continue
           end-read.

       leer-historico.
           read historico
               at end continue
           end-read.

       procesar-alquiler.
           if ok-alq
               move alq-patente to mov-patente
               move alq-fecha to mov-fecha
               move alq-tipo-doc to mov-tipo-doc
               move alq-nro-doc to mov-nro-doc
               move alq-estado to mov-estado
               move alq-cantdias to mov-cantdias
               perform evaluar-alquiler
           end-if.
           perform leer-alquiler.

       procesar-historico.
           if ok-hist
               move hist-patente to mov-patente
               move hist-fecha to mov-fecha
               move hist-tipo-doc to mov-tipo-doc
               move hist-nro-doc to mov-nro-doc
               move hist-estado to mov-estado
               move hist-cantdias to mov-cantdias
               perform evaluar-alquiler
           end-if.
           perform leer-historico.

       evaluar-alquiler.
           if mov-nro-doc is not equal to spaces
               and (mov-estado = "N" or "T" or "D" or "P")
               perform ubicar-documento
               if pos-doc > zeroes
                   move mov-fecha to fecha-a-convertir
                   perform invertir-orden-fecha
                   move fecha-convertida to mov-fecha-comp
                   if mov-estado = "N"
                       add 1 to td-no-shows(pos-doc)
                   end-if
                   if mov-estado = "D"
                       add 1 to td-devueltos(pos-doc)
                       perform verificar-danio
                       if alquiler-con-danio
                           add 1 to td-danios(pos-doc)
                       end-if
                   end-if
                   perform verificar-nuevo-premium
               end-if
           end-if.

      *> Devolucion con dano: deposito retenido, o un siniestro de
      *> la patente dentro del periodo alquilado.
       verificar-danio.
           move "N" to con-danio.
           if depositos-abiertos
               move mov-patente to dep-patente
               move mov-fecha to dep-fecha-alq
               read depositos record
                   invalid key continue
                   not invalid key
                       if dep-retenido
                           move "S" to con-danio
                       end-if
               end-read
           end-if.
           if not alquiler-con-danio and siniestros-abiertos
               compute mov-fin-comp = function date-of-integer(
                   function integer-of-date(mov-fecha-comp)
                   + mov-cantdias)
               move mov-patente to sin-patente
               move zeroes to sin-fecha
               start siniestros key is not less than sin-clave
                   invalid key move "10" to fs-siniestros
               end-start
               if ok-sin
                   perform leer-siniestro
               end-if
               perform chequear-siniestro until eof-sin
                   or sin-patente is not equal to mov-patente
                   or alquiler-con-danio
           end-if.

       leer-siniestro.
           read siniestros next record
               at end continue
           end-read.

       chequear-siniestro.
           move sin-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to sin-fecha-comp.
           if sin-fecha-comp is not less than mov-fecha-comp
               and sin-fecha-comp is not greater than mov-fin-comp
               move "S" to con-danio
           else
               perform leer-siniestro
           end-if.

      *> Auto grande por un periodo largo, pedido por un cliente
      *> dado de alta hace menos de DIAS-CLIENTE-NUEVO dias (el
      *> alta en clientes.dat se hace con el primer alquiler).
       verificar-nuevo-premium.
           if autos-abiertos and clientes-abiertos
               and mov-cantdias >= dias-alq-largo
               move mov-patente to aut-patente
               read autos record
                   invalid key move spaces to aut-tamano
               end-read
               if aut-grande
                   move mov-nro-doc to cli-nro-doc
                   read clientes record key is cli-nro-doc
                       invalid key continue
                       not invalid key perform medir-antiguedad
                   end-read
               end-if
           end-if.

       medir-antiguedad.
           if cli-fec-alta > zeroes
               compute dias-antiguedad =
                   function integer-of-date(mov-fecha-comp)
                   - function integer-of-date(cli-fec-alta)
               if dias-antiguedad <= dias-cliente-nuevo
                   add 1 to td-nuevo-premium(pos-doc)
               end-if
           end-if.

      *>------------------------------------------------------------
      *> Clientes: telefonos y direcciones compartidos
      *>------------------------------------------------------------
       revisar-clientes.
           if clientes-abiertos
               perform posicionar-clientes
               perform contar-datos-cliente until eof-cli
               perform posicionar-clientes
               perform marcar-datos-compartidos until eof-cli
           end-if.

       posicionar-clientes.
           move low-values to cli-numero.
           start clientes key is not less than cli-numero
               invalid key move "10" to fs-clientes
           end-start.
           if ok-cli
               perform leer-cliente
           end-if.

       leer-cliente.
           read clientes next record
               at end continue
           end-read.

       contar-datos-cliente.
           if cli-telefono is not equal to spaces
               perform buscar-telefono
               if pos-dato > zeroes
                   add 1 to tt-cant(pos-dato)
               else if cant-telefonos < max-docs
                   add 1 to cant-telefonos
                   move cli-telefono to tt-telefono(cant-telefonos)
                   move 1 to tt-cant(cant-telefonos)
               end-if
           end-if.
           if cli-direccion is not equal to spaces
               perform buscar-direccion
               if pos-dato > zeroes
                   add 1 to tdi-cant(pos-dato)
               else if cant-direcciones < max-docs
                   add 1 to cant-direcciones
                   move cli-direccion to tdi-direccion(cant-direcciones)
                   move 1 to tdi-cant(cant-direcciones)
               end-if
           end-if.
           perform leer-cliente.

       marcar-datos-compartidos.
           if cli-nro-doc is not equal to spaces
               and cli-telefono is not equal to spaces
               perform buscar-telefono
               if pos-dato > zeroes and tt-cant(pos-dato) > 1
                   move cli-nro-doc to mov-nro-doc
                   move space to mov-tipo-doc
                   perform ubicar-documento
                   if pos-doc > zeroes
                       move "S" to td-tel-compartido(pos-doc)
                   end-if
               end-if
           end-if.
           if cli-nro-doc is not equal to spaces
               and cli-direccion is not equal to spaces
               perform buscar-direccion
               if pos-dato > zeroes and tdi-cant(pos-dato) > 1
                   move cli-nro-doc to mov-nro-doc
                   move space to mov-tipo-doc
                   perform ubicar-documento
                   if pos-doc > zeroes
                       move "S" to td-dir-compartida(pos-doc)
                   end-if
               end-if
           end-if.
           perform leer-cliente.

       buscar-telefono.
           move zeroes to pos-dato.
           perform comparar-telefono
               varying ix-dato from 1 by 1
               until ix-dato > cant-telefonos or pos-dato > zeroes.

       comparar-telefono.
           if tt-telefono(ix-dato) = cli-telefono
               move ix-dato to pos-dato
           end-if.

       buscar-direccion.
           move zeroes to pos-dato.
           perform comparar-direccion
               varying ix-dato from 1 by 1
               until ix-dato > cant-direcciones or pos-dato > zeroes.

       comparar-direccion.
           if tdi-direccion(ix-dato) = cli-direccion
               move ix-dato to pos-dato
           end-if.

      *>------------------------------------------------------------
      *> Multas a cargo del cliente
      *>------------------------------------------------------------
       revisar-multas.
           open input multas.
           if ok-mul
               perform leer-multa
               perform procesar-multa until eof-mul
               close multas
           end-if.

       leer-multa.
           read multas next record
               at end continue
           end-read.

       procesar-multa.
           if ok-mul and mul-resp-cliente
               and mul-nro-doc is not equal to spaces
               move mul-nro-doc to mov-nro-doc
               move mul-tipo-doc to mov-tipo-doc
               perform ubicar-documento
               if pos-doc > zeroes
                   add 1 to td-multas(pos-doc)
               end-if
           end-if.
           perform leer-multa.

      *>------------------------------------------------------------
      *> Contracargos de tarjeta
      *>------------------------------------------------------------
       revisar-contracargos.
           open input cupones.
           if ok-cup
               perform leer-cupon
               perform procesar-cupon until eof-cup
               close cupones
           end-if.

       leer-cupon.
           read cupones next record
               at end continue
           end-read.

       procesar-cupon.
           if ok-cup and cup-contracargo
               move cup-referencia to ref-cupon
               move spaces to mov-nro-doc
               move space to mov-tipo-doc
               perform documento-del-cupon
               if mov-nro-doc is not equal to spaces
                   perform ubicar-documento
                   if pos-doc > zeroes
                       add 1 to td-contracargos(pos-doc)
                   end-if
               end-if
           end-if.
           perform leer-cupon.

       documento-del-cupon.
           if ref-prefijo = "FACTURA "
               if facturas-abiertas and ref-fact-nro is numeric
                   move ref-fact-nro to fact-nro
                   read facturas-emitidas record
                       invalid key continue
                       not invalid key
                           move fact-nro-doc to mov-nro-doc
                   end-read
               end-if
           else
               if alquileres-abiertos
                   move ref-patente to alq-patente
                   move ref-fecha to alq-fecha
                   read alquileresmae record
                       invalid key continue
                       not invalid key
                           move alq-nro-doc to mov-nro-doc
                           move alq-tipo-doc to mov-tipo-doc
                   end-read
               end-if
               if mov-nro-doc = spaces and reservas-abiertas
                   move ref-patente to res-patente
                   move ref-fecha to res-fecha
                   read reservas record
                       invalid key continue
                       not invalid key
                           move res-nro-doc to mov-nro-doc
                           move res-tipo-doc to mov-tipo-doc
                   end-read
               end-if
           end-if.

      *>------------------------------------------------------------
      *> Debitos automaticos rechazados
      *>------------------------------------------------------------
       revisar-debitos.
           open input retorno.
           if ok-ret and facturas-abiertas
               perform leer-retorno
               perform procesar-retorno until eof-ret
           end-if.
           if ok-ret or eof-ret
               close retorno
           end-if.

       leer-retorno.
           read retorno
               at end continue
           end-read.

       procesar-retorno.
           if ret-rechazado
               move ret-fact-nro to fact-nro
               read facturas-emitidas record
                   invalid key continue
                   not invalid key
                       if fact-nro-doc is not equal to spaces
                           move fact-nro-doc to mov-nro-doc
                           move space to mov-tipo-doc
                           perform ubicar-documento
                           if pos-doc > zeroes
                               add 1 to td-rechazos(pos-doc)
                           end-if
                       end-if
               end-read
           end-if.
           perform leer-retorno.

      *> Posicion del documento mov-nro-doc en la tabla; lo agrega
      *> si no estaba. pos-doc en cero si la tabla esta llena.
       ubicar-documento.
           move zeroes to pos-doc.
           perform comparar-documento
               varying ix-doc from 1 by 1
               until ix-doc > cant-docs or pos-doc > zeroes.
           if pos-doc = zeroes
               if cant-docs < max-docs
                   add 1 to cant-docs
                   move cant-docs to pos-doc
                   move mov-nro-doc to td-nro-doc(pos-doc)
                   move space to td-tipo-doc(pos-doc)
                   move "N" to td-tel-compartido(pos-doc)
                   move "N" to td-dir-compartida(pos-doc)
               else
                   add 1 to cant-sin-lugar
               end-if
           end-if.
           if pos-doc > zeroes and td-tipo-doc(pos-doc) = space
               move mov-tipo-doc to td-tipo-doc(pos-doc)
           end-if.

       comparar-documento.
           if td-nro-doc(ix-doc) = mov-nro-doc
               move ix-doc to pos-doc
           end-if.

      *>------------------------------------------------------------
      *> Puntaje y casos de revision
      *>------------------------------------------------------------
       actualizar-revision.
           open i-o revision.
           if fs-revision = "35"
               *> primera vez: la lista de revision no existe todavia
               open output revision
               close revision
               open i-o revision
           end-if.
           if not ok-rvf
               display "Error al abrir revision de fraude fs: "
                 fs-revision
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           perform puntuar-documento
               varying ix-doc from 1 by 1 until ix-doc > cant-docs.
           close revision.

       puntuar-documento.
           move zeroes to puntaje.
           move all "N" to motivos-calc.
           if td-tel-compartido(ix-doc) = "S"
               add pts-telefono to puntaje
               move "S" to mot-calc(1)
           end-if.
           if td-dir-compartida(ix-doc) = "S"
               add pts-direccion to puntaje
               move "S" to mot-calc(2)
           end-if.
           if td-no-shows(ix-doc) >= min-no-shows
               compute puntos-motivo =
                   pts-no-show * td-no-shows(ix-doc)
                   on size error move tope-no-show to puntos-motivo
               end-compute
               if puntos-motivo > tope-no-show
                   move tope-no-show to puntos-motivo
               end-if
               add puntos-motivo to puntaje
               move "S" to mot-calc(3)
           end-if.
           if td-devueltos(ix-doc) >= min-devueltos
               and td-danios(ix-doc) * 2 > td-devueltos(ix-doc)
               add pts-danios to puntaje
               move "S" to mot-calc(4)
           end-if.
           if td-nuevo-premium(ix-doc) > zeroes
               add pts-nuevo-premium to puntaje
               move "S" to mot-calc(5)
           end-if.
           if td-contracargos(ix-doc) > zeroes
               compute puntos-motivo =
                   pts-contracargo * td-contracargos(ix-doc)
                   on size error move tope-contracargo to puntos-motivo
               end-compute
               if puntos-motivo > tope-contracargo
                   move tope-contracargo to puntos-motivo
               end-if
               add puntos-motivo to puntaje
               move "S" to mot-calc(6)
           end-if.
           if td-rechazos(ix-doc) > zeroes
               compute puntos-motivo =
                   pts-rechazo-debito * td-rechazos(ix-doc)
                   on size error
                       move tope-rechazo-debito to puntos-motivo
               end-compute
               if puntos-motivo > tope-rechazo-debito
                   move tope-rechazo-debito to puntos-motivo
               end-if
               add puntos-motivo to puntaje
               move "S" to mot-calc(7)
           end-if.
           if td-multas(ix-doc) >= min-multas
               add pts-multas to puntaje
               move "S" to mot-calc(8)
           end-if.
           if puntaje >= umbral-fraude
               add 1 to cant-puntuados
               perform registrar-caso
           end-if.

       registrar-caso.
           move "no" to cliente-bloqueado.
           if td-tipo-doc(ix-doc) is not equal to space
               move spaces to bloqueo-clave
               move td-tipo-doc(ix-doc) to bloqueo-clave(1:1)
               move td-nro-doc(ix-doc) to bloqueo-clave(2:20)
               call "ClienteBloqueado" using bloqueo-tipo,
                bloqueo-clave, fecha-hoy-ddmm, cliente-bloqueado
           end-if.
           if cliente-esta-bloqueado
               add 1 to cant-ya-bloqueados
           else
               move td-nro-doc(ix-doc) to rvf-nro-doc
               read revision
                   invalid key perform alta-caso
                   not invalid key perform revisar-caso-existente
               end-read
           end-if.

       alta-caso.
           move td-nro-doc(ix-doc) to rvf-nro-doc.
           move td-tipo-doc(ix-doc) to rvf-tipo-doc.
           move "P" to rvf-estado.
           move fecha-hoy to rvf-fecha-alta.
           move zeroes to rvf-fecha-resol.
           move spaces to rvf-operador.
           move spaces to rvf-nota.
           perform mover-datos-caso.
           write rec-revision.
           if ok-rvf
               add 1 to cant-nuevos
           else
               display "Error al grabar caso fs: " fs-revision
                   " " rvf-nro-doc
           end-if.

      *> Un caso pendiente se actualiza; uno bloqueado queda como
      *> esta; uno descartado vuelve a pendiente solo si hoy pesa
      *> un motivo que no pesaba cuando se lo descarto.
       revisar-caso-existente.
           if rvf-pendiente
               perform mover-datos-caso
               rewrite rec-revision
               add 1 to cant-actualizados
           else if rvf-descartado
               move "N" to motivo-nuevo
               perform comparar-motivo
                   varying ix-mot from 1 by 1 until ix-mot > 8
               if hay-motivo-nuevo
                   move "P" to rvf-estado
                   move fecha-hoy to rvf-fecha-alta
                   perform mover-datos-caso
                   rewrite rec-revision
                   add 1 to cant-reabiertos
               else
                   add 1 to cant-ya-resueltos
               end-if
           else
               add 1 to cant-ya-resueltos
           end-if.

       comparar-motivo.
           if mot-calc(ix-mot) = "S" and rvf-motivo(ix-mot) = "N"
               move "S" to motivo-nuevo
           end-if.

       mover-datos-caso.
           if td-tipo-doc(ix-doc) is not equal to space
               move td-tipo-doc(ix-doc) to rvf-tipo-doc
           end-if.
           move puntaje to rvf-puntaje.
           move motivos-calc to rvf-motivos.
           move td-no-shows(ix-doc) to rvf-no-shows.
           move td-devueltos(ix-doc) to rvf-devueltos.
           move td-danios(ix-doc) to rvf-danios.
           move td-contracargos(ix-doc) to rvf-contracargos.
           move td-rechazos(ix-doc) to rvf-rechazos.
           move td-multas(ix-doc) to rvf-multas.
           move fecha-hoy to rvf-fecha-scoring.

      *>------------------------------------------------------------
      *> Lista de casos pendientes
      *>------------------------------------------------------------
       emitir-reporte.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to ef1-fecha.
           move umbral-fraude to ef1-umbral.
           write reg-reporte from enc-frd1.
           write reg-reporte from enc-frd2.
           write reg-reporte from enc-frd3.
           open input revision.
           if ok-rvf
               perform leer-revision
               perform listar-caso until eof-rvf
               close revision
           end-if.
           write reg-reporte from enc-frd3.
           move cant-pendientes to pf-cant.
           write reg-reporte from pie-frd.
           move spaces to reg-reporte.
           write reg-reporte.
           write reg-reporte from ley-frd1.
           write reg-reporte from ley-frd2.
           write reg-reporte from ley-frd3.
           close reporte.

       leer-revision.
           read revision next record
               at end continue
           end-read.

       listar-caso.
           if rvf-pendiente
               add 1 to cant-pendientes
               move rvf-tipo-doc to df-tipo-doc
               move rvf-nro-doc to df-nro-doc
               move rvf-puntaje to df-puntaje
               move rvf-estado to df-estado
               perform mover-codigo-motivo
                   varying ix-mot from 1 by 1 until ix-mot > 8
               move rvf-no-shows to df-no-shows
               move rvf-devueltos to df-devueltos
               move rvf-danios to df-danios
               move rvf-contracargos to df-contracargos
               move rvf-rechazos to df-rechazos
               move rvf-multas to df-multas
               move rvf-fecha-alta to df-fecha-alta
               write reg-reporte from det-frd
           end-if.
           perform leer-revision.

       mover-codigo-motivo.
           if rvf-motivo(ix-mot) = "S"
               move cod-motivo(ix-mot) to df-cod-motivo(ix-mot)
           else
               move spaces to df-cod-motivo(ix-mot)
           end-if.

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
