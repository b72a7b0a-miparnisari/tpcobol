           organization is line sequential
           file status is fs-rech-historico.

       *> Corrida tardia de agencias (CorridaDiaria.cmd TARDIA):
       *> lo que se aprueba o rechaza ahi se agrega al final de
       *> rechazos.txt, listado.txt y listado.csv de la noche en vez
       *> de pisarlos, y no se toca el saldo de la noche.
       select corrida-tardia
           assign to disk "..\..\..\Files\CORRIDA-TARDIA.dat"
           organization is line sequential
           file status is fs-corrida-tardia.

      *> Alquileres aprobados en el mostrador (AprobacionMostrador):
      *> ya estan "T" en el maestro y no pasan por la aprobacion de
      *> la noche. Se informan una sola vez (apm-informada) y no
      *> entran en los aprobados de auditoria.txt ni en listado.txt,
      *> tampoco en la reimpresion.
       select aprobaciones-mostrador
           assign to disk "..\..\..\Entrada\aprobaciones-mostrador.dat"
           organization is indexed
           access mode is random
           record key is apm-clave
           file status is fs-aprob-mostrador.

      *> Limite de credito por cliente: el tope puntual cargado por
      *> cobranzas pisa el default por categoria (parametros
      *> LIMITE-CAT-A/B/C). La exposicion abierta mas el alquiler
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).   *> nro de legajo del chofer
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.   *> 0 = propio, 1..6 = agencia
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo              value "A".
               88  aut-subalquilado        value "S".
           03  aut-sucursal        pic 99.

       fd alquileres-chofer
               05  c2-fecha    pic 9(8).
           03 c2-tipo-doc      pic x.
           03 c2-nro-doc       pic x(20).
           03 c2-importe       pic 9(6)v99.
           03 c2-chofer        pic x(7).
           03 c2-estado        pic x.
           03 c2-agencia       pic 9.
               05  rech-fecha      pic 9(8).
           03  rech-tipo-doc       pic x.
           03  rech-nro-doc        pic x(20).
           03  rech-importe        pic 9(6)v99.
           03  rech-motivo         pic 99.
               88  rech-mot-chofer-no-encontrado    value 1.
               88  rech-mot-chofer-inactivo         value 2.
               88  rech-mot-periodo-cerrado         value 14.
               88  rech-mot-sin-poliza              value 15.
               88  rech-mot-cliente-bloqueado       value 16.
               88  rech-mot-auto-en-traslado        value 17.
               88  rech-mot-auto-en-preparacion     value 18.
               88  rech-mot-tercero-fuera-periodo   value 19.
           *> "S" cuando el rechazo ya fue corregido y reencolado
           *> por ReprocesoRechazos; sirve para no reprocesarlo dos
           *> veces y para medir cuanto del volumen rechazado es
       01  reg-parametros.
           03  param-lineas-por-hoja   pic 99.

       fd corrida-tardia
           label record is standard.
       01  reg-corrida-tardia.
           03  ctar-modo           pic x.

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
               05  resp-alq-fecha   pic 9(8).
           03 resp-alq-tipo-doc pic x.
           03 resp-alq-nro-doc  pic x(20).
           03 resp-alq-importe  pic 9(6)v99.
           03 resp-alq-chofer   pic x(7).
           03 resp-alq-estado   pic x.
           03 resp-alq-agencia  pic 9.
           03  bit-registros       pic 9(7).
           03  filler              pic x       value spaces.
           03  bit-estado          pic x(2).
           03  filler              pic x(27)   value spaces.
           03  bit-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  bit-control         pic 9(9).

       fd cierre
           label record is standard.
           03  filler              pic x       value spaces.
           03  rhist-nro-doc       pic x(20).
           03  filler              pic x       value spaces.
           03  rhist-importe       pic 9(6)v99.
           03  filler              pic x       value spaces.
           03  rhist-motivo        pic 99.
           03  filler              pic x       value spaces.
           03  rhist-agencia       pic 9.     *> 0 = propio

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
           03  apm-informada       pic x.

       fd limites-credito
           label record is standard.
           03  temp-cli-nro-doc     pic     x(20).
           03  temp-cli-direccion   pic     x(30).
           03  temp-cli-telefono    pic     x(20).
           03  temp-importe         pic     9(6)v99.
           03  temp-sucursal        pic     99.
           
           

       01 fs-bitacora         pic xx.
           88 ok-bit                   value "00".
       01 sello-log             pic x(12)   value "BITACORA".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).

       01 fs-alq-resp         pic xx.
           88 ok-alq-resp              value "00".
           88 modo-desatendido         value "S".
       01 usuario-corrida      pic x(8)    value spaces.

       01 fs-corrida-tardia    pic xx.
           88 ok-ctar                  value "00".
       01 modo-tardio          pic x       value "N".
           88 es-corrida-tardia        value "S".
       01 csv-agregado         pic x       value "N".
       01 fs-aprob-mostrador   pic xx.
           88 ok-apm                   value "00".
       01 hay-aprob-mostrador  pic x       value "N".
           88 aprob-mostrador-abiertas value "S".
       01 es-aprob-mostrador   pic x       value "N".

       77 fecha-cerrada-hasta   pic 9(8)      value zeroes.

       77 tot-gral-anterior     pic 9(9)v99     value zeroes.
       77 cont-rechazados        pic 9(7)        value zeroes.
       77 cont-a-revision        pic 9(7)        value zeroes.
       77 cont-p-vistos          pic 9(7)        value zeroes.
       77 cont-mostrador         pic 9(7)        value zeroes.
       77 cont-pendientes        pic 9(7)        value zeroes.

       01 fs-rechazados       pic xx.
                    
       01 ENCABEZADO8.
           03  FILLER PIC X(23)    VALUE  "Totales por Chofer: ".
           03  E8-TOT-CHOFER       PIC 9(7)v99.
           
       01 ENCABEZADO9.
           03  FILLER PIC X(23)    VALUE  "Totales por Fecha: ".

       01 auto-fuera-servicio       pic xx.
           88 auto-esta-fuera-servicio  value "si".
       01 auto-en-transito          pic xx.
           88 auto-esta-en-transito     value "si".
       01 auto-en-preparacion       pic xx.
           88 auto-esta-en-preparacion  value "si".
       01 subalquiler-vigente       pic xx.
           88 auto-en-subalquiler       value "si".
           88 auto-fuera-subalquiler    value "no".

       01 poliza-vigente            pic xx.
           88 auto-tiene-poliza         value "si".

       *> Rango razonable de alq-importe; fuera de esto es casi
       *> siempre un error de tipeo, no una tarifa real.
       77 importe-minimo            pic 9(6)v99   value 000001.00.
       77 importe-maximo            pic 9(6)v99   value 999999.00.

       *> Por encima de este importe el alquiler es legitimo pero el
       *> seguro exige una segunda firma: no pasa directo a "T" sino
       *> a revision ("R"), y un supervisor lo libera o lo rechaza
       *> en RevisionSupervisor.
       77 importe-revision          pic 9(6)v99   value 002000.00.

       *> Ultima patente/fecha aprobada en esta corrida. Como
       *> alquileresmae se procesa en orden ascendente de alq-clave
           03  ult-nro-doc-aprobado    pic x(20)   value spaces.
       77 tot-gral                  pic 9(9)v99     value zeroes.
       77 tot-fechas                pic 9(7)v99     value zeroes.
       77 tot-chof                  pic 9(7)v99     value zeroes.
       
       77 nro-hoja                  pic 9(3)       value 1.
       77 nro-linea                 pic 99         value zeroes.
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "PRINCIPAL".

       PROCEDURE DIVISION.
           move "Principal" to bit-programa.
           move "INICIO" to bit-evento.
           move spaces to bit-estado.
           perform registrar-bitacora.
           perform leer-parametros-corrida.
           perform leer-modo-tardio.
           perform leer-parametros.
           perform leer-parametros-sistema.
           perform leer-cierre-periodos.
           if ok-bit
               move function current-date(1:8) to bit-fecha
               move function current-date(9:6) to bit-hora
               move reg-bitacora(1:80) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to bit-secuencia
               move sello-control to bit-control
               write reg-bitacora
               close bitacora
           end-if.
               close parametros-corrida
           end-if.

       leer-modo-tardio.
           open input corrida-tardia.
           if ok-ctar
               read corrida-tardia
                   at end move spaces to ctar-modo
               end-read
               if ctar-modo = "S"
                   move "S" to modo-tardio
               end-if
               close corrida-tardia
           end-if.

       obtener-rango-batch.
           if modo-desatendido
               move corr-modo-principal to modo-corrida
           perform cerrar-alquileres.

       procesar-reimpresion.
           move "N" to es-aprob-mostrador.
           if alq-estado = "T" and aprob-mostrador-abiertas
               move alq-clave to apm-clave
               read aprobaciones-mostrador
                   invalid key continue
                   not invalid key
                       move "S" to es-aprob-mostrador
               end-read
           end-if.
           if alq-estado = "T" and es-aprob-mostrador = "N"
               move alq-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to alq-fecha-comp
               accept op
               stop run
           end-if.
           if modo-aprobacion
               open i-o aprobaciones-mostrador
           else
               open input aprobaciones-mostrador
           end-if.
           if ok-apm
               move "S" to hay-aprob-mostrador
           end-if.
           
       abrir-rechazados.
           if es-corrida-tardia
               open extend rechazos
               if not ok-rech
                   open output rechazos
               end-if
           else
               open output rechazos
           end-if.
           if not ok-rech
               display "Error al abrir archivo rechazados fs: "
                 fs-rechazados
                       perform verificar-patente-flota
                       if auto-esta-en-flota
                           perform verificar-fuera-servicio
                       else if auto-fuera-subalquiler
                           move 19 to motivo-rechazo
                           perform rechazar-alquiler
                       else
                           move 4 to motivo-rechazo
                           perform rechazar-alquiler
                   end-if
               end-if
           end-if.
           if alq-estado = "T" and aprob-mostrador-abiertas
               perform informar-aprobacion-mostrador
           end-if.
           perform leer-alquileres.

       *> Un "T" del mostrador se cuenta aparte la primera vez que
       *> la corrida lo ve, y queda marcado para no volver a
       *> informarlo.
       informar-aprobacion-mostrador.
           move alq-clave to apm-clave.
           read aprobaciones-mostrador
               invalid key continue
               not invalid key
                   if apm-informada is not equal to "S"
                       move "S" to apm-informada
                       rewrite rec-aprob-mostrador
                       add 1 to cont-mostrador
                   end-if
           end-read.

       *> Un vehiculo en taller o vendido (aut-estado distinto de
       *> "A") no se alquila: se lo trata igual que una patente que
       *> no esta en la flota, porque a efectos del alquiler no lo
       *> esta.
      *> Un auto de tercero subalquilado (aut-estado "S", ver
      *> Subalquileres) es flota solo dentro del periodo que lo
      *> tenemos: fuera de el se rechaza con su propio motivo.
       verificar-patente-flota.
           move spaces to subalquiler-vigente.
           move alq-patente to aut-patente.
           read autos
               invalid key move "no" to auto-flag
       verificar-estado-auto.
           if aut-activo
               move "si" to auto-flag
           else if aut-subalquilado
               call "SubalquilerVigente" using alq-patente, alq-fecha,
                subalquiler-vigente
               move subalquiler-vigente to auto-flag
           else
               move "no" to auto-flag
           end-if.
           if auto-esta-fuera-servicio
               move 9 to motivo-rechazo
               perform rechazar-alquiler
           else
               perform verificar-en-transito
           end-if.

      *> Un auto que viaja de una sucursal a otra con una orden de
      *> reposicion (OrdenesReposicion) no esta en ninguna de las
      *> dos puntas: esa fecha no se alquila.
       verificar-en-transito.
           call "AutoEnTransito" using alq-patente, alq-fecha,
            auto-en-transito.
           if auto-esta-en-transito
               move 17 to motivo-rechazo
               perform rechazar-alquiler
           else
               perform verificar-en-preparacion
           end-if.

      *> Un auto recien devuelto queda en la cola de preparacion
      *> (lavado, control, combustible) hasta que la playa lo marca
      *> listo en PreparacionVehiculos: mientras tanto no se entrega
      *> en el dia.
       verificar-en-preparacion.
           call "AutoEnPreparacion" using alq-patente, alq-fecha,
            auto-en-preparacion.
           if auto-esta-en-preparacion
               move 18 to motivo-rechazo
               perform rechazar-alquiler
           else
               perform verificar-poliza
           end-if.
           end-if.

       aprobar-o-derivar.
           move rec-alquileresmae to nes-antes-arg.
           perform resolver-limite-credito.
           compute exposicion-cliente =
               saldo-abierto-cliente + alq-importe.

       actualizar-alquileres.  
           rewrite rec-alquileresmae.
           if ok-alq
               move "M" to nes-tipo-arg
               move rec-alquileresmae to nes-despues-arg
               perform registrar-novedad-estadistica
           end-if.
           
       escribir-arch-temporal.
           move alq-fecha to temp-fecha.
            move rech-nro-doc to rhist-nro-doc.
            move rech-importe to rhist-importe.
            move rech-motivo to rhist-motivo.
            move alq-agencia to rhist-agencia.
            write reg-rech-historico.
           
       cerrar-alquileres.
           close alquileresmae.
           if aprob-mostrador-abiertas
               close aprobaciones-mostrador
           end-if.
           
       cerrar-rechazados.
           close rechazos.
           perform escribir-tot-gral.
           perform escribir-tot-turnos.
           perform escribir-tot-sucursales.
           if not es-corrida-tardia
               perform reconciliar-tot-gral
           end-if.
           perform cerrar-listado.
           perform cerrar-listado-csv.

       abrir-listado.
           if es-corrida-tardia
               open extend listado
               if not ok-list
                   open output listado
               end-if
           else
               open output listado
           end-if.
            if not ok-list
               display "Error al abrir archivo listado fs: "
                 fs-listado
           end-if.

       abrir-listado-csv.
           *> al agregar la corrida tardia el csv ya tiene su fila
           *> de titulos
           move "N" to csv-agregado.
           if es-corrida-tardia
               open extend listado-csv
               if ok-list-csv
                   move "S" to csv-agregado
               end-if
           end-if.
           if csv-agregado = "N"
               perform crear-listado-csv
           end-if.

       crear-listado-csv.
           open output listado-csv.
           if not ok-list-csv
               display "Error al abrir archivo listado.csv fs: "
           move cont-pendientes to aud-pendientes.
           move usuario-corrida to aud-usuario.
           write reg-auditoria.
           if cont-mostrador > zeroes
               display "Aprobados en mostrador desde la corrida "
                   "anterior (fuera de esta auditoria): "
                   cont-mostrador
           end-if.
           close auditoria.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
