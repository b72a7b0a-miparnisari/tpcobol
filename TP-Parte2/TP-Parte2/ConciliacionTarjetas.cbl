       identification division.
       program-id. ConciliacionTarjetas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Conciliacion de la liquidacion de tarjetas: buena parte de
      *> lo que se cobra en mostrador es con tarjeta y nadie
      *> controlaba que la adquirente pagara, ni cuanto se quedaba.
      *> Este paso nocturno lee el archivo de liquidacion que manda
      *> la adquirente (liquidacion-tarjetas.dat) y cruza cada
      *> linea por numero de cupon contra el registro de cupones
      *> que dejan CobranzasClientes, DepositosGarantia y
      *> ReservasAdelantadas (RegistrarCuponTarjeta):
      *>   L liquidacion: el cupon queda liquidado con la fecha de
      *>     pago, el bruto, el arancel, las retenciones y el neto
      *>     acreditado; ExtractoContable lo asienta esa noche;
      *>   K contracargo: el cupon queda en "X" y va al reporte y a
      *>     la cola de alertas, para reclamarlo o cobrarlo de
      *>     nuevo al cliente.
      *> Van al reporte los cupones que la liquidacion trae y no
      *> estan registrados, los liquidados por un bruto distinto
      *> del cobrado, los pagados despues de los dias acordados con
      *> la adquirente (DIAS-LIQ-TARJETA del maestro de
      *> parametros) y los que siguen sin liquidar pasado ese
      *> plazo. Un archivo procesado dos veces no vuelve a tocar
      *> lo ya liquidado. Con novedades la corrida termina con
      *> RC 1.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select liquidacion
           assign to disk "..\..\..\Entrada\liquidacion-tarjetas.dat"
           organization is line sequential
           file status is fs-liquidacion.

       select cupones
           assign to disk "..\..\..\Entrada\cupones-tarjeta.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-nro
           alternate record key is cup-referencia with duplicates
           file status is fs-cupones.

       select reporte
           assign to disk "..\..\..\Salida\conciliacion-tarjetas.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd liquidacion
           label record is standard.
       01  reg-liquidacion.
           03  lqt-tipo            pic x.
               88  lqt-liquidado       value "L".
               88  lqt-contracargo     value "K".
           03  filler              pic x.
           03  lqt-cupon           pic x(12).
           03  filler              pic x.
           03  lqt-fecha-pago      pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  lqt-bruto           pic 9(7)v99.
           03  filler              pic x.
           03  lqt-arancel         pic 9(7)v99.
           03  filler              pic x.
           03  lqt-retencion       pic 9(7)v99.
           03  filler              pic x.
           03  lqt-neto            pic 9(7)v99.

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

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(100).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-liquidacion       pic xx.
           88 ok-lqt                   value "00".
           88 eof-lqt                  value "10".

       01 fs-cupones           pic xx.
           88 ok-cup                   value "00".
           88 eof-cup                  value "10".

       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 hay-liquidacion      pic x       value "N".
           88 liquidacion-recibida     value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       77 fecha-hoy-num         pic 9(7).
       77 dias-demora           pic s9(5).

       77 dias-liq-tarjeta      pic 9(3)    value 010.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       77 cant-lineas           pic 9(5)    value zeroes.
       77 cant-liquidados       pic 9(5)    value zeroes.
       77 cant-repetidos        pic 9(5)    value zeroes.
       77 cant-contracargos     pic 9(5)    value zeroes.
       77 cant-novedades        pic 9(5)    value zeroes.
       77 cant-demorados        pic 9(5)    value zeroes.
       77 tot-bruto             pic 9(9)v99 value zeroes.
       77 tot-arancel           pic 9(9)v99 value zeroes.
       77 tot-retencion         pic 9(9)v99 value zeroes.
       77 tot-neto              pic 9(9)v99 value zeroes.
       77 tot-contracargos      pic 9(9)v99 value zeroes.
       77 tot-demorado          pic 9(9)v99 value zeroes.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12)   value "TARJETAS".
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 enc-rep1.
           03 filler pic x(46) value
               "CONCILIACION DE LIQUIDACIONES DE TARJETA     ".
           03 er1-fecha         pic 9(8).

       01 enc-rep2.
           03 filler pic x(100) value all "-".

       01 enc-rep3.
           03 filler pic x(14) value "Cupon         ".
           03 filler pic x(10) value "Fecha     ".
           03 filler pic x(9)  value "Origen   ".
           03 filler pic x(21) value "Referencia           ".
           03 filler pic x(12) value "     Importe".
           03 filler pic x(2)  value spaces.
           03 filler pic x(32) value "Novedad".

       01 det-rep.
           03 dr-cupon          pic x(12).
           03 filler pic x(2)  value spaces.
           03 dr-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dr-origen         pic x(8).
           03 filler pic x     value spaces.
           03 dr-referencia     pic x(20).
           03 filler pic x     value spaces.
           03 dr-importe        pic zzzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dr-novedad        pic x(32).

       01 tot-rep1.
           03 filler pic x(22) value "LIQUIDADOS:           ".
           03 tr1-cant          pic zzzz9.
           03 filler pic x(9)  value "  Bruto: ".
           03 tr1-bruto         pic zzzzzzzz9.99.
           03 filler pic x(11) value "  Arancel: ".
           03 tr1-arancel       pic zzzzzzzz9.99.

       01 tot-rep2.
           03 filler pic x(22) value "RETENCIONES:          ".
           03 tr2-retencion     pic zzzzzzzz9.99.
           03 filler pic x(15) value "  Neto cobrado:".
           03 tr2-neto          pic zzzzzzzz9.99.

       01 tot-rep3.
           03 filler pic x(22) value "CONTRACARGOS:         ".
           03 tr3-cant          pic zzzz9.
           03 filler pic x(11) value "  Importe: ".
           03 tr3-importe       pic zzzzzzzz9.99.

       01 tot-rep4.
           03 filler pic x(22) value "SIN LIQUIDAR EN PLAZO:".
           03 tr4-cant          pic zzzz9.
           03 filler pic x(11) value "  Importe: ".
           03 tr4-importe       pic zzzzzzzz9.99.

       01 tot-rep5.
           03 filler pic x(22) value "OTRAS NOVEDADES:      ".
           03 tr5-cant          pic zzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-parametros-tarjeta.
           perform abrir-archivos.
           if liquidacion-recibida
               perform leer-liquidacion
               perform conciliar-linea until eof-lqt
           end-if.
           perform revisar-pendientes.
           perform cerrar-archivos.
           display "LINEAS DE LIQUIDACION: " cant-lineas.
           display "CUPONES LIQUIDADOS:    " cant-liquidados
               " neto " tot-neto.
           display "YA LIQUIDADOS (REPETIDOS): " cant-repetidos.
           display "CONTRACARGOS:          " cant-contracargos.
           display "SIN LIQUIDAR EN PLAZO: " cant-demorados.
           display "OTRAS NOVEDADES:       " cant-novedades.
           if cant-contracargos > zeroes
               move 2 to alerta-severidad
               move "CONTRACARGOS DE TARJETA, VER CONCILIACION"
                   to alerta-texto
               perform registrar-alerta
           end-if.
           if cant-demorados > zeroes
               move 2 to alerta-severidad
               move "CUPONES SIN LIQUIDAR FUERA DE PLAZO"
                   to alerta-texto
               perform registrar-alerta
           end-if.
           if cant-novedades > zeroes
               move 1 to alerta-severidad
               move "LIQUIDACION DE TARJETAS CON NOVEDADES"
                   to alerta-texto
               perform registrar-alerta
           end-if.
           if cant-contracargos > zeroes or cant-demorados > zeroes
               or cant-novedades > zeroes
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       leer-parametros-tarjeta.
           move "DIAS-LIQ-TARJETA" to nombre-parametro.
           move dias-liq-tarjeta to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.
           move valor-parametro to dias-liq-tarjeta.

      *> Sin archivo de la adquirente no hubo liquidacion ese dia:
      *> igual se revisan los cupones vencidos. Sin registro de
      *> cupones nunca se cobro con tarjeta.
       abrir-archivos.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num =
               function integer-of-date(fecha-hoy).
           open input liquidacion.
           if ok-lqt
               move "S" to hay-liquidacion
           end-if.
           open i-o cupones.
           if fs-cupones = "35"
               *> primera vez: nunca se registro un cupon
               open output cupones
               close cupones
               open i-o cupones
           end-if.
           if not ok-cup
               display "Error al abrir cupones de tarjeta fs: "
                 fs-cupones
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move fecha-hoy to er1-fecha.
           write reg-reporte from enc-rep1.
           write reg-reporte from enc-rep2.
           write reg-reporte from enc-rep3.
           write reg-reporte from enc-rep2.

      *> *
      *> LIQUIDACION DE LA ADQUIRENTE
      *>
       leer-liquidacion.
           read liquidacion.
           if ok-lqt
               add 1 to cant-lineas
           end-if.
           if fs-liquidacion is not equal to 00 and 10
               display "Error al leer liquidacion fs: "
                 fs-liquidacion
           end-if.

       conciliar-linea.
           if ok-lqt
               move lqt-cupon to cup-nro
               read cupones
                   invalid key
                       perform reportar-cupon-desconocido
                   not invalid key
                       perform aplicar-linea
               end-read
           end-if.
           perform leer-liquidacion.

       aplicar-linea.
           if lqt-liquidado
               perform aplicar-liquidacion
           else if lqt-contracargo
               perform aplicar-contracargo
           else
               move "TIPO DE LINEA DESCONOCIDO" to dr-novedad
               move lqt-bruto to dr-importe
               perform reportar-cupon
               add 1 to cant-novedades
           end-if.

      *> Un cupon ya liquidado con la misma fecha de pago es el
      *> mismo archivo procesado otra vez y se ignora; con otra
      *> fecha es un pago duplicado de la adquirente.
       aplicar-liquidacion.
           if cup-liquidado and cup-fecha-liq = lqt-fecha-pago
               add 1 to cant-repetidos
           else if not cup-pendiente
               move "CUPON YA RESUELTO, LIQUIDADO OTRA VEZ"
                   to dr-novedad
               move lqt-bruto to dr-importe
               perform reportar-cupon
               add 1 to cant-novedades
           else
               move "L" to cup-estado
               move lqt-fecha-pago to cup-fecha-liq
               move lqt-bruto to cup-bruto-liq
               move lqt-arancel to cup-arancel
               move lqt-retencion to cup-retencion
               move lqt-neto to cup-neto
               move fecha-hoy to cup-fecha-conc
               rewrite rec-cupones
               if not ok-cup
                   display "Error al liquidar cupon " cup-nro
                     " fs: " fs-cupones
               else
                   add 1 to cant-liquidados
                   add lqt-bruto to tot-bruto
                   add lqt-arancel to tot-arancel
                   add lqt-retencion to tot-retencion
                   add lqt-neto to tot-neto
                   perform controlar-liquidacion
               end-if
           end-if.

       controlar-liquidacion.
           if lqt-bruto not = cup-importe
               move "BRUTO DISTINTO DEL COBRADO" to dr-novedad
               move lqt-bruto to dr-importe
               perform reportar-cupon
               add 1 to cant-novedades
           end-if.
           compute dias-demora =
               function integer-of-date(lqt-fecha-pago)
               - function integer-of-date(cup-fecha).
           if dias-demora > dias-liq-tarjeta
               move "LIQUIDADO FUERA DE PLAZO" to dr-novedad
               move lqt-neto to dr-importe
               perform reportar-cupon
               add 1 to cant-novedades
           end-if.

       aplicar-contracargo.
           if cup-contracargo
               add 1 to cant-repetidos
           else
               move "X" to cup-estado
               move lqt-fecha-pago to cup-fecha-liq
               move fecha-hoy to cup-fecha-conc
               rewrite rec-cupones
               if not ok-cup
                   display "Error al marcar contracargo " cup-nro
                     " fs: " fs-cupones
               else
                   move "CONTRACARGO" to dr-novedad
                   move lqt-bruto to dr-importe
                   perform reportar-cupon
                   add 1 to cant-contracargos
                   add lqt-bruto to tot-contracargos
               end-if
           end-if.

       reportar-cupon-desconocido.
           move lqt-cupon to dr-cupon.
           move lqt-fecha-pago to dr-fecha.
           move spaces to dr-origen.
           move spaces to dr-referencia.
           move lqt-bruto to dr-importe.
           if lqt-contracargo
               move "CONTRACARGO DE CUPON NO REGISTRADO"
                   to dr-novedad
           else
               move "CUPON NO REGISTRADO" to dr-novedad
           end-if.
           write reg-reporte from det-rep.
           add 1 to cant-novedades.

       reportar-cupon.
           move cup-nro to dr-cupon.
           move cup-fecha to dr-fecha.
           move cup-origen to dr-origen.
           move cup-referencia to dr-referencia.
           write reg-reporte from det-rep.

      *> *
      *> CUPONES SIN LIQUIDAR
      *>
      *> Todo cupon pendiente con mas dias que los acordados desde
      *> el cobro: la adquirente lo debe.
       revisar-pendientes.
           move low-values to cup-nro.
           start cupones key is not less than cup-nro
               invalid key move "10" to fs-cupones
           end-start.
           if not eof-cup
               perform leer-cupon
           end-if.
           perform revisar-cupon until eof-cup.

       leer-cupon.
           read cupones next record
               at end continue
           end-read.

       revisar-cupon.
           if ok-cup and cup-pendiente
               compute dias-demora = fecha-hoy-num
                   - function integer-of-date(cup-fecha)
               if dias-demora > dias-liq-tarjeta
                   move "SIN LIQUIDAR FUERA DE PLAZO" to dr-novedad
                   move cup-importe to dr-importe
                   perform reportar-cupon
                   add 1 to cant-demorados
                   add cup-importe to tot-demorado
               end-if
           end-if.
           perform leer-cupon.

       cerrar-archivos.
           write reg-reporte from enc-rep2.
           move cant-liquidados to tr1-cant.
           move tot-bruto to tr1-bruto.
           move tot-arancel to tr1-arancel.
           write reg-reporte from tot-rep1.
           move tot-retencion to tr2-retencion.
           move tot-neto to tr2-neto.
           write reg-reporte from tot-rep2.
           move cant-contracargos to tr3-cant.
           move tot-contracargos to tr3-importe.
           write reg-reporte from tot-rep3.
           move cant-demorados to tr4-cant.
           move tot-demorado to tr4-importe.
           write reg-reporte from tot-rep4.
           move cant-novedades to tr5-cant.
           write reg-reporte from tot-rep5.
           if liquidacion-recibida
               close liquidacion
           end-if.
           close cupones.
           close reporte.

       registrar-alerta.
           call "RegistrarAlerta" using alerta-origen,
               alerta-severidad, alerta-texto.

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
