       identification division.
       program-id. CohortesClientes.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Retencion por cohorte: SegmentacionClientes dice cuanto
      *> gasto cada cliente, pero no si los clientes que ganamos se
      *> quedan. Cada cliente (documento) entra en la cohorte del mes
      *> de su primer alquiler, mirando el maestro vivo y el
      *> historico archivado (ArchivarAlquileres). Para 12 cohortes
      *> desde el mes pedido se informa, mes a mes desde la
      *> captacion (mes 0 = el de la captacion, hasta el mes 12),
      *> cuantos clientes de la cohorte alquilaron ese mes y cuanto
      *> gastaron.
      *>
      *> El mismo cuadro sale para el total y separado por tipo de
      *> cliente (CORPORATIVOS: documento cargado en una cuenta
      *> corporativa, cuentas-corp-docs.dat; PARTICULARES: el resto)
      *> y por canal de captacion (la agencia del primer alquiler,
      *> 1 a 6, o DIRECTOS), para orientar el gasto comercial.
      *> Cuentan los alquileres aprobados o devueltos (T y D) por su
      *> importe aprobado, como en SegmentacionClientes.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
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

       select cuentas-docs
           assign to disk "..\..\..\Entrada\cuentas-corp-docs.dat"
           organization is indexed
           access mode is random
           record key is ctd-nro-doc
           file status is fs-cuentas-docs.

       select reporte
           assign to disk "..\..\..\Salida\cohortes-clientes.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido las
      *> cohortes son los 12 meses que terminan el mes anterior y el
      *> ACCEPT final no frena la cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

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

       fd cuentas-docs
           label record is standard.
       01  rec-cuentas-docs.
           03  ctd-nro-doc         pic x(20).
           03  ctd-cta-id          pic x(8).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(120).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-historico-arch    pic xx.
           88 ok-hist                  value "00".
           88 eof-hist                 value "10".
       01 fs-cuentas-docs      pic xx.
           88 ok-ctd                   value "00".
       01 hay-cuentas-docs     pic x       value "N".
           88 cuentas-docs-abiertas    value "S".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 mes-desde             pic 99.
       01 anio-desde            pic 9(4).
       77 mes-abs-desde         pic 9(6).

      *> Alquiler en curso, venga del maestro o del historico
       01 mov-nro-doc           pic x(20).
       01 mov-fecha             pic 9(8).  *> DDMMAAAA
       01 mov-importe           pic 9(6)v99.
       01 mov-agencia           pic 9.
       01 mov-estado            pic x.
       77 mov-fecha-comp        pic 9(8).
       77 mov-mes-abs           pic 9(6).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Un elemento por documento: primer alquiler (AAAAMMDD y mes
      *> absoluto = anio * 12 + mes), agencia de captacion, si es
      *> corporativo, y los meses 0..12 ya contados (un cliente
      *> cuenta una sola vez por mes).
       01 tabla-clientes.
           03 tc-elem occurs 3000 times.
               05 tc-nro-doc       pic x(20).
               05 tc-primera       pic 9(8).
               05 tc-mes-abs       pic 9(6).
               05 tc-agencia       pic 9.
               05 tc-corporativo   pic x.
               05 tc-meses.
                   07 tc-mes-contado occurs 13 times pic x.
       77 cant-clientes         pic 9(4)    value zeroes.
       77 max-clientes          pic 9(4)    value 3000.
       77 ix-cli                pic 9(4).
       77 pos-cli               pic 9(4).
       77 cant-sin-lugar        pic 9(5)    value zeroes.

      *> Cuadro por segmento: 1 TOTAL, 2 CORPORATIVOS,
      *> 3 PARTICULARES, 4 DIRECTOS, 5 a 10 AGENCIA 1 a 6.
       01 tabla-segmentos.
           03 seg-elem occurs 10 times.
               05 seg-cohorte occurs 12 times.
                   07 seg-mes occurs 13 times.
                       09 seg-clientes     pic 9(5).
                       09 seg-importe      pic 9(9)v99.
       77 ix-seg                pic 99.
       77 ix-coh                pic 99.
       77 ix-mes                pic 99.
       77 seg-tipo              pic 99.
       77 seg-canal             pic 99.
       77 desplazamiento        pic s9(6).
       77 pos-mes               pic 99.
       77 cohorte-mes           pic 99.
       77 cohorte-anio          pic 9(4).
       77 cohorte-resto         pic 9(6).
       77 cant-alq-periodo      pic 9(6)    value zeroes.

       01 tabla-titulos-seg.
           03 filler pic x(14) value "TOTAL".
           03 filler pic x(14) value "CORPORATIVOS".
           03 filler pic x(14) value "PARTICULARES".
           03 filler pic x(14) value "DIRECTOS".
           03 filler pic x(14) value "AGENCIA 1".
           03 filler pic x(14) value "AGENCIA 2".
           03 filler pic x(14) value "AGENCIA 3".
           03 filler pic x(14) value "AGENCIA 4".
           03 filler pic x(14) value "AGENCIA 5".
           03 filler pic x(14) value "AGENCIA 6".
       01 tabla-titulos-seg-r redefines tabla-titulos-seg.
           03 tit-segmento occurs 10 times pic x(14).

       01 enc-coh1.
           03 filler pic x(44) value
               "RETENCION POR COHORTE - Cohortes desde      ".
           03 ec1-mes           pic 99.
           03 filler pic x     value "/".
           03 ec1-anio          pic 9(4).

       01 enc-coh2.
           03 filler pic x(11) value "SEGMENTO: ".
           03 ec2-segmento      pic x(14).
           03 filler pic x(3)  value " - ".
           03 ec2-cuadro        pic x(30).

       01 enc-coh3.
           03 filler pic x(8)  value "Cohorte".
           03 ec3-col occurs 13 times.
               05 filler        pic x(5).
               05 ec3-mes       pic 99.
               05 filler        pic x.

       01 enc-coh4.
           03 filler pic x(112) value all "-".

       01 det-coh.
           03 dc-mes            pic 99.
           03 filler pic x     value "/".
           03 dc-anio           pic 9(4).
           03 filler pic x     value spaces.
           03 dc-col occurs 13 times.
               05 dc-valor      pic zzzzzz9.
               05 filler        pic x.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform pedir-periodo.
           compute mes-abs-desde = anio-desde * 12 + mes-desde - 1.
           open input cuentas-docs.
           if ok-ctd
               move "S" to hay-cuentas-docs
           end-if.
           perform cargar-primeros-alquileres.
           if cuentas-docs-abiertas
               close cuentas-docs
           end-if.
           move zeroes to tabla-segmentos.
           perform acumular-actividad.
           perform emitir-reporte.
           display "CLIENTES CON ALQUILERES: " cant-clientes.
           display "ALQUILERES EN COHORTES:  " cant-alq-periodo.
           move 0 to return-code.
           if cant-sin-lugar > zeroes
               display "DOCUMENTOS SIN LUGAR EN TABLA: " cant-sin-lugar
               move 1 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *> En modo desatendido: los 12 meses que terminan el mes
      *> calendario anterior (arranca el mismo mes del anio pasado).
       pedir-periodo.
           if modo-desatendido
               move function current-date(1:4) to anio-desde
               move function current-date(5:2) to mes-desde
               subtract 1 from anio-desde
           else
               display "Primera cohorte, mes (MM): "
               accept mes-desde
               display "Primera cohorte, anio (AAAA): "
               accept anio-desde
           end-if.
           if mes-desde < 1 or mes-desde > 12
               display "Mes invalido."
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

      *>------------------------------------------------------------
      *> Primer paso: primer alquiler de cada documento
      *>------------------------------------------------------------
       cargar-primeros-alquileres.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform registrar-primero-alquiler until eof-alq
               close alquileresmae
           end-if.
           open input historico.
           if ok-hist
               perform leer-historico
               perform registrar-primero-historico until eof-hist
               close historico
           end-if.

       leer-alquiler.
           read alquileresmae
               at end continue
           end-read.

       leer-historico.
           read historico
               at end continue
           end-read.

       registrar-primero-alquiler.
           if ok-alq
               perform mover-alquiler
               perform registrar-primero
           end-if.
           perform leer-alquiler.

       registrar-primero-historico.
           if ok-hist
               perform mover-historico
               perform registrar-primero
           end-if.
           perform leer-historico.

       mover-alquiler.
           move alq-nro-doc to mov-nro-doc.
           move alq-fecha to mov-fecha.
           move alq-importe to mov-importe.
           move alq-agencia to mov-agencia.
           move alq-estado to mov-estado.

       mover-historico.
           move hist-nro-doc to mov-nro-doc.
           move hist-fecha to mov-fecha.
           move hist-importe to mov-importe.
           move hist-agencia to mov-agencia.
           move hist-estado to mov-estado.

      *> Cuentan los alquileres que llegaron a aprobarse: "T" o ya
      *> devueltos "D". Pendientes y rechazados no son consumo.
       registrar-primero.
           if (mov-estado = "T" or mov-estado = "D")
               and mov-nro-doc is not equal to spaces
               perform fechar-movimiento
               perform buscar-cliente
               if pos-cli = zeroes
                   if cant-clientes < max-clientes
                       perform alta-cliente
                   else
                       add 1 to cant-sin-lugar
                   end-if
               else if mov-fecha-comp < tc-primera(pos-cli)
                   move mov-fecha-comp to tc-primera(pos-cli)
                   move mov-mes-abs to tc-mes-abs(pos-cli)
                   move mov-agencia to tc-agencia(pos-cli)
               end-if
           end-if.

       fechar-movimiento.
           move mov-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to mov-fecha-comp.
           compute mov-mes-abs = fec-aaaa * 12 + fec-mm - 1.

       buscar-cliente.
           move zeroes to pos-cli.
           perform comparar-cliente
               varying ix-cli from 1 by 1
               until ix-cli > cant-clientes or pos-cli > zeroes.

       comparar-cliente.
           if tc-nro-doc(ix-cli) = mov-nro-doc
               move ix-cli to pos-cli
           end-if.

       alta-cliente.
           add 1 to cant-clientes.
           move cant-clientes to pos-cli.
           move mov-nro-doc to tc-nro-doc(pos-cli).
           move mov-fecha-comp to tc-primera(pos-cli).
           move mov-mes-abs to tc-mes-abs(pos-cli).
           move mov-agencia to tc-agencia(pos-cli).
           move spaces to tc-meses(pos-cli).
           move "N" to tc-corporativo(pos-cli).
           if cuentas-docs-abiertas
               move mov-nro-doc to ctd-nro-doc
               read cuentas-docs record
                   invalid key continue
                   not invalid key move "S" to tc-corporativo(pos-cli)
               end-read
           end-if.

      *>------------------------------------------------------------
      *> Segundo paso: actividad de cada cohorte mes a mes
      *>------------------------------------------------------------
       acumular-actividad.
           open input alquileresmae.
           if ok-alq
               perform leer-alquiler
               perform acumular-alquiler until eof-alq
               close alquileresmae
           end-if.
           open input historico.
           if ok-hist
               perform leer-historico
               perform acumular-historico until eof-hist
               close historico
           end-if.

       acumular-alquiler.
           if ok-alq
               perform mover-alquiler
               perform acumular-movimiento
           end-if.
           perform leer-alquiler.

       acumular-historico.
           if ok-hist
               perform mover-historico
               perform acumular-movimiento
           end-if.
           perform leer-historico.

      *> Cohorte = mes del primer alquiler respecto de la primera
      *> cohorte pedida (1 a 12); mes = meses desde la captacion
      *> (0 a 12, se guarda en la posicion 1 a 13).
       acumular-movimiento.
           if (mov-estado = "T" or mov-estado = "D")
               and mov-nro-doc is not equal to spaces
               perform fechar-movimiento
               perform buscar-cliente
               if pos-cli > zeroes
                   compute desplazamiento =
                       tc-mes-abs(pos-cli) - mes-abs-desde
                   if desplazamiento >= 0 and desplazamiento < 12
                       compute ix-coh = desplazamiento + 1
                       compute desplazamiento =
                           mov-mes-abs - tc-mes-abs(pos-cli)
                       if desplazamiento >= 0 and desplazamiento < 13
                           compute pos-mes = desplazamiento + 1
                           perform sumar-en-cohorte
                       end-if
                   end-if
               end-if
           end-if.

       sumar-en-cohorte.
           add 1 to cant-alq-periodo.
           if tc-corporativo(pos-cli) = "S"
               move 2 to seg-tipo
           else
               move 3 to seg-tipo
           end-if.
           if tc-agencia(pos-cli) >= 1 and tc-agencia(pos-cli) <= 6
               compute seg-canal = tc-agencia(pos-cli) + 4
           else
               move 4 to seg-canal
           end-if.
           move 1 to ix-seg.
           perform sumar-segmento.
           move seg-tipo to ix-seg.
           perform sumar-segmento.
           move seg-canal to ix-seg.
           perform sumar-segmento.
           move "S" to tc-mes-contado(pos-cli, pos-mes).

       sumar-segmento.
           if tc-mes-contado(pos-cli, pos-mes) is not equal to "S"
               add 1 to seg-clientes(ix-seg, ix-coh, pos-mes)
           end-if.
           add mov-importe to seg-importe(ix-seg, ix-coh, pos-mes).

      *>------------------------------------------------------------
      *> Reporte: por segmento, clientes activos e importe gastado
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
           move mes-desde to ec1-mes.
           move anio-desde to ec1-anio.
           write reg-reporte from enc-coh1.
           perform armar-columna-mes
               varying ix-mes from 1 by 1 until ix-mes > 13.
           perform imprimir-segmento
               varying ix-seg from 1 by 1 until ix-seg > 10.
           close reporte.

       armar-columna-mes.
           move spaces to ec3-col(ix-mes).
           compute ec3-mes(ix-mes) = ix-mes - 1.

       imprimir-segmento.
           move tit-segmento(ix-seg) to ec2-segmento.
           move "CLIENTES QUE ALQUILARON" to ec2-cuadro.
           perform imprimir-encabezado-cuadro.
           perform imprimir-cohorte-clientes
               varying ix-coh from 1 by 1 until ix-coh > 12.
           move "IMPORTE GASTADO" to ec2-cuadro.
           perform imprimir-encabezado-cuadro.
           perform imprimir-cohorte-importe
               varying ix-coh from 1 by 1 until ix-coh > 12.

       imprimir-encabezado-cuadro.
           move spaces to reg-reporte.
           write reg-reporte.
           write reg-reporte from enc-coh2.
           write reg-reporte from enc-coh3.
           write reg-reporte from enc-coh4.

      *> Mes y anio calendario de la cohorte ix-coh
       armar-fila-cohorte.
           compute cohorte-resto = mes-abs-desde + ix-coh - 1.
           divide cohorte-resto by 12
               giving cohorte-anio remainder cohorte-mes.
           add 1 to cohorte-mes.
           move cohorte-mes to dc-mes.
           move cohorte-anio to dc-anio.

       imprimir-cohorte-clientes.
           perform armar-fila-cohorte.
           perform mover-clientes-mes
               varying ix-mes from 1 by 1 until ix-mes > 13.
           write reg-reporte from det-coh.

       mover-clientes-mes.
           move seg-clientes(ix-seg, ix-coh, ix-mes)
               to dc-valor(ix-mes).

       imprimir-cohorte-importe.
           perform armar-fila-cohorte.
           perform mover-importe-mes
               varying ix-mes from 1 by 1 until ix-mes > 13.
           write reg-reporte from det-coh.

       mover-importe-mes.
           move seg-importe(ix-seg, ix-coh, ix-mes)
               to dc-valor(ix-mes).

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
