       identification division.
       program-id. VencimientoQuejas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Antiguedad de las quejas abiertas fuera de plazo (legajo de
      *> GestionQuejas): cada queja abierta con el vencimiento de su
      *> categoria ya pasado sale en el reporte con los dias de
      *> atraso, agrupada en tramos (1-7, 8-15, 16-30 y mas de 30
      *> dias), con el total por tramo. La primera noche en que una
      *> queja queda fuera de plazo se avisa a la cola central de
      *> alertas (RegistrarAlerta) y se marca, para no repetir el
      *> aviso todas las noches: la queja sigue en el reporte hasta
      *> que se resuelva.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select quejas
           assign to disk "..\..\..\Entrada\quejas.dat"
           organization is indexed
           access mode is sequential
           record key is qja-nro
           file status is fs-quejas.

       select informe
           assign to disk "..\..\..\Salida\quejas-vencidas.txt"
           organization is line sequential
           file status is fs-informe.

      *> Control de corrida (ver Principal): cuando la agenda
      *> nocturna encola este proceso, el ACCEPT final no frena la
      *> cadena.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

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
           03  qja-importe-comp    pic 9(7)v99.
           03  qja-puntos-comp     pic 9(7).
           03  qja-nota-nro        pic 9(6).
           03  qja-alerta-sla      pic x.
               88  qja-alerta-dada     value "S".
           03  qja-operador        pic x(8).

       fd informe
           label record is standard.
       01  reg-informe             pic x(80).

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

       01 fs-quejas            pic xx.
           88 ok-qja                   value "00".
           88 eof-qja                  value "10".

       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.

       01 fecha-hoy             pic 9(8).
       77 fecha-hoy-num         pic 9(7).
       77 dias-atraso           pic s9(5).
       77 ix-tramo              pic 9.

       01 tabla-tramos.
           03 filler pic x(12) value "  1 a 7 dias".
           03 filler pic x(12) value " 8 a 15 dias".
           03 filler pic x(12) value "16 a 30 dias".
           03 filler pic x(12) value "mas de 30   ".
       01 tabla-tramos-r redefines tabla-tramos.
           03 tramo-nombre occurs 4 times pic x(12).

       01 tabla-cant-tramos.
           03 tramo-cant occurs 4 times pic 9(5) value zeroes.

       77 cant-abiertas         pic 9(5)    value zeroes.
       77 cant-vencidas         pic 9(5)    value zeroes.
       77 cant-alertas          pic 9(5)    value zeroes.

       01 alerta-origen         pic x(12).
       01 alerta-severidad      pic 9.
       01 alerta-texto          pic x(60).

       01 texto-alerta-queja.
           03 filler pic x(6)  value "QUEJA ".
           03 taq-nro           pic 9(6).
           03 filler pic x(21) value " FUERA DE PLAZO, AREA".
           03 filler pic x     value spaces.
           03 taq-area          pic x(10).
           03 filler pic x(7)  value " VENCE ".
           03 taq-vto           pic 9(8).

       01 enc-inf1.
           03 filler pic x(42) value
               "QUEJAS ABIERTAS FUERA DE PLAZO  Fecha: ".
           03 ei1-fecha         pic 9(8).

       01 enc-inf2.
           03 filler pic x(8)  value "NRO".
           03 filler pic x(10) value "APERTURA".
           03 filler pic x(9)  value "VENCE".
           03 filler pic x(5)  value "DIAS".
           03 filler pic x(4)  value "CAT".
           03 filler pic x(11) value "AREA".
           03 filler pic x(10) value "CLIENTE".
           03 filler pic x(12) value "TRAMO".

       01 enc-linea.
           03 filler pic x(80) value all "-".

       01 det-queja.
           03 dq-nro            pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dq-apertura       pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dq-vto            pic 9(8).
           03 filler pic x(1)  value spaces.
           03 dq-dias           pic zzz9.
           03 filler pic x(1)  value spaces.
           03 dq-categoria      pic x(2).
           03 filler pic x(2)  value spaces.
           03 dq-area           pic x(10).
           03 filler pic x(1)  value spaces.
           03 dq-cli-numero     pic x(8).
           03 filler pic x(2)  value spaces.
           03 dq-tramo          pic x(12).

       01 det-tramo.
           03 filler pic x(8)  value "Tramo: ".
           03 dt-tramo          pic x(12).
           03 filler pic x(4)  value spaces.
           03 dt-cant           pic zzzz9.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num = function integer-of-date(fecha-hoy).
           open i-o quejas.
           if ok-qja
               perform abrir-informe
               perform leer-queja
               perform revisar-queja until eof-qja
               perform escribir-tramos
               close quejas
               close informe
           else
               display "Sin legajo de quejas."
           end-if.
           display "QUEJAS ABIERTAS:        " cant-abiertas.
           display "FUERA DE PLAZO:         " cant-vencidas.
           display "ALERTAS NUEVAS:         " cant-alertas.
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

       abrir-informe.
           open output informe.
           if not ok-inf
               display "Error al abrir informe de quejas fs: "
                 fs-informe
               move 1 to return-code
               stop run
           end-if.
           move fecha-hoy to ei1-fecha.
           write reg-informe from enc-inf1.
           write reg-informe from enc-inf2.
           write reg-informe from enc-linea.

       leer-queja.
           read quejas next record
               at end continue
           end-read.

       revisar-queja.
           if qja-abierta
               add 1 to cant-abiertas
               if qja-fecha-vto < fecha-hoy
                   perform informar-vencida
               end-if
           end-if.
           perform leer-queja.

       informar-vencida.
           add 1 to cant-vencidas.
           compute dias-atraso = fecha-hoy-num
               - function integer-of-date(qja-fecha-vto).
           if dias-atraso <= 7
               move 1 to ix-tramo
           else if dias-atraso <= 15
               move 2 to ix-tramo
           else if dias-atraso <= 30
               move 3 to ix-tramo
           else
               move 4 to ix-tramo
           end-if.
           add 1 to tramo-cant(ix-tramo).
           move qja-nro to dq-nro.
           move qja-fecha-apertura to dq-apertura.
           move qja-fecha-vto to dq-vto.
           move dias-atraso to dq-dias.
           move qja-categoria to dq-categoria.
           move qja-area to dq-area.
           move qja-cli-numero to dq-cli-numero.
           move tramo-nombre(ix-tramo) to dq-tramo.
           write reg-informe from det-queja.
           if not qja-alerta-dada
               perform alertar-vencimiento
           end-if.

       alertar-vencimiento.
           move qja-nro to taq-nro.
           move qja-area to taq-area.
           move qja-fecha-vto to taq-vto.
           move "QUEJAS" to alerta-origen.
           move 2 to alerta-severidad.
           move texto-alerta-queja to alerta-texto.
           call "RegistrarAlerta" using alerta-origen,
               alerta-severidad, alerta-texto.
           move "S" to qja-alerta-sla.
           rewrite rec-quejas.
           if ok-qja
               add 1 to cant-alertas
           else
               display "Error al marcar alerta de queja fs: "
                 fs-quejas
           end-if.

       escribir-tramos.
           write reg-informe from enc-linea.
           perform escribir-un-tramo
               varying ix-tramo from 1 by 1
               until ix-tramo > 4.

       escribir-un-tramo.
           move tramo-nombre(ix-tramo) to dt-tramo.
           move tramo-cant(ix-tramo) to dt-cant.
           write reg-informe from det-tramo.
