      *>   1) dentro del pre-edit: leidos = buenos + cuarentena
      *>      (del control estructurado preedit-control.txt);
      *>   2) pre-edit -> conciliacion: buenos = aprobados
      *>      (TOTALES-PARTEA) + rechazados (RECHAZADOS.dat) +
      *>      novedades de las agencias (cancelaciones y
      *>      modificaciones, que no pasan por el merge; tambien
      *>      en TOTALES-PARTEA);
      *>   3) asignacion: lineas de NUEVOALQUILERES = lineas de
      *>      NUEVOALQASIGNADOS (AsignarChoferes escribe 1 a 1);
      *>   4) carga al maestro: lineas asignadas = cargados +
      *>      duplicados + errores (control-carga.dat).
      *> El estado de flujos queda en balance-flujos.txt y el
      *> desequilibrio ademas entra a la cola de alertas.
      *> La corrida tardia de agencias (CorridaDiaria.cmd TARDIA)
      *> vuelve a pasar por aca con sus propios conteos: los mismos
      *> cuatro cruces se agregan como seccion aparte al final del
      *> balance de la noche.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is line sequential
           file status is fs-reporte.

       select corrida-tardia
           assign to disk "..\..\..\Files\CORRIDA-TARDIA.dat"
           organization is line sequential
           file status is fs-corrida-tardia.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
               05  tot-ag-cant     pic 9(4).
               05  filler          pic x.
               05  tot-ag-importe  pic 9(7)v99.
           03  filler              pic x.
           03  tot-novedades       pic 9(4).

       fd rechazados
           label record is standard.
           label record is standard.
       01  reg-reporte             pic x(80).

       fd corrida-tardia
           label record is standard.
       01  reg-corrida-tardia.
           03  ctar-modo           pic x.

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 fs-corrida-tardia    pic xx.
           88 ok-ctar                  value "00".
       01 modo-tardio          pic x       value "N".
           88 es-corrida-tardia        value "S".

       77 ws-exit               pic x.

       77 tot-leidos-preedit    pic 9(8)    value zeroes.
       77 tot-cuarentena        pic 9(8)    value zeroes.
       77 tot-reingresados      pic 9(8)    value zeroes.
       77 tot-aprobados-partea  pic 9(8)    value zeroes.
       77 tot-novedades-partea  pic 9(8)    value zeroes.
       77 lineas-rechazados     pic 9(8)    value zeroes.
       77 lineas-nuevoalq       pic 9(8)    value zeroes.
       77 lineas-asignados      pic 9(8)    value zeroes.
               "BALANCE DE FLUJOS DE LA CADENA - Corrida    ".
           03 eb1-fecha         pic 9(8).

       01 enc-bal-tardia.
           03 filler pic x(44) value
               "BALANCE DE LA CORRIDA TARDIA DE AGENCIAS    ".
           03 ebt-fecha         pic 9(8).

       01 enc-bal2.
           03 filler pic x(80) value all "-".


       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-modo-tardio.
           perform sumar-preedit.
           perform sumar-partea.
           perform contar-lineas.
                   "CIERRAN, VER balance-flujos.txt"
               move "BALANCE" to alerta-origen
               move 3 to alerta-severidad
               if es-corrida-tardia
                   move "FUGA EN CORRIDA TARDIA, VER BALANCE-FLUJOS"
                       to alerta-texto
               else
                   move "FUGA DE REGISTROS, VER BALANCE-FLUJOS.TXT"
                       to alerta-texto
               end-if
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
               if ok-tot
                   perform sumar-agencia
                       varying ix-ag from 1 by 1 until ix-ag > 7
                   if tot-novedades is numeric
                       move tot-novedades to tot-novedades-partea
                   end-if
               end-if
               close totales-partea
           end-if.
           end-if.

       emitir-balance.
           if es-corrida-tardia
               open extend reporte
               if not ok-rep
                   open output reporte
               end-if
           else
               open output reporte
           end-if.
           if not ok-rep
               display "Error al abrir balance fs: " fs-reporte
               move 1 to return-code
               stop run
           end-if.
           if es-corrida-tardia
               move function current-date(1:8) to ebt-fecha
               write reg-reporte from enc-bal2
               write reg-reporte from enc-bal-tardia
           else
               move function current-date(1:8) to eb1-fecha
               write reg-reporte from enc-bal1
           end-if.
           write reg-reporte from enc-bal2.

           move "PRE-EDIT: leidos vs buenos+cuarentena        "
           move diferencia to lc-der.
           perform evaluar-chequeo.

           move "CONCILIACION: buenos vs aprob+rechaz+novedad "
               to lc-texto.
           move tot-buenos-preedit to lc-izq.
           compute diferencia = tot-aprobados-partea
               + lineas-rechazados + tot-novedades-partea.
           move diferencia to lc-der.
           perform evaluar-chequeo.

           end-if.
           write reg-reporte from lin-chequeo.

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

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
