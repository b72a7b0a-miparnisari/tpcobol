               05  rech-fecha      pic 9(8).
           03  rech-tipo-doc       pic x.
           03  rech-nro-doc        pic x(20).
           03  rech-importe        pic 9(6)v99.
           03  rech-motivo         pic 99.
           03  rech-reproceso      pic x.

               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  temp-fecha      pic 9(8).
           03  temp-tipo-doc       pic x.
           03  temp-nro-doc        pic x(20).
           03  temp-importe        pic 9(6)v99.
           03  temp-reproceso      pic x.

       working-storage section.
           03 filler pic x(30) value "PERIODO CERRADO".
           03 filler pic x(30) value "SIN POLIZA VIGENTE".
           03 filler pic x(30) value "CLIENTE BLOQUEADO".
           03 filler pic x(30) value "AUTO EN TRASLADO A OTRA SUC.".
           03 filler pic x(30) value "AUTO EN PREPARACION".
           03 filler pic x(30) value "AUTO DE TERCERO FUERA PERIODO".
       01 tabla-textos-r redefines tabla-textos-motivo.
           03 texto-motivo occurs 19 times pic x(30).

       77 motivo-actual         pic 99      value zeroes.
       77 cant-motivo           pic 9(5)    value zeroes.
           03 filler pic x(2)  value spaces.
           03 di-telefono       pic x(20).
           03 filler pic x(2)  value spaces.
           03 di-importe        pic zzzzz9.99.

       01 det-inf-chofer.
           03 filler pic x(11) value "   Chofer: ".
           03 filler pic x(20) value "TOTAL DE RECHAZOS:  ".
           03 ti-cant           pic zzzz9.

       01 csv-importe-ed        pic zzzzz9.99.

       PROCEDURE DIVISION.
           perform sort-informe.
           move temp-motivo to motivo-actual.
           move zeroes to cant-motivo.
           move motivo-actual to tm-motivo.
           if motivo-actual >= 1 and motivo-actual <= 19
               move texto-motivo(motivo-actual) to tm-texto
           else
               move "MOTIVO DESCONOCIDO" to tm-texto
