      *> de rechazos de la conciliacion, en dias e importe). La
      *> recomendacion es directa: mucha ociosidad sin demanda
      *> perdida = sobra flota de esa clase; demanda perdida con
      *> poca ociosidad = falta. La recomendacion por clase queda
      *> tambien en recomendacion-flota.dat para que
      *> PlanRenovacionFlota la tome al armar el presupuesto de
      *> compras.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is line sequential
           file status is fs-reporte.

       select recomendacion
           assign to disk
               "..\..\..\Entrada\recomendacion-flota.dat"
           organization is line sequential
           file status is fs-recomendacion.

       DATA DIVISION.
       file section.

               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           label record is standard.
       01  reg-reporte             pic x(100).

       fd recomendacion
           label record is standard.
       01  reg-recomendacion.
           03  rf-tamano           pic x.
           03  rf-marca            pic x(20).
           03  rf-recomendado      pic x(5).
           03  rf-desde            pic 9(8).  *> DDMMAAAA
           03  rf-hasta            pic 9(8).  *> DDMMAAAA

       working-storage section.
       01 fs-autos             pic xx.
           88 ok-auto                  value "00".
           88 eof-rech                 value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".
       01 fs-recomendacion     pic xx.
           88 ok-rec                   value "00".
       01 hay-recomendacion    pic x       value "N".
           88 recomendacion-abierta    value "S".

       77 ws-exit               pic x.

           write reg-reporte from enc-mez1.
           write reg-reporte from enc-mez2.
           write reg-reporte from enc-mez3.
           open output recomendacion.
           if ok-rec
               move "S" to hay-recomendacion
           else
               display "Error al abrir recomendacion-flota fs: "
                 fs-recomendacion
           end-if.
           perform escribir-clase
               varying ix-cla from 1 by 1
               until ix-cla > cant-clases.
           close reporte.
           if recomendacion-abierta
               close recomendacion
           end-if.
           display "Reporte emitido en mezcla-flota.txt.".

      *> Recomendacion: mas de la mitad de los dias de flota
               move "OK" to dm-recomendado
           end-if.
           write reg-reporte from det-mez.
           if recomendacion-abierta
               move tc-tamano(ix-cla) to rf-tamano
               move tc-marca(ix-cla) to rf-marca
               move dm-recomendado to rf-recomendado
               move rango-desde to rf-desde
               move rango-hasta to rf-hasta
               write reg-recomendacion
           end-if.

      *> Reordena una fecha DDMMAAAA a AAAAMMDD para comparar y
      *> para FUNCTION INTEGER-OF-DATE.
