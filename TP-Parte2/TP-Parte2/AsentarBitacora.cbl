       identification division.
       program-id. AsentarBitacora.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Lineas de la cadena nocturna en la bitacora compartida:
      *> CorridaDiaria dejaba sus transiciones (INICIO, PASO x,
      *> FIN) con un ECHO directo al archivo, y esas lineas
      *> quedaban afuera del sellado (ver EncadenarRegistro). Ahora
      *> el .cmd deja el texto en la variable de entorno
      *> BITACORA-EVENTO y llama a este paso, que lo asienta tal
      *> cual, con el mismo formato libre de siempre (MonitorBitacora
      *> las sigue salteando), pero sellado y encadenado como los
      *> registros de los programas.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select bitacora
           assign to disk "..\..\..\Salida\bitacora.txt"
           organization is line sequential
           file status is fs-bitacora.

       DATA DIVISION.
       file section.

       fd bitacora
           label record is standard.
       01  reg-bitacora.
           03  bit-texto           pic x(80).
           03  filler              pic x       value spaces.
           03  bit-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  bit-control         pic 9(9).

       working-storage section.
       01 fs-bitacora          pic xx.
           88 ok-bit                   value "00".

       01 texto-evento          pic x(80)   value spaces.

       01 sello-log             pic x(12)   value "BITACORA".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).

       PROCEDURE DIVISION.
           accept texto-evento from environment "BITACORA-EVENTO".
           if texto-evento = spaces
               display "Sin texto para la bitacora (BITACORA-EVENTO)."
               move 1 to return-code
               stop run
           end-if.
           perform asentar-linea.
           stop run.

       asentar-linea.
           open extend bitacora.
           if not ok-bit
               *> primera vez: la bitacora no existe
               open output bitacora
           end-if.
           if ok-bit
               move texto-evento to bit-texto
               move reg-bitacora(1:80) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to bit-secuencia
               move sello-control to bit-control
               write reg-bitacora
               close bitacora
               move 0 to return-code
           else
               display "Error al abrir bitacora fs: " fs-bitacora
               move 1 to return-code
           end-if.
