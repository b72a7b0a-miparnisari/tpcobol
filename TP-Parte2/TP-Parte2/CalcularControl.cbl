       IDENTIFICATION DIVISION.
       program-id. CalcularControl.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Codigo de control de un registro de log encadenado (ver
      *> EncadenarRegistro y VerificarEncadenamiento): mezcla el
      *> texto del registro, su numero de secuencia y el codigo del
      *> registro anterior, byte por byte, en un numero de 9
      *> digitos. Tocar un caracter, borrar o intercalar una linea
      *> cambia el codigo de ese registro y de todos los que
      *> siguen. La semilla vive solo en este programa: quien edita
      *> el log a mano no tiene como recalcular la cadena.

       ENVIRONMENT DIVISION.
       configuration section.

       DATA DIVISION.
       working-storage section.
       77 semilla-control       pic 9(9)    value 604712983.
       77 modulo-control        pic 9(9)    value 999999937.
       77 multiplicador         pic 9(3)    value 263.
       77 acumulado             pic 9(12).
       77 cociente              pic 9(12).
       77 resto-control         pic 9(9).
       77 ix-byte               pic 9(3).
       77 largo-texto           pic 9(3)    value 250.

      *> Valor numerico (0..255) de un caracter: el caracter va al
      *> byte bajo de un binario de dos bytes cuyo byte alto queda
      *> siempre en cero.
       01 byte-valor            pic 9(4)    comp value zeroes.
       01 byte-valor-r redefines byte-valor.
           03 filler            pic x.
           03 byte-caracter     pic x.

       linkage section.
       01  in-ctl-texto            pic x(250). *> parametro
       01  in-ctl-secuencia        pic 9(8).   *> parametro
       01  in-ctl-anterior         pic 9(9).   *> parametro
       01  out-ctl-control         pic 9(9).   *> retorno

       PROCEDURE DIVISION using in-ctl-texto, in-ctl-secuencia,
           in-ctl-anterior, out-ctl-control.

           perform calcular-control.

           goback. *> retorna control al que llama

       calcular-control.
           compute acumulado = in-ctl-anterior + in-ctl-secuencia
               + semilla-control.
           divide acumulado by modulo-control
               giving cociente remainder resto-control.
           perform mezclar-byte
               varying ix-byte from 1 by 1
               until ix-byte > largo-texto.
           move resto-control to out-ctl-control.

       mezclar-byte.
           move in-ctl-texto(ix-byte:1) to byte-caracter.
           compute acumulado = resto-control * multiplicador
               + byte-valor + ix-byte.
           divide acumulado by modulo-control
               giving cociente remainder resto-control.
