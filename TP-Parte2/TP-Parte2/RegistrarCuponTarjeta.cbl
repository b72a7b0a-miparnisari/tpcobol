       IDENTIFICATION DIVISION.
       program-id. RegistrarCuponTarjeta.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Registro compartido de cupones de tarjeta: todo cobro de
      *> mostrador con tarjeta de credito o debito (cobranzas,
      *> depositos en garantia y senias) deja aca el cupon con su
      *> importe y el comprobante que pago, pendiente de
      *> liquidacion. ConciliacionTarjetas lo cruza despues contra
      *> la liquidacion de la adquirente: nadie controlaba que la
      *> tarjeta nos pagara de verdad, ni cuanto se quedaba de
      *> arancel.
      *>
      *> El numero de cupon es la clave (lote + cupon, como lo
      *> imprime la terminal). La referencia es el comprobante
      *> cobrado: "FACTURA nnnnnn" en cobranzas y la clave del
      *> alquiler (patente + fecha) en depositos y senias, con
      *> clave alternativa para que el extracto contable encuentre
      *> el cupon de un deposito. Devuelve "00" si el cupon quedo
      *> registrado y "22" si ese numero ya estaba: el que llama
      *> avisa y sigue (el cobro vale igual).

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cupones
           assign to disk "..\..\..\Entrada\cupones-tarjeta.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-nro
           alternate record key is cup-referencia with duplicates
           file status is fs-cupones.

       DATA DIVISION.
       file section.

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

       working-storage section.
       01 fs-cupones           pic xx.
           88 ok-cup                   value "00".
           88 duplicado-cup            value "22".

       linkage section.
       01  in-cup-medio            pic x.      *> parametro
       01  in-cup-nro              pic x(12).  *> parametro
       01  in-cup-importe          pic 9(7)v99. *> parametro
       01  in-cup-origen           pic x(8).   *> parametro
       01  in-cup-referencia       pic x(20).  *> parametro
       01  out-cup-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-cup-medio, in-cup-nro,
           in-cup-importe, in-cup-origen, in-cup-referencia,
           out-cup-estado.

           perform asentar-cupon.

           goback. *> retorna control al que llama

       asentar-cupon.
           move "00" to out-cup-estado.
           open i-o cupones.
           if fs-cupones = "35"
               *> primera vez: el registro de cupones no existe
               open output cupones
               close cupones
               open i-o cupones
           end-if.
           if not ok-cup
               display "Error al abrir cupones de tarjeta fs: "
                 fs-cupones
               move fs-cupones to out-cup-estado
           else
               move in-cup-nro to cup-nro
               move function current-date(1:8) to cup-fecha
               move function current-date(9:6) to cup-hora
               move in-cup-medio to cup-medio
               move in-cup-importe to cup-importe
               move in-cup-origen to cup-origen
               move in-cup-referencia to cup-referencia
               move "P" to cup-estado
               move zeroes to cup-fecha-liq
               move zeroes to cup-bruto-liq
               move zeroes to cup-arancel
               move zeroes to cup-retencion
               move zeroes to cup-neto
               move zeroes to cup-fecha-conc
               write rec-cupones
               if not ok-cup
                   move fs-cupones to out-cup-estado
                   if not duplicado-cup
                       display "Error al registrar cupon fs: "
                         fs-cupones
                   end-if
               end-if
               close cupones
           end-if.
