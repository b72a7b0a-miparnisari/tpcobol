       IDENTIFICATION DIVISION.
       program-id. RegistrarNovedadEstadistica.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Cola de novedades del acumulado de estadisticas: ParteB ya
      *> no barre todo alquileres.dat cada noche, sino que mantiene
      *> un maestro de contadores (estadisticas-alquileres.dat) y le
      *> aplica solo lo que cambio en el dia. Todo programa que da
      *> de alta un alquiler o le cambia el estado, el importe o la
      *> clave (aprobaciones, devoluciones, no-shows, reversiones
      *> por nota de credito, cambios de vehiculo, prorrogas) deja
      *> aca la imagen anterior y la posterior del registro; el
      *> archivado deja el pasaje al historico. La cadena de la
      *> noche la levanta y la vacia.
      *>
      *> Tipos: A alta (sin imagen anterior), M modificacion,
      *> H pasaje al historico (el alquiler sigue contando: el
      *> acumulado cubre el maestro y el historico). Una M que no
      *> toca clave, estado ni importe no mueve ningun contador y
      *> no se encola.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select pendientes
           assign to disk "..\..\..\Files\ESTAD-PENDIENTES.dat"
           organization is line sequential
           file status is fs-pendientes.

       DATA DIVISION.
       file section.

       fd pendientes
           label record is standard.
       01  reg-pendientes.
           03  nes-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  nes-hora            pic 9(6).
           03  filler              pic x.
           03  nes-tipo            pic x.
           03  filler              pic x.
           03  nes-origen          pic x(12).
           03  filler              pic x.
           03  nes-antes-clave     pic x(14).
           03  filler              pic x.
           03  nes-antes-estado    pic x.
           03  filler              pic x.
           03  nes-antes-importe   pic 9(6)v99.
           03  filler              pic x.
           03  nes-despues-clave   pic x(14).
           03  filler              pic x.
           03  nes-despues-estado  pic x.
           03  filler              pic x.
           03  nes-despues-importe pic 9(6)v99.

       working-storage section.
       01 fs-pendientes        pic xx.
           88 ok-nes                   value "00".

      *> Vista del registro de alquileres.dat dentro de las imagenes
      *> de 90 posiciones (las mismas que van al journal).
       01 img-antes.
           03  ima-clave           pic x(14).
           03  filler              pic x(21).
           03  ima-importe         pic 9(6)v99.
           03  filler              pic x(7).
           03  ima-estado          pic x.
           03  filler              pic x(39).
       01 img-despues.
           03  imd-clave           pic x(14).
           03  filler              pic x(21).
           03  imd-importe         pic 9(6)v99.
           03  filler              pic x(7).
           03  imd-estado          pic x.
           03  filler              pic x(39).

       01 novedad-relevante     pic x.
           88 hay-novedad              value "S".

       linkage section.
       01  in-nes-tipo             pic x.      *> parametro (A/M/H)
       01  in-nes-antes            pic x(90).  *> parametro
       01  in-nes-despues          pic x(90).  *> parametro
       01  in-nes-origen           pic x(12).  *> parametro

       PROCEDURE DIVISION using in-nes-tipo, in-nes-antes,
           in-nes-despues, in-nes-origen.

           perform evaluar-novedad.
           if hay-novedad
               perform encolar-novedad
           end-if.

           goback. *> retorna control al que llama

       evaluar-novedad.
           move in-nes-antes to img-antes.
           move in-nes-despues to img-despues.
           move "S" to novedad-relevante.
           if in-nes-tipo = "A"
               move spaces to img-antes
           else if in-nes-tipo = "H"
               move img-antes to img-despues
           else if ima-clave = imd-clave
               and ima-estado = imd-estado
               and ima-importe = imd-importe
               move "N" to novedad-relevante
           end-if.

       encolar-novedad.
           open extend pendientes.
           if not ok-nes
               *> primera vez: la cola de novedades no existe
               open output pendientes
           end-if.
           if not ok-nes
               display "Error al abrir cola de estadisticas fs: "
                 fs-pendientes
           else
               move spaces to reg-pendientes
               move function current-date(1:8) to nes-fecha
               move function current-date(9:6) to nes-hora
               move in-nes-tipo to nes-tipo
               move in-nes-origen to nes-origen
               move ima-clave to nes-antes-clave
               move ima-estado to nes-antes-estado
               if in-nes-tipo = "A"
                   move zeroes to nes-antes-importe
               else
                   move ima-importe to nes-antes-importe
               end-if
               move imd-clave to nes-despues-clave
               move imd-estado to nes-despues-estado
               move imd-importe to nes-despues-importe
               write reg-pendientes
               if not ok-nes
                   display "Error al encolar novedad de estadisticas "
                     "fs: " fs-pendientes
               end-if
               close pendientes
           end-if.
