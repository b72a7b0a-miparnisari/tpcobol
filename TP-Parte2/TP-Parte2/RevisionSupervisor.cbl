               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  rech-fecha      pic 9(8).
           03  rech-tipo-doc       pic x.
           03  rech-nro-doc        pic x(20).
           03  rech-importe        pic 9(6)v99.
           03  rech-motivo         pic 99.
           03  rech-reproceso      pic x.

       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "SUPERVISOR".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
                   move rec-alquileresmae to jrn-despues-arg
                   move "M" to jrn-operacion-arg
                   perform registrar-cambio-journal
                   move "M" to nes-tipo-arg
                   move jrn-antes-arg to nes-antes-arg
                   move jrn-despues-arg to nes-despues-arg
                   perform registrar-novedad-estadistica
                   display "Aprobado."
               else
                   display "Error al aprobar fs: " fs-alquileresmae
               move rec-alquileresmae to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
               move "M" to nes-tipo-arg
               move jrn-antes-arg to nes-antes-arg
               move jrn-despues-arg to nes-despues-arg
               perform registrar-novedad-estadistica
               move alq-clave to rech-clave
               move alq-tipo-doc to rech-tipo-doc
               move alq-nro-doc to rech-nro-doc
       cerrar-archivos.
           close alquileresmae.
           close rechazos.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
