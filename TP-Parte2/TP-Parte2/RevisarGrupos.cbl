               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
       77 cant-grupos-partidos  pic 9(3)    value zeroes.
       01 grupo-partido         pic x.

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "GRUPOS".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform abrir-maestro.
           if alq-grupo > zeroes and alq-estado = "T"
               perform evaluar-grupo-partido
               if grupo-partido = "S"
                   move rec-alquileresmae to nes-antes-arg
                   move "R" to alq-estado
                   rewrite rec-alquileresmae
                   if ok-alq
                       add 1 to cant-derivados
                       move "M" to nes-tipo-arg
                       move rec-alquileresmae to nes-despues-arg
                       perform registrar-novedad-estadistica
                       display "GRUPO " alq-grupo " PARTIDO: "
                           alq-clave " a revision del supervisor."
                   else
               end-if
               close parametros-corrida
           end-if.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
