               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 filler pic x(3)  value spaces.
           03 dn-nro-doc        pic x(20).
           03 filler pic x(3)  value spaces.
           03 dn-importe        pic zzzzz9.99.

       01 tot-ns.
           03 filler pic x(26) value "TOTAL SIN RETIRAR:        ".
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "NOSHOW".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
                       move "M" to jrn-operacion-arg
                       move in-operador to usuario-actual
                       perform registrar-cambio-journal
                       move "M" to nes-tipo-arg
                       move jrn-antes-arg to nes-antes-arg
                       move jrn-despues-arg to nes-despues-arg
                       perform registrar-novedad-estadistica
                       display "No-show procesado: cargo "
                           cargo-no-show " a facturar."
                   else
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
