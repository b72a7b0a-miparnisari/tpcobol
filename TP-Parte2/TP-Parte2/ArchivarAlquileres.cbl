               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "ARCHIVO".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
               move spaces to jrn-despues-arg
               move "B" to jrn-operacion-arg
               perform registrar-cambio-journal
               move "H" to nes-tipo-arg
               move jrn-antes-arg to nes-antes-arg
               move spaces to nes-despues-arg
               perform registrar-novedad-estadistica
               add 1 to cant-archivados
           end-if.

       cerrar-archivos.
           close alquileresmae.
           close historico.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
