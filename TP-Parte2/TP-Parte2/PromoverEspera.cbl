           organization is line sequential
           file status is fs-respuesta.

      *> Historico de eventos por agencia (ver ParteA): cada espera
      *> promovida deja una linea PE para el tablero de agencias.
       select hist-agencias
           assign to disk "..\..\..\Files\HISTAGENCIAS.dat"
           organization is line sequential
           file status is fs-hist-agencias.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
               05  nuevoalq-fecha      pic 9(8).
           03  nuevoalq-tipodoc    pic x.
           03  nuevoalq-nrodoc     pic x(20).
           03  nuevoalq-importe    pic 9(6)v99.
           03  nuevoalq-agencia    pic 9.
           03  nuevoalq-cantdias   pic 9(2).

           label record is standard.
       01  reg-respuesta           pic x(40).

       fd hist-agencias
           label record is standard.
       01  reg-hist-agencias.
           03  hag-fecha-corrida   pic 9(8).
           03  filler              pic x       value spaces.
           03  hag-agencia         pic 9.
           03  filler              pic x       value spaces.
           03  hag-evento          pic x(2).
           03  filler              pic x       value spaces.
           03  hag-cantidad        pic 9(6).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           88 ok-resp                  value "00".
       01 nombre-respuesta     pic x(40).

       01 fs-hist-agencias     pic xx.
           88 ok-hag                   value "00".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
               stop run
           end-if.
           move function current-date(1:8) to fecha-hoy-comp.
           open extend hist-agencias.
           if not ok-hag
               open output hist-agencias
           end-if.

       cerrar-archivos.
           close alquileresmae.
           end-if.
           close autos.
           close nuevoalquileres.
           if ok-hag
               close hist-agencias
           end-if.

      *> Una espera pendiente se promueve si su fecha no paso, la
      *> clave quedo libre en el maestro y en reservas, y nadie de
                       to tp-fecha(cant-promovidas)
               end-if
               perform avisar-agencia
               perform registrar-historico-agencia
           else
               display "Error al grabar nuevoalquileres fs: "
                 fs-nuevoalquileres
               end-if
           end-if.

       registrar-historico-agencia.
           if ok-hag
               and te-agencia(ix-esp) >= 1 and te-agencia(ix-esp) <= 6
               move fecha-hoy-comp to hag-fecha-corrida
               move te-agencia(ix-esp) to hag-agencia
               move "PE" to hag-evento
               move 1 to hag-cantidad
               write reg-hist-agencias
           end-if.

       regrabar-lista-espera.
           open output lista-espera.
           if not ok-esp
