       *> legajo, CargarNuevosAlquileres las persiste como
       *> pendientes y Principal las aprueba con todas las
       *> validaciones. La reserva queda marcada convertida para no
       *> inyectarla dos veces. Si al reservar se anoto un codigo
       *> de campania promocional, el descuento (AplicarCampania) se
       *> resta del importe valuado y consume el presupuesto de la
       *> campania en ese momento.

       ENVIRONMENT DIVISION.
       configuration section.
               05  nuevoalq-fecha      pic 9(8).
           03  nuevoalq-tipodoc    pic x.
           03  nuevoalq-nrodoc     pic x(20).
           03  nuevoalq-importe    pic 9(6)v99.
           03  nuevoalq-agencia    pic 9.
           03  nuevoalq-cantdias   pic 9(2).

       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic x(2).

       01 campania-modo         pic x       value "A".
       01 campania-codigo       pic x(8)    value spaces.
       01 campania-agencia      pic 9       value 0.
       01 campania-lista        pic 9(6)v99.
       01 campania-usada        pic x(8).
       01 campania-descuento    pic 9(6)v99.
       01 campania-estado       pic xx.

       01 fecha-hoy-comp        pic 9(8).
       01 res-fecha-comp        pic 9(8).
       01 fecha-a-convertir     pic 9(8).
           end-if.
           compute nuevoalq-importe rounded =
               tarifa-vigente * nuevoalq-cantdias.
           *> codigo en blanco: se usa el anotado en la reserva
           move nuevoalq-importe to campania-lista.
           call "AplicarCampania" using campania-modo,
               campania-codigo, res-patente, res-fecha,
               campania-agencia, campania-lista, campania-usada,
               campania-descuento, campania-estado.
           if campania-estado = "00"
               subtract campania-descuento from nuevoalq-importe
           end-if.
           write reg-nuevoalquileres.
           if ok-nvalq
               move "C" to res-estado
