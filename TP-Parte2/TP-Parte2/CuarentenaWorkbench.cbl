           03  filler          pic x.
           03  cuar-motivo     pic x(12).
           03  filler          pic x.
           03  cuar-linea      pic x(56).

       fd reingreso
           label record is standard.
           03  filler          pic x       value spaces.
           03  aud-archivo     pic x(15).
           03  filler          pic x       value spaces.
           03  aud-antes       pic x(56).
           03  filler          pic x       value spaces.
           03  aud-despues     pic x(56).

       working-storage section.
       01 fs-cuarentena        pic xx.
           03 tq-elem occurs 500 times.
               05 tq-archivo       pic x(15).
               05 tq-motivo        pic x(12).
               05 tq-linea         pic x(56).
               05 tq-estado        pic x.
       77 cant-cuarentena       pic 9(3)    value zeroes.
       77 max-cuarentena        pic 9(3)    value 500.
       77 ix-cuar               pic 9(3).

       01 linea-original        pic x(56).
       01 linea-corregida       pic x(56).
       01 in-patente            pic x(6).
       01 in-fecha              pic x(8).
       01 in-nro-doc            pic x(20).
       01 in-tipo-reg           pic x.
       01 agencia-archivo       pic x.

       77 cant-liberados        pic 9(3)    value zeroes.
           end-if.

      *> La correccion es sobre los campos que el pre-edit observa:
      *> patente, fecha, numero de documento y tipo de registro
      *> (S/C/M de las SOLICITUDESn); el resto de la linea viaja tal
      *> cual vino de la agencia.
       corregir-registro.
           move tq-linea(ix-cuar) to linea-original.
           move linea-original to linea-corregida.
           if in-nro-doc is not equal to spaces
               move in-nro-doc to linea-corregida(16:20)
           end-if.
           if tq-archivo(ix-cuar)(1:11) = "SOLICITUDES"
               display "Tipo de registro S/C/M (espacio = sin "
                   "cambios): "
               accept in-tipo-reg
               if in-tipo-reg is not equal to space
                   move in-tipo-reg to linea-corregida(46:1)
               end-if
           end-if.
           perform liberar-a-reingreso.

      *> El destino sale del nombre del archivo de origen:
               add 1 to cant-pendientes
           else
               move spaces to reg-reingreso
               move linea-corregida to reg-reingreso(1:56)
               write reg-reingreso
               close reingreso
               move "L" to tq-estado(ix-cuar)
