      *>   - semanal: vencida si la ultima corrida es anterior al
      *>     ultimo dia agendado de la semana que ya paso;
      *>   - mensual: vencida si la ultima corrida es anterior al
      *>     dia agendado del mes y ese dia ya paso; si el dia
      *>     agendado no es habil (fin de semana o feriado del
      *>     calendario, via DiaHabil) vence el primer habil que
      *>     le sigue.
      *> Un fin de mes caido en feriado corre el primer dia habil
      *> siguiente, o la primera noche en que la cadena vuelve a
      *> correr, sin depender de la memoria de nadie. La ultima
      *> corrida se asienta al encolar: si la tanda fallara, se
      *> corre a mano y listo, preferible a repetir una
      *> liquidacion entera por las dudas.

       ENVIRONMENT DIVISION.
       configuration section.
           03 ftm-mm            pic 9(2).
           03 ftm-dd            pic 9(2).
       77 mod-dia               pic 9.

      *> Servicio de dias habiles: primer habil desde el dia
      *> agendado, sobre los feriados nacionales (sucursal 00).
       01 dh-funcion            pic x       value "S".
       01 dh-sucursal           pic 99      value zeroes.
       01 dh-cantidad           pic 9(5)    value zeroes.
       01 dh-tipo-dia           pic xx.
       01 dh-fecha              pic 9(8).
       01 dh-cantidad-res       pic 9(5).
       01 esta-vencido          pic x.

       77 cant-encolados        pic 9(3)    value zeroes.
           else
               move hoy-mm to mes-objetivo-mm
               move hoy-aaaa to anio-objetivo
               perform calcular-vencimiento-mes
               if vencimiento-num > fecha-hoy-num
                   if hoy-mm = 1
                       move 12 to mes-objetivo-mm
                       compute anio-objetivo = hoy-aaaa - 1
                       compute mes-objetivo-mm = hoy-mm - 1
                       move hoy-aaaa to anio-objetivo
                   end-if
                   perform calcular-vencimiento-mes
               end-if
           end-if.
           if age-ultima-corrida = zeroes
               move "S" to esta-vencido
               end-if
           end-if.

      *> Dia agendado del mes objetivo, corrido al primer dia
      *> habil (calendario nacional, DiaHabil) si cae en fin de
      *> semana, feriado o dia no laborable.
       calcular-vencimiento-mes.
           perform ajustar-dia-mes.
           compute fecha-vencida =
               anio-objetivo * 10000
               + mes-objetivo-mm * 100 + dia-efectivo.
           call "DiaHabil" using dh-funcion, dh-sucursal,
               fecha-vencida, fecha-vencida, dh-cantidad,
               dh-tipo-dia, dh-fecha, dh-cantidad-res.
           move dh-fecha to fecha-vencida.
           compute vencimiento-num =
               function integer-of-date(fecha-vencida).

      *> Deja en dia-efectivo el age-dia acotado al ultimo dia real
      *> del mes objetivo: el primero del mes siguiente menos un
      *> dia da ese tope.
