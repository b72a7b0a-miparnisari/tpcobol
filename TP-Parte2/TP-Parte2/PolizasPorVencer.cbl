       date-written. "1er cuatrimestre 2014".

      *> Listado de polizas cuyo pol-vigencia-hasta cae dentro de
      *> los proximos N dias habiles, para renovar la cobertura
      *> antes de que Principal empiece a rechazar los alquileres
      *> de esa patente (mismo criterio que ChoferesPorVencer con
      *> los contratos). La poliza no tiene sucursal: los dias
      *> habiles salen de DiaHabil con los feriados nacionales.

       ENVIRONMENT DIVISION.
       configuration section.
       01 default-parametro    pic s9(9)v99.

       01 fecha-actual             pic 9(8).
       01 cant-por-vencer          pic 9(5)     value zeroes.

      *> Servicio de dias habiles: habiles desde hoy hasta el fin
      *> de la vigencia, sucursal 00 (feriados nacionales).
       01 dh-funcion               pic x        value "C".
       01 dh-sucursal              pic 99       value zeroes.
       01 dh-cantidad              pic 9(5)     value zeroes.
       01 dh-tipo-dia              pic xx.
       01 dh-fecha                 pic 9(8).
       01 dias-habiles             pic 9(5).

       01 pol-hasta-comp           pic 9(8).
       01 fecha-a-convertir        pic 9(8).
       01 fecha-convertida         pic 9(8).
           03 filler pic x(22) value "ASEGURADORA".
           03 filler pic x(17) value "POLIZA".
           03 filler pic x(11) value "VENCE".
           03 filler pic x(4)  value "HAB.".
           03 filler pic x(17) value spaces.

       01 det-vencimiento.
           accept dias-aviso.
           if dias-aviso = zeroes
               move "DIAS-AVISO-POLIZA" to nombre-parametro
               move 21 to default-parametro
               call "ObtenerParametro" using nombre-parametro,
                   default-parametro, valor-parametro
               move valor-parametro to dias-aviso
           end-if.
           move function current-date(1:8) to fecha-actual.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> compararla contra fecha-actual o pasarla a DiaHabil.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           perform invertir-orden-fecha.
           move fecha-convertida to pol-hasta-comp.
           if pol-hasta-comp is not less than fecha-actual
               call "DiaHabil" using dh-funcion, dh-sucursal,
                   fecha-actual, pol-hasta-comp, dh-cantidad,
                   dh-tipo-dia, dh-fecha, dias-habiles
               if dias-habiles is not greater than dias-aviso
                   perform escribir-detalle-vencimiento
                   add 1 to cant-por-vencer
               end-if
           end-if.
           perform leer-polizas.

           move pol-aseguradora to dv-aseguradora.
           move pol-numero to dv-numero.
           move pol-vigencia-hasta to dv-fecha-hasta.
           move dias-habiles to dv-dias-restantes.
           write reg-vencimientos from det-vencimiento.

       cerrar-archivos.
