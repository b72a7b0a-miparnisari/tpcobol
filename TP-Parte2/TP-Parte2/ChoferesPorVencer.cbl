       date-written. "1er cuatrimestre 2014".

       *> Listado de choferes cuyo cho-fecha-hasta cae dentro de los
       *> proximos N dias habiles, para que RRHH pueda renovar el
       *> contrato antes de que Principal empiece a rechazar sus
       *> alquileres. Los dias habiles salen de DiaHabil con el
       *> calendario de la sucursal del chofer.

       ENVIRONMENT DIVISION.
       configuration section.
       01 default-parametro    pic s9(9)v99.

       01 fecha-actual             pic 9(8).
       01 cant-por-vencer          pic 9(5)     value zeroes.

       *> Servicio de dias habiles: habiles desde hoy hasta el fin
       *> del contrato.
       01 dh-funcion               pic x        value "C".
       01 dh-cantidad              pic 9(5)     value zeroes.
       01 dh-tipo-dia              pic xx.
       01 dh-fecha                 pic 9(8).
       01 dias-habiles             pic 9(5).

       *> cho-fecha-hasta se guarda DDMMAAAA (ver CLAVE-ALQ en
       *> ParteA para el mismo criterio en alq-fecha), mientras que
       *> fecha-actual -y las fechas de DiaHabil- son AAAAMMDD.
       *> cho-fecha-hasta se pasa por invertir-orden-fecha antes de
       *> compararla o de contar dias habiles con ella.
       01 cho-fecha-hasta-comp     pic 9(8).
       01 fecha-a-convertir        pic 9(8).
       01 fecha-convertida         pic 9(8).
           03 filler pic x(3)  value spaces.
           03 filler pic x(5)  value "TURNO".
           03 filler pic x(3)  value spaces.
           03 filler pic x(4)  value "HAB.".
           03 filler pic x(44) value spaces.

       01 det-vencimiento.
           accept dias-aviso.
           if dias-aviso = zeroes
               move "DIAS-AVISO" to nombre-parametro
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
           move fecha-convertida to cho-fecha-hasta-comp.
           if cho-fecha-hasta-comp is not less than fecha-actual
               call "DiaHabil" using dh-funcion, cho-sucursal,
                   fecha-actual, cho-fecha-hasta-comp, dh-cantidad,
                   dh-tipo-dia, dh-fecha, dias-habiles
               if dias-habiles is not greater than dias-aviso
                   perform escribir-detalle-vencimiento
                   add 1 to cant-por-vencer
               end-if
           end-if.
           perform leer-choferes.

           move cho-nro-legajo to dv-legajo.
           move cho-fecha-hasta to dv-fecha-hasta.
           move cho-turno to dv-turno.
           move dias-habiles to dv-dias-restantes.
           write reg-vencimientos from det-vencimiento.

       cerrar-archivos.
