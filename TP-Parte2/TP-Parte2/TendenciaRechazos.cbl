           03  filler              pic x.
           03  rhist-nro-doc       pic x(20).
           03  filler              pic x.
           03  rhist-importe       pic 9(6)v99.
           03  filler              pic x.
           03  rhist-motivo        pic 99.

       fd tendencia
           label record is standard.
       01  reg-tendencia           pic x(110).


       fd parametros-corrida
       77 ws-exit               pic x.

       *> Diccionario de meses (AAAAMM) armado sobre la marcha, como
       *> vecanios en ParteB, con una fila de 19 contadores de
       *> motivo por mes.
       01 tabla-meses.
           03 tm-elem occurs 36 times.
               05 tm-mes           pic 9(6).
               05 tm-motivo occurs 19 times pic 9(5).
       77 cant-meses            pic 9(2)    value zeroes.
       77 max-meses             pic 9(2)    value 36.
       77 ix-mes                pic 9(2).

       01 enc-tend2.
           03 filler pic x(8)  value "Mes     ".
           03 filler pic x(102) value
           "   M1   M2   M3   M4   M5   M6   M7   M8   M9  M10  M11
      -    "M12  M13  M14  M15  M16  M17  M18  M19".

       01 enc-tend3.
           03 filler pic x(80) value all "-".
       01 det-tend.
           03 dt-mes            pic 9(6).
           03 filler pic x(2)  value spaces.
           03 dt-col occurs 19 times.
               05 dt-cant       pic zzzz9.

       PROCEDURE DIVISION.
               giving mes-corrida remainder resto-mes.
           perform registrar-mes.
           if pos-mes > zeroes
               and rhist-motivo >= 1 and rhist-motivo <= 19
               add 1 to tm-motivo(pos-mes, rhist-motivo)
           end-if.
           perform leer-historico.

       limpiar-motivos-mes.
           perform limpiar-un-motivo
               varying ix-mot from 1 by 1 until ix-mot > 19.

       limpiar-un-motivo.
           move zeroes to tm-motivo(pos-mes, ix-mot).
       escribir-fila-mes.
           move tm-mes(ix-mes) to dt-mes.
           perform cargar-columna
               varying ix-mot from 1 by 1 until ix-mot > 19.
           write reg-tendencia from det-tend.

       cargar-columna.
