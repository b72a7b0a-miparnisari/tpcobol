       IDENTIFICATION DIVISION.
       program-id. ValidarCuit.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Valida un CUIT / CUIL: prefijo de tipo conocido (20, 23,
      *> 24, 27 personas; 30, 33, 34 empresas) y digito
      *> verificador modulo 11 con los pesos 5-4-3-2-7-6-5-4-3-2
      *> sobre los diez primeros digitos. Un CUIT mal tipeado en el
      *> maestro fiscal termina en una factura A rechazada por AFIP,
      *> asi que se controla al cargarlo.

       DATA DIVISION.
       working-storage section.
       01 cuit-desglosado.
           03 cuit-digito       pic 9       occurs 11 times.
       01 cuit-prefijo          pic 99.
       01 tabla-pesos.
           03 filler            pic x(10)   value "5432765432".
       01 tabla-pesos-r redefines tabla-pesos.
           03 peso              pic 9       occurs 10 times.
       77 ix-dig                pic 99.
       77 suma-ponderada        pic 9(4).
       77 cociente-cuit         pic 9(4).
       77 resto-cuit            pic 99.
       77 digito-esperado       pic 99.

       linkage section.
       01  in-cuit                 pic 9(11).  *> parametro
       01  out-cuit-valido         pic xx.     *> resultado
           88 out-es-valido            value "si".
           88 out-no-valido            value "no".

       PROCEDURE DIVISION using in-cuit, out-cuit-valido.

           perform verificar-cuit.

           goback. *> retorna control al que llama

       verificar-cuit.
           move "no" to out-cuit-valido.
           move in-cuit to cuit-desglosado.
           compute cuit-prefijo =
               cuit-digito(1) * 10 + cuit-digito(2).
           if cuit-prefijo = 20 or 23 or 24 or 27 or 30 or 33 or 34
               perform calcular-verificador
           end-if.

       calcular-verificador.
           move zeroes to suma-ponderada.
           perform sumar-digito
               varying ix-dig from 1 by 1
               until ix-dig > 10.
           divide suma-ponderada by 11
               giving cociente-cuit remainder resto-cuit.
           compute digito-esperado = 11 - resto-cuit.
           if digito-esperado = 11
               move zeroes to digito-esperado
           end-if.
           if digito-esperado < 10
               and digito-esperado = cuit-digito(11)
               move "si" to out-cuit-valido
           end-if.

       sumar-digito.
           compute suma-ponderada =
               suma-ponderada + cuit-digito(ix-dig) * peso(ix-dig).
