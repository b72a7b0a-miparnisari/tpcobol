       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> ABM de la tabla de alicuotas de IVA por condicion fiscal
      *> del cliente (I responsable inscripto, M monotributo, F
      *> consumidor final, E exento; ver CondicionFiscal).
      *> Facturacion discrimina neto / IVA / total con la alicuota
      *> de la condicion del cliente, y cae al parametro
      *> IVA-GENERAL (cero para el exento) si la condicion no esta
      *> cargada.
      *> Cambiar una alicuota exige el permiso de parametros, como
      *> todo lo que mueve numeros en masa.

           assign to disk "..\..\..\Entrada\alicuotas-iva.dat"
           organization is indexed
           access mode is dynamic
           record key is ali-condicion
           file status is fs-alicuotas.

       DATA DIVISION.
       fd alicuotas
           label record is standard.
       01  rec-alicuotas.
           03  ali-condicion       pic x.
           03  ali-pct             pic 9(2)v99.

       working-storage section.
           88 opcion-cambiar           value 2.
           88 opcion-salir             value 3.

       01 in-condicion          pic x.
       01 in-pct                pic 9(2)v99.
       01 es-alta               pic x.

       01 funcion-login         pic x       value "P".

       01 det-alicuota.
           03 da-condicion      pic x.
           03 filler pic x(6)  value spaces.
           03 da-pct            pic z9.99.

           end-if.

       listar-alicuotas.
           move low-values to ali-condicion.
           start alicuotas key is not less than ali-condicion
               invalid key continue
           end-start.
           perform leer-alicuota.
           end-read.

       mostrar-alicuota.
           move ali-condicion to da-condicion.
           move ali-pct to da-pct.
           display det-alicuota.
           perform leer-alicuota.

       cambiar-alicuota.
           display "Condicion fiscal (I/M/F/E): ".
           accept in-condicion.
           if in-condicion is not equal to "I" and "M" and "F"
               and "E"
               display "Condicion fiscal invalida."
           else
               perform grabar-alicuota
           end-if.

       grabar-alicuota.
           display "Alicuota de IVA (porcentaje): ".
           accept in-pct.

           move "S" to es-alta.
           move spaces to jrn-antes-arg.
           move in-condicion to ali-condicion.
           read alicuotas
               invalid key continue
               not invalid key
                   move "N" to es-alta
                   move rec-alicuotas to jrn-antes-arg
           end-read.
           move in-condicion to ali-condicion.
           move in-pct to ali-pct.
           if es-alta = "S"
               write rec-alicuotas

       registrar-cambio-journal.
           move "ALICUOTAS" to jrn-archivo-arg.
           move in-condicion to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.
