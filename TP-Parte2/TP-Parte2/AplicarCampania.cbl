       IDENTIFICATION DIVISION.
       program-id. AplicarCampania.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Valida un codigo de campania promocional contra el maestro
       *> (MantenimientoCampanias) para una clave de alquiler
       *> (patente + fecha) y calcula el descuento sobre el importe de
       *> lista. El codigo que trae cada clave se guarda aparte en
       *> campanias-alquiler.dat, igual que traslados.dat, para no
       *> ensanchar el registro de alquileres:
       *>
       *>   "C" calcular:  cotizacion; deja la clave como cotizada
       *>                  sin consumir presupuesto.
       *>   "R" reservar:  reserva adelantada; valida el codigo y lo
       *>                  deja anotado para cuando se convierta.
       *>   "A" aplicar:   alquiler aprobado; consume el presupuesto
       *>                  de la campania y deja la clave aplicada,
       *>                  que es lo que leen Facturacion e
       *>                  InformeCampanias. Si el codigo viene en
       *>                  blanco se usa el que quedo anotado al
       *>                  cotizar o reservar. Aplicar dos veces la
       *>                  misma clave devuelve el descuento ya
       *>                  aplicado sin volver a consumir.
       *>
       *> El descuento nunca supera el importe de lista ni lo que
       *> queda del tope de la campania. Devuelve "00" con el
       *> descuento, "23" si no hay codigo o no existe, "01" si la
       *> fecha del alquiler esta fuera de la vigencia, "02" si el
       *> vehiculo o la agencia no son elegibles, "03" si el tope ya
       *> se agoto y "04" si la campania esta dada de baja. En
       *> out-cam-codigo vuelve el codigo efectivamente usado.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select campanias
           assign to disk "..\..\..\Entrada\campanias.dat"
           organization is indexed
           access mode is random
           record key is cam-codigo
           file status is fs-campanias.

       select campanias-alquiler
           assign to disk "..\..\..\Entrada\campanias-alquiler.dat"
           organization is indexed
           access mode is random
           record key is cpa-clave
           file status is fs-cpa.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       DATA DIVISION.
       file section.

       fd campanias
           label record is standard.
       01  rec-campanias.
           03  cam-codigo          pic x(8).
           03  cam-descripcion     pic x(20).
           03  cam-estado          pic x.
               88  cam-activa          value "A".
               88  cam-de-baja         value "B".
           03  cam-desde           pic 9(8).  *> AAAAMMDD
           03  cam-hasta           pic 9(8).  *> AAAAMMDD
           03  cam-tamano          pic x.     *> blanco = todos
           03  cam-marca           pic x(20). *> blanco = todas
           03  cam-agencia         pic x.     *> blanco = todas
           03  cam-tipo            pic x.
               88  cam-porcentaje      value "P".
               88  cam-monto-fijo      value "F".
           03  cam-valor           pic 9(6)v99.
           03  cam-tope            pic 9(7)v99. *> 0 = sin tope
           03  cam-consumido       pic 9(7)v99.
           03  cam-usos            pic 9(5).

       fd campanias-alquiler
           label record is standard.
       01  rec-campanias-alquiler.
           03  cpa-clave.
               05  cpa-patente     pic x(6).
               05  cpa-fecha       pic 9(8).  *> DDMMAAAA
           03  cpa-codigo          pic x(8).
           03  cpa-estado          pic x.
               88  cpa-cotizada        value "C".
               88  cpa-reservada       value "R".
               88  cpa-aplicada        value "A".
           03  cpa-agencia         pic 9.
           03  cpa-importe-lista   pic 9(6)v99.
           03  cpa-descuento       pic 9(6)v99.
           03  cpa-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
           03  aut-sucursal        pic 99.

       working-storage section.
       01 fs-campanias         pic xx.
           88 ok-cam                   value "00".
       01 fs-cpa               pic xx.
           88 ok-cpa                   value "00".
       01 fs-autos             pic xx.
           88 ok-aut                   value "00".

       01 hay-clave            pic x.
           88 clave-registrada         value "S".
       01 agencia-alfa         pic x.
       77 saldo-tope           pic s9(7)v99.
       01 fecha-hoy            pic 9(8).

       01 fecha-a-convertir    pic 9(8).
       01 fecha-convertida     pic 9(8).
       01 fec-resto            pic 9(6).
       01 fec-dd               pic 9(2).
       01 fec-mm               pic 9(2).
       01 fec-aaaa             pic 9(4).

       linkage section.
       01  in-cam-modo             pic x.      *> parametro (C/R/A)
       01  in-cam-codigo           pic x(8).   *> parametro
       01  in-cam-patente          pic x(6).   *> parametro
       01  in-cam-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  in-cam-agencia          pic 9.      *> parametro (0 = mostr.)
       01  in-cam-importe          pic 9(6)v99. *> parametro (lista)
       01  out-cam-codigo          pic x(8).   *> resultado
       01  out-cam-descuento       pic 9(6)v99. *> resultado
       01  out-cam-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-cam-modo, in-cam-codigo,
           in-cam-patente, in-cam-fecha, in-cam-agencia,
           in-cam-importe, out-cam-codigo, out-cam-descuento,
           out-cam-estado.

           move zeroes to out-cam-descuento.
           move "23" to out-cam-estado.
           move in-cam-codigo to out-cam-codigo.
           move function current-date(1:8) to fecha-hoy.

           open i-o campanias-alquiler.
           if not ok-cpa
               *> primera vez: todavia no se uso ninguna campania
               open output campanias-alquiler
               close campanias-alquiler
               open i-o campanias-alquiler
           end-if.
           if ok-cpa
               perform buscar-clave
               if out-cam-codigo not = spaces
                   perform evaluar-campania
               end-if
               close campanias-alquiler
           end-if.

           goback. *> retorna control al que llama

       buscar-clave.
           move "N" to hay-clave.
           move in-cam-patente to cpa-patente.
           move in-cam-fecha to cpa-fecha.
           read campanias-alquiler
               invalid key continue
               not invalid key move "S" to hay-clave
           end-read.
           if out-cam-codigo = spaces and clave-registrada
               move cpa-codigo to out-cam-codigo
           end-if.

       evaluar-campania.
           if in-cam-modo = "A" and clave-registrada
               and cpa-aplicada and cpa-codigo = out-cam-codigo
               *> ya aplicada (p.ej. reproceso): no se consume de nuevo
               move cpa-descuento to out-cam-descuento
               move "00" to out-cam-estado
           else
               open i-o campanias
               if ok-cam
                   move out-cam-codigo to cam-codigo
                   read campanias
                       invalid key continue
                       not invalid key perform validar-campania
                   end-read
                   close campanias
               end-if
           end-if.

       validar-campania.
           move in-cam-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move in-cam-agencia to agencia-alfa.
           if cam-de-baja
               move "04" to out-cam-estado
           else if fecha-convertida < cam-desde
               or fecha-convertida > cam-hasta
               move "01" to out-cam-estado
           else if cam-agencia not = space
               and cam-agencia not = agencia-alfa
               move "02" to out-cam-estado
           else
               perform validar-vehiculo
           end-if.

           if out-cam-estado = "00"
               perform calcular-descuento
           end-if.

           *> una clave ya aplicada no vuelve a cotizada/reservada
           if out-cam-estado = "00"
               and not (clave-registrada and cpa-aplicada)
               perform registrar-clave
           end-if.

       validar-vehiculo.
           move "02" to out-cam-estado.
           open input autos.
           if ok-aut
               move in-cam-patente to aut-patente
               read autos
                   invalid key continue
                   not invalid key
                       if (cam-tamano = space
                               or cam-tamano = aut-tamano)
                           and (cam-marca = spaces
                               or cam-marca = aut-marca)
                           move "00" to out-cam-estado
                       end-if
               end-read
               close autos
           end-if.

       calcular-descuento.
           if cam-porcentaje
               compute out-cam-descuento rounded =
                   in-cam-importe * cam-valor / 100
           else
               move cam-valor to out-cam-descuento
           end-if.
           if out-cam-descuento > in-cam-importe
               move in-cam-importe to out-cam-descuento
           end-if.
           if cam-tope > zeroes
               compute saldo-tope = cam-tope - cam-consumido
               if saldo-tope not > zeroes
                   move zeroes to out-cam-descuento
                   move "03" to out-cam-estado
               else if out-cam-descuento > saldo-tope
                   move saldo-tope to out-cam-descuento
               end-if
           end-if.

       registrar-clave.
           if in-cam-modo = "A"
               add out-cam-descuento to cam-consumido
               add 1 to cam-usos
               rewrite rec-campanias
           end-if.
           move in-cam-patente to cpa-patente.
           move in-cam-fecha to cpa-fecha.
           move out-cam-codigo to cpa-codigo.
           move in-cam-modo to cpa-estado.
           move in-cam-agencia to cpa-agencia.
           move in-cam-importe to cpa-importe-lista.
           move out-cam-descuento to cpa-descuento.
           move fecha-hoy to cpa-fecha-alta.
           if clave-registrada
               rewrite rec-campanias-alquiler
           else
               write rec-campanias-alquiler
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla contra la vigencia de la campania.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
