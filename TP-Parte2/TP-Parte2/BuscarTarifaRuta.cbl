       IDENTIFICATION DIVISION.
       program-id. BuscarTarifaRuta.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Precio de un traslado con chofer (aeropuerto, interurbano)
       *> desde el tarifario por ruta. Los traslados se venden a
       *> precio fijo por ruta, pero el sistema solo sabia valuar por
       *> dia (aut-importe y REGLASPRECIO), asi que el mostrador pisaba
       *> el importe a mano y la cotizacion nunca coincidia. El tipo
       *> de servicio de cada clave de alquiler (patente + fecha) vive
       *> en traslados.dat (lo carga Cotizaciones): si la clave es un
       *> traslado, se busca en tarifas-rutas.dat el precio de la ruta
       *> zona origen -> zona destino para el tamano del vehiculo,
       *> vigente en la fecha del alquiler, con la misma lectura
       *> posicionada que BuscarTarifaVigente.
       *>
       *> Devuelve "00" con el precio de la ruta, "23" si la clave no
       *> es un traslado (se valua por dia como siempre) y "24" si es
       *> un traslado pero la ruta no tiene tarifa vigente: el que
       *> llama decide si valua por dia o rechaza.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select traslados
           assign to disk "..\..\..\Entrada\traslados.dat"
           organization is indexed
           access mode is random
           record key is trs-clave
           file status is fs-traslados.

       select rutas
           assign to disk "..\..\..\Entrada\tarifas-rutas.dat"
           organization is indexed
           access mode is dynamic
           record key is rut-clave
           file status is fs-rutas.

       DATA DIVISION.
       file section.

       fd traslados
           label record is standard.
       01  rec-traslados.
           03  trs-clave.
               05  trs-patente     pic x(6).
               05  trs-fecha       pic 9(8).  *> DDMMAAAA
           03  trs-tipo-servicio   pic x.
               88  trs-es-traslado     value "T".
           03  trs-zona-origen     pic x(4).
           03  trs-zona-destino    pic x(4).
           03  trs-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd rutas
           label record is standard.
       01  rec-rutas.
           03  rut-clave.
               05  rut-zona-origen pic x(4).
               05  rut-zona-destino pic x(4).
               05  rut-tamano      pic x.
               *> AAAAMMDD por la lectura posicionada, igual que
               *> tar-fecha-desde en el historico de tarifas.
               05  rut-fecha-desde pic 9(8).
           03  rut-fecha-hasta     pic 9(8).  *> AAAAMMDD, 0 = abierta
           03  rut-precio          pic 9(6)v99.

       working-storage section.
       01 fs-traslados         pic xx.
           88 ok-trs                   value "00".

       01 fs-rutas             pic xx.
           88 ok-rut                   value "00".

       *> Zonas del traslado, copiadas antes de cerrar traslados:
       *> despues del CLOSE el registro del archivo no vale.
       01 zona-origen-trs      pic x(4).
       01 zona-destino-trs     pic x(4).

       01 fecha-a-convertir    pic 9(8).
       01 fecha-convertida     pic 9(8).
       01 fec-resto            pic 9(6).
       01 fec-dd               pic 9(2).
       01 fec-mm               pic 9(2).
       01 fec-aaaa             pic 9(4).

       linkage section.
       01  in-rut-patente          pic x(6).   *> parametro
       01  in-rut-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  in-rut-tamano           pic x.      *> parametro
       01  out-rut-precio          pic 9(6)v99. *> resultado
       01  out-rut-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-rut-patente, in-rut-fecha,
           in-rut-tamano, out-rut-precio, out-rut-estado.

           perform buscar-traslado.
           if out-rut-estado = "24"
               perform buscar-ruta
           end-if.

           goback. *> retorna control al que llama

       buscar-traslado.
           move zeroes to out-rut-precio.
           move "23" to out-rut-estado.

           open input traslados.
           if ok-trs
               move in-rut-patente to trs-patente
               move in-rut-fecha to trs-fecha
               read traslados
                   invalid key continue
                   not invalid key
                       if trs-es-traslado
                           move "24" to out-rut-estado
                           move trs-zona-origen to zona-origen-trs
                           move trs-zona-destino to zona-destino-trs
                       end-if
               end-read
               close traslados
           end-if.

       buscar-ruta.
           open input rutas.
           if ok-rut
               *> La tarifa vigente de la ruta es la ultima cuyo
               *> rut-fecha-desde no supera la fecha del alquiler,
               *> siempre que no haya vencido (rut-fecha-hasta).
               move in-rut-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move zona-origen-trs to rut-zona-origen
               move zona-destino-trs to rut-zona-destino
               move in-rut-tamano to rut-tamano
               move fecha-convertida to rut-fecha-desde
               start rutas key is less than or equal to rut-clave
               if ok-rut
                   read rutas next record
                       at end continue
                   end-read
               end-if
               if ok-rut
                   and rut-zona-origen = zona-origen-trs
                   and rut-zona-destino = zona-destino-trs
                   and rut-tamano = in-rut-tamano
                   and (rut-fecha-hasta = zeroes
                       or rut-fecha-hasta not < fecha-convertida)
                   move rut-precio to out-rut-precio
                   move "00" to out-rut-estado
               end-if
               close rutas
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla contra rut-fecha-desde, que ya esta en ese orden.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
