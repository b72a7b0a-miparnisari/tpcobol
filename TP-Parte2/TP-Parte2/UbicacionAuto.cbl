       IDENTIFICATION DIVISION.
       program-id. UbicacionAuto.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Sucursal en la que va a estar un auto en una fecha dada.
       *> aut-sucursal dice donde esta hoy (DevolucionAlquileres la
       *> actualiza cuando el auto vuelve a otra sucursal), pero un
       *> auto que esta en la calle con un alquiler de ida pactado
       *> (sucursal-devolucion.dat, asentado por ContratoAlquiler)
       *> no va a volver a donde salio: a partir de su fecha de
       *> retorno hay que contarlo en la sucursal pactada. Lo mismo
       *> un auto con una orden de reposicion abierta
       *> (ordenes-reposicion.dat, OrdenesReposicion): a partir de la
       *> llegada prevista cuenta en la sucursal de destino. Lo
       *> llaman DisponibilidadAutos, PronosticoOcupacion y
       *> SugerenciasReposicion.
       *>
       *> Devuelve la sucursal recibida (aut-sucursal) salvo que la
       *> patente tenga un alquiler de ida todavia no devuelto cuya
       *> fecha de retorno no supere la fecha pedida, o una orden de
       *> reposicion abierta cuya llegada prevista no la supere; si
       *> hay mas de un movimiento, rige el mas reciente.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is dynamic
           record key is sdv-clave
           file status is fs-suc-devol.

       select ordenes-reposicion
           assign to disk "..\..\..\Entrada\ordenes-reposicion.dat"
           organization is indexed
           access mode is dynamic
           record key is orp-clave
           file status is fs-ordenes.

       DATA DIVISION.
       file section.

       fd sucursal-devolucion
           label record is standard.
       01  rec-suc-devol.
           03  sdv-clave.
               05  sdv-patente     pic x(6).
               05  sdv-fecha-alq   pic 9(8).  *> DDMMAAAA
           03  sdv-sucursal-retiro pic 99.
           03  sdv-sucursal-pactada pic 99.
           03  sdv-fecha-retorno   pic 9(8).  *> AAAAMMDD
           03  sdv-sucursal-real   pic 99.    *> 00 = no volvio
           03  sdv-tipo-doc        pic x.
           03  sdv-nro-doc         pic x(20).
           03  sdv-fecha-devol     pic 9(8).  *> DDMMAAAA
           03  sdv-importe         pic 9(5)v99.
           03  sdv-estado          pic x.

       fd ordenes-reposicion
           label record is standard.
       01  rec-ordenes.
           03  orp-clave.
               05  orp-patente     pic x(6).
               05  orp-fecha-salida pic 9(8).  *> DDMMAAAA
           03  orp-sucursal-origen pic 99.
           03  orp-sucursal-destino pic 99.
           03  orp-fecha-llegada   pic 9(8).  *> DDMMAAAA, prevista
           03  orp-chofer          pic x(7).
           03  orp-estado          pic x.
               88  orp-en-traslado     value "T".
           03  orp-fecha-llegada-real pic 9(8). *> DDMMAAAA
           03  orp-operador        pic x(8).

       working-storage section.
       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
           88 eof-sdv                  value "10".
       01 fs-ordenes           pic xx.
           88 ok-orp                   value "00".
           88 eof-orp                  value "10".

       01 fecha-pedida-comp     pic 9(8).
       01 retorno-elegido       pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       linkage section.
       01  in-ubi-patente          pic x(6).   *> parametro
       01  in-ubi-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  in-ubi-sucursal         pic 99.     *> parametro
       01  out-ubi-sucursal        pic 99.     *> resultado

       PROCEDURE DIVISION using in-ubi-patente, in-ubi-fecha,
           in-ubi-sucursal, out-ubi-sucursal.

           perform ubicar-auto.

           goback. *> retorna control al que llama

       ubicar-auto.
           move in-ubi-sucursal to out-ubi-sucursal.
           move zeroes to retorno-elegido.
           move in-ubi-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-pedida-comp.

           open input sucursal-devolucion.
           if ok-sdv
               move in-ubi-patente to sdv-patente
               move zeroes to sdv-fecha-alq
               start sucursal-devolucion
                   key is not less than sdv-clave
                   invalid key continue
               end-start
               if ok-sdv
                   perform leer-devolucion
                   perform chequear-devolucion until eof-sdv
                       or sdv-patente is not equal to in-ubi-patente
               end-if
               close sucursal-devolucion
           end-if.

           open input ordenes-reposicion.
           if ok-orp
               move in-ubi-patente to orp-patente
               move zeroes to orp-fecha-salida
               start ordenes-reposicion
                   key is not less than orp-clave
                   invalid key continue
               end-start
               if ok-orp
                   perform leer-orden
                   perform chequear-orden until eof-orp
                       or orp-patente is not equal to in-ubi-patente
               end-if
               close ordenes-reposicion
           end-if.

       leer-devolucion.
           read sucursal-devolucion next record
               at end continue
           end-read.

       chequear-devolucion.
           if sdv-sucursal-real = zeroes
               and sdv-sucursal-pactada is not equal to zeroes
               and sdv-fecha-retorno is not equal to zeroes
               and sdv-fecha-retorno is not greater than
                   fecha-pedida-comp
               and sdv-fecha-retorno > retorno-elegido
               move sdv-fecha-retorno to retorno-elegido
               move sdv-sucursal-pactada to out-ubi-sucursal
           end-if.
           perform leer-devolucion.

       leer-orden.
           read ordenes-reposicion next record
               at end continue
           end-read.

       chequear-orden.
           if orp-en-traslado
               and orp-sucursal-destino is not equal to zeroes
               move orp-fecha-llegada to fecha-a-convertir
               perform invertir-orden-fecha
               if fecha-convertida is not greater than
                   fecha-pedida-comp
                   and fecha-convertida > retorno-elegido
                   move fecha-convertida to retorno-elegido
                   move orp-sucursal-destino to out-ubi-sucursal
               end-if
           end-if.
           perform leer-orden.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla cronologicamente.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
