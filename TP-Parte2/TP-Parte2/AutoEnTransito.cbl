       IDENTIFICATION DIVISION.
       program-id. AutoEnTransito.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Consulta las ordenes de reposicion entre sucursales
       *> (ordenes-reposicion.dat, emitidas desde OrdenesReposicion):
       *> devuelve "si" cuando en la fecha pedida la patente esta
       *> viajando de una sucursal a otra. Un auto en la ruta no se
       *> puede alquilar en ninguna de las dos puntas; lo llaman
       *> Principal y DisponibilidadAutos, igual que a
       *> AutoFueraDeServicio. Sin ordenes cargadas todo auto esta
       *> disponible (devuelve "no").
       *>
       *> Una orden abierta ("T") bloquea desde la salida hasta la
       *> llegada prevista, o hasta hoy si todavia no se registro
       *> la llegada y el auto viene atrasado. Una orden con la
       *> llegada registrada ("L") bloquea desde la salida hasta el
       *> dia anterior a la llegada real. Las canceladas no
       *> bloquean.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select ordenes-reposicion
           assign to disk "..\..\..\Entrada\ordenes-reposicion.dat"
           organization is indexed
           access mode is dynamic
           record key is orp-clave
           file status is fs-ordenes.

       DATA DIVISION.
       file section.

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
               88  orp-llegado         value "L".
               88  orp-cancelado       value "X".
           03  orp-fecha-llegada-real pic 9(8). *> DDMMAAAA
           03  orp-operador        pic x(8).

       working-storage section.
       01 fs-ordenes           pic xx.
           88 ok-orp                   value "00".
           88 eof-orp                  value "10".

       01 fecha-pedida-comp     pic 9(8).
       01 fecha-salida-comp     pic 9(8).
       01 fecha-llegada-comp    pic 9(8).
       01 fecha-hoy             pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       linkage section.
       01  in-orp-patente          pic x(6).   *> parametro
       01  in-orp-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  out-en-transito         pic xx.     *> resultado
           88 out-esta-en-transito     value "si".
           88 out-no-esta-en-transito  value "no".

       PROCEDURE DIVISION using in-orp-patente, in-orp-fecha,
           out-en-transito.

           perform verificar-en-transito.

           goback. *> retorna control al que llama

       verificar-en-transito.
           move "no" to out-en-transito.

           open input ordenes-reposicion.
           if ok-orp
               move function current-date(1:8) to fecha-hoy
               move in-orp-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-pedida-comp
               move in-orp-patente to orp-patente
               move zeroes to orp-fecha-salida
               start ordenes-reposicion
                   key is not less than orp-clave
                   invalid key continue
               end-start
               if ok-orp
                   perform leer-orden
                   perform chequear-orden until eof-orp
                       or orp-patente is not equal to in-orp-patente
                       or out-esta-en-transito
               end-if
               close ordenes-reposicion
           end-if.

       leer-orden.
           read ordenes-reposicion next record
               at end continue
           end-read.

       chequear-orden.
           move orp-fecha-salida to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-salida-comp.
           if orp-en-traslado
               move orp-fecha-llegada to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-llegada-comp
               if fecha-llegada-comp < fecha-hoy
                   move fecha-hoy to fecha-llegada-comp
               end-if
               if fecha-pedida-comp is not less than fecha-salida-comp
                   and fecha-pedida-comp is not greater than
                       fecha-llegada-comp
                   move "si" to out-en-transito
               end-if
           end-if.
           if orp-llegado
               move orp-fecha-llegada-real to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-llegada-comp
               if fecha-pedida-comp is not less than fecha-salida-comp
                   and fecha-pedida-comp < fecha-llegada-comp
                   move "si" to out-en-transito
               end-if
           end-if.
           if out-no-esta-en-transito
               perform leer-orden
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla cronologicamente.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
