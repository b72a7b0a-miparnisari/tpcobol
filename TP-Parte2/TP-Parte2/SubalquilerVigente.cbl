       IDENTIFICATION DIVISION.
       program-id. SubalquilerVigente.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Consulta el registro de subalquileres (subalquileres.dat,
       *> mantenido por Subalquileres): un auto de otra empresa
       *> figura en autos.dat con aut-estado "S" y solo es flota
       *> nuestra durante el periodo que lo tenemos alquilado.
       *> Devuelve "si" cuando la fecha pedida cae dentro de algun
       *> periodo vigente de la patente. Lo llaman Principal,
       *> DisponibilidadAutos y PronosticoOcupacion; sin registro
       *> cargado devuelve "no" y el auto de tercero no se alquila.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select subalquileres
           assign to disk "..\..\..\Entrada\subalquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is sba-clave
           file status is fs-subalquileres.

       DATA DIVISION.
       file section.

       fd subalquileres
           label record is standard.
       01  rec-subalquileres.
           03  sba-clave.
               05  sba-patente     pic x(6).
               05  sba-fecha-desde pic 9(8).  *> DDMMAAAA
           03  sba-fecha-hasta     pic 9(8).  *> DDMMAAAA
           03  sba-proveedor       pic x(20).
           03  sba-costo-dia       pic 9(5)v99.
           03  sba-sucursal        pic 99.
           03  sba-estado          pic x.
               88  sba-vigente         value "A".
           03  sba-operador        pic x(8).

       working-storage section.
       01 fs-subalquileres     pic xx.
           88 ok-sba                   value "00".
           88 eof-sba                  value "10".

       01 fecha-pedida-comp     pic 9(8).
       01 fecha-desde-comp      pic 9(8).
       01 fecha-hasta-comp      pic 9(8).
       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       linkage section.
       01  in-sba-patente          pic x(6).   *> parametro
       01  in-sba-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  out-subalquiler         pic xx.     *> resultado
           88 out-en-periodo           value "si".
           88 out-fuera-de-periodo     value "no".

       PROCEDURE DIVISION using in-sba-patente, in-sba-fecha,
           out-subalquiler.

           perform verificar-subalquiler.

           goback. *> retorna control al que llama

       verificar-subalquiler.
           move "no" to out-subalquiler.

           open input subalquileres.
           if ok-sba
               move in-sba-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-pedida-comp
               move in-sba-patente to sba-patente
               move zeroes to sba-fecha-desde
               start subalquileres key is not less than sba-clave
                   invalid key continue
               end-start
               if ok-sba
                   perform leer-periodo
                   perform chequear-periodo until eof-sba
                       or sba-patente is not equal to in-sba-patente
                       or out-en-periodo
               end-if
               close subalquileres
           end-if.

       leer-periodo.
           read subalquileres next record
               at end continue
           end-read.

       chequear-periodo.
           if sba-vigente
               move sba-fecha-desde to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-desde-comp
               move sba-fecha-hasta to fecha-a-convertir
               perform invertir-orden-fecha
               move fecha-convertida to fecha-hasta-comp
               if fecha-pedida-comp is not less than fecha-desde-comp
                   and fecha-pedida-comp is not greater than
                       fecha-hasta-comp
                   move "si" to out-subalquiler
               end-if
           end-if.
           if out-fuera-de-periodo
               perform leer-periodo
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
