       identification division.
       program-id. ReorganizarEmitidas.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Reorganizacion por unica vez del registro de facturas
      *> emitidas: hasta ahora solo tenia la clave de numero de
      *> factura, y ClienteMoroso (una vez por cada alquiler que
      *> chequea Principal), Reclamos, ImportarExtracto,
      *> GenerarDebitos y CobranzasClientes lo barrian completo
      *> para encontrar las facturas de un cliente. El registro
      *> vigente suma dos claves alternativas con duplicados, el
      *> documento (fact-nro-doc) y el numero de cliente
      *> (fact-cli-numero), y esos programas leen posicionados.
      *>
      *> Abrir el registro viejo con las claves nuevas da fs 39 y
      *> los programas cortan: este utilitario lo lee declarado
      *> solo con la clave de numero y deja
      *> facturas-emitidas-nuevo.dat con las tres claves, para
      *> renombrar a mano sobre el viejo con el sistema quieto,
      *> igual que ConvertirMaestros. Si el registro no existe
      *> (fs 35) no hay nada que hacer; si ya tiene las claves
      *> nuevas da fs 39 aca y se saltea, asi correrlo dos veces
      *> no rompe nada. Los respaldos fechados viejos
      *> (RestaurarMaestros) quedan sin las claves nuevas:
      *> reorganizar despues de restaurar uno.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select emitidas-viejo
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is fev-nro
           file status is fs-emitidas-viejo.

       select emitidas-nuevo
           assign to disk
               "..\..\..\Entrada\facturas-emitidas-nuevo.dat"
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-emitidas-nuevo.

       DATA DIVISION.
       file section.

       fd emitidas-viejo
           label record is standard.
       01  rec-emitidas-viejo.
           03  fev-nro             pic 9(6).
           03  filler              pic x(119).

       fd emitidas-nuevo
           label record is standard.
       01  rec-fact-emitidas.
           03  fact-nro            pic 9(6).
           03  fact-fecha-emision  pic 9(8).  *> AAAAMMDD
           03  fact-nro-doc        pic x(20).
           03  fact-cli-numero     pic x(8).
           03  fact-total          pic 9(7)v99.
           03  fact-pagado         pic 9(7)v99.
           03  fact-estado         pic x.
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
           03  fact-fact-origen    pic 9(6).

       working-storage section.
       01 fs-emitidas-viejo    pic xx.
           88 ok-fev                   value "00".
           88 eof-fev                  value "10".
       01 fs-emitidas-nuevo    pic xx.
           88 ok-fen                   value "00".

       77 ws-exit               pic x.
       77 cant-emitidas         pic 9(7)    value zeroes.
       77 cant-errores          pic 9(3)    value zeroes.

       PROCEDURE DIVISION.
           perform reorganizar-emitidas.
           if cant-errores > zeroes
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           accept ws-exit.
           stop run.

       reorganizar-emitidas.
           open input emitidas-viejo.
           evaluate true
               when ok-fev
                   open output emitidas-nuevo
                   if not ok-fen
                       display "Error al crear emitidas nuevo fs: "
                         fs-emitidas-nuevo
                       add 1 to cant-errores
                       close emitidas-viejo
                   else
                       perform leer-emitida-vieja
                       perform pasar-emitida until eof-fev
                       close emitidas-viejo
                       close emitidas-nuevo
                       display "FACTURAS REORGANIZADAS:   "
                           cant-emitidas
                       display "REORGANIZACION TERMINADA. Renombrar "
                           "facturas-emitidas-nuevo.dat sobre "
                           "facturas-emitidas.dat."
                   end-if
               when fs-emitidas-viejo = "35"
                   display "facturas-emitidas.dat no existe, nada "
                       "que reorganizar."
               when other
                   display "facturas-emitidas.dat no se pudo leer "
                       "con la clave anterior (ya reorganizado?) "
                       "fs: " fs-emitidas-viejo
           end-evaluate.

       leer-emitida-vieja.
           read emitidas-viejo
               at end continue
           end-read.

       pasar-emitida.
           if ok-fev
               move rec-emitidas-viejo to rec-fact-emitidas
               write rec-fact-emitidas
               if ok-fen
                   add 1 to cant-emitidas
               else
                   display "Error al grabar factura " fev-nro
                       " fs: " fs-emitidas-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-emitida-vieja.
