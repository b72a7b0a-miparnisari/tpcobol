       identification division.
       program-id. ImportarCombustible.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Importacion del resumen mensual del proveedor de tarjetas
      *> de combustible: cada linea es una carga (tarjeta, fecha,
      *> litros, importe y odometro informado en el surtidor). La
      *> tarjeta se traduce a patente con el maestro de tarjetas
      *> (MantenimientoTarjetas) y la carga se asienta en el
      *> registro de cargas por vehiculo, que despues leen
      *> ConsumoCombustible y RentabilidadVehiculos.
      *> Se puede correr de nuevo sobre el mismo resumen: una carga
      *> identica (misma patente, fecha, tarjeta, litros, importe y
      *> odometro) ya asentada no se vuelve a grabar. Las cargas de
      *> tarjetas que no estan en el maestro quedan en un reporte
      *> para revision manual. El resumen es tambien la factura de
      *> la empresa de tarjetas: su total (todas las cargas, esten
      *> imputadas o no) queda como deuda en cuentas a pagar
      *> (RegistrarCuentaPagar); en una reimportacion la misma
      *> factura no se asienta dos veces.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select extracto-comb
           assign to disk
               "..\..\..\Entrada\extracto-combustible.dat"
           organization is line sequential
           file status is fs-extracto.

       select tarjetas
           assign to disk
               "..\..\..\Entrada\tarjetas-combustible.dat"
           organization is indexed
           access mode is random
           record key is tcb-tarjeta
           file status is fs-tarjetas.

       select cargas
           assign to disk "..\..\..\Entrada\cargas-combustible.dat"
           organization is indexed
           access mode is random
           record key is cco-clave
           file status is fs-cargas.

       select no-aplicadas
           assign to disk "..\..\..\Salida\combustible-no-aplicado.txt"
           organization is line sequential
           file status is fs-no-aplicadas.

       DATA DIVISION.
       file section.

       fd extracto-comb
           label record is standard.
       01  reg-extracto-comb.
           03  ecb-tarjeta         pic x(16).
           03  filler              pic x.
           03  ecb-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  ecb-litros          pic 9(3)v99.
           03  filler              pic x.
           03  ecb-importe         pic 9(7)v99.
           03  filler              pic x.
           03  ecb-odometro        pic 9(7).

       fd tarjetas
           label record is standard.
       01  rec-tarjetas.
           03  tcb-tarjeta         pic x(16).
           03  tcb-patente         pic x(6).
           03  tcb-estado          pic x.
               88  tcb-activa          value "A".
               88  tcb-de-baja         value "B".

      *> Registro de cargas de combustible por vehiculo. El numero
      *> de carga separa las cargas de una misma patente en el dia.
       fd cargas
           label record is standard.
       01  rec-cargas.
           03  cco-clave.
               05  cco-patente     pic x(6).
               05  cco-fecha       pic 9(8).  *> AAAAMMDD
               05  cco-nro         pic 99.
           03  cco-tarjeta         pic x(16).
           03  cco-litros          pic 9(3)v99.
           03  cco-importe         pic 9(7)v99.
           03  cco-odometro        pic 9(7).

       fd no-aplicadas
           label record is standard.
       01  reg-no-aplicadas        pic x(80).

       working-storage section.
       01 fs-extracto          pic xx.
           88 ok-ext                   value "00".
           88 eof-ext                  value "10".

       01 fs-tarjetas          pic xx.
           88 ok-tcb                   value "00".

       01 fs-cargas            pic xx.
           88 ok-cco                   value "00".

       01 fs-no-aplicadas      pic xx.
           88 ok-noap                  value "00".

       77 ws-exit               pic x.

       01 patente-carga         pic x(6).
       01 nro-carga             pic 99.
       01 resultado-busqueda    pic x.
           88 carga-repetida           value "R".
           88 carga-nueva              value "N".
           88 dia-completo             value "C".

       77 cant-cargas           pic 9(5)    value zeroes.
       77 cant-asentadas        pic 9(5)    value zeroes.
       77 cant-repetidas        pic 9(5)    value zeroes.
       77 cant-no-aplicadas     pic 9(5)    value zeroes.
       77 tot-asentado          pic 9(9)v99 value zeroes.
       77 tot-no-aplicado       pic 9(9)v99 value zeroes.
       77 tot-resumen           pic 9(9)v99 value zeroes.

       01 in-proveedor          pic x(20).
       01 in-factura-resumen    pic x(15).

      *> Factura del resumen al libro de cuentas a pagar
      *> (RegistrarCuentaPagar).
       01 cxp-proveedor-arg     pic x(20).
       01 cxp-factura-arg       pic x(15).
       01 cxp-patente-arg       pic x(6).
       01 cxp-importe-arg       pic 9(7)v99.
       01 cxp-origen-arg        pic x(12).
       01 cxp-estado-arg        pic xx.

       01 enc-noap1.
           03 filler pic x(44) value
               "COMBUSTIBLE - CARGAS SIN IMPUTAR            ".
           03 en1-fecha         pic 9(8).

       01 enc-noap2.
           03 filler pic x(80) value all "-".

       01 det-noap.
           03 dn-tarjeta        pic x(16).
           03 filler pic x(2)  value spaces.
           03 dn-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dn-litros         pic zz9.99.
           03 filler pic x(2)  value spaces.
           03 dn-importe        pic zzzzzz9.99.
           03 filler pic x(2)  value spaces.
           03 dn-motivo         pic x(30).

       01 tot-noap.
           03 filler pic x(22) value "CARGAS SIN IMPUTAR:   ".
           03 tn-cant           pic zzzz9.
           03 filler pic x(11) value "  Importe: ".
           03 tn-importe        pic zzzzzzz9.99.

       PROCEDURE DIVISION.
           perform abrir-archivos.
           perform leer-carga.
           perform procesar-carga until eof-ext.
           perform cerrar-archivos.
           display "CARGAS LEIDAS:       " cant-cargas.
           display "CARGAS ASENTADAS:    " cant-asentadas
               " por " tot-asentado.
           display "YA ASENTADAS:        " cant-repetidas.
           display "CARGAS SIN IMPUTAR:  " cant-no-aplicadas
               " por " tot-no-aplicado.
           perform asentar-factura-resumen.
           if cant-no-aplicadas = zeroes
               move 0 to return-code
           else
               move 1 to return-code
           end-if.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open input extracto-comb.
           if not ok-ext
               display "Error al abrir resumen de combustible fs: "
                 fs-extracto
               move 1 to return-code
               accept ws-exit
               stop run
           end-if.
           open input tarjetas.
           if not ok-tcb
               display "Error al abrir tarjetas fs: " fs-tarjetas
               move 1 to return-code
               accept ws-exit
               stop run
           end-if.
           open i-o cargas.
           if fs-cargas = "35"
               *> primera importacion: el registro no existe
               open output cargas
               close cargas
               open i-o cargas
           end-if.
           if not ok-cco
               display "Error al abrir cargas fs: " fs-cargas
               move 1 to return-code
               accept ws-exit
               stop run
           end-if.
           open output no-aplicadas.
           if not ok-noap
               display "Error al abrir reporte fs: " fs-no-aplicadas
               move 1 to return-code
               accept ws-exit
               stop run
           end-if.
           move function current-date(1:8) to en1-fecha.
           write reg-no-aplicadas from enc-noap1.
           write reg-no-aplicadas from enc-noap2.

       leer-carga.
           read extracto-comb.
           if ok-ext
               add 1 to cant-cargas
               add ecb-importe to tot-resumen
           end-if.
           if fs-extracto is not equal to 00 and 10
               display "Error al leer resumen fs: " fs-extracto
           end-if.

       procesar-carga.
           move ecb-tarjeta to tcb-tarjeta.
           read tarjetas
               invalid key
                   move "TARJETA FUERA DEL MAESTRO" to dn-motivo
                   perform reportar-no-aplicada
               not invalid key
                   perform asentar-carga
           end-read.
           perform leer-carga.

      *> Busca el primer numero libre del dia para la patente; si
      *> en el camino aparece la misma carga ya asentada, es una
      *> reimportacion del resumen y no se graba.
       asentar-carga.
           move tcb-patente to patente-carga.
           move "N" to resultado-busqueda.
           move 1 to nro-carga.
           perform buscar-nro-carga until not carga-nueva.
           if carga-repetida
               add 1 to cant-repetidas
           else
               perform grabar-carga
           end-if.

       buscar-nro-carga.
           move patente-carga to cco-patente.
           move ecb-fecha to cco-fecha.
           move nro-carga to cco-nro.
           read cargas
               invalid key
                   move "C" to resultado-busqueda
               not invalid key
                   perform comparar-carga
           end-read.

       comparar-carga.
           if cco-tarjeta = ecb-tarjeta
               and cco-litros = ecb-litros
               and cco-importe = ecb-importe
               and cco-odometro = ecb-odometro
               move "R" to resultado-busqueda
           else
               if nro-carga = 99
                   move spaces to resultado-busqueda
               else
                   add 1 to nro-carga
               end-if
           end-if.

       grabar-carga.
           if resultado-busqueda = spaces
               move "MAS DE 99 CARGAS EN EL DIA" to dn-motivo
               perform reportar-no-aplicada
           else
               move patente-carga to cco-patente
               move ecb-fecha to cco-fecha
               move nro-carga to cco-nro
               move ecb-tarjeta to cco-tarjeta
               move ecb-litros to cco-litros
               move ecb-importe to cco-importe
               move ecb-odometro to cco-odometro
               write rec-cargas
               if ok-cco
                   add 1 to cant-asentadas
                   add ecb-importe to tot-asentado
               else
                   display "Error al grabar carga fs: " fs-cargas
               end-if
           end-if.

       reportar-no-aplicada.
           move ecb-tarjeta to dn-tarjeta.
           move ecb-fecha to dn-fecha.
           move ecb-litros to dn-litros.
           move ecb-importe to dn-importe.
           write reg-no-aplicadas from det-noap.
           add 1 to cant-no-aplicadas.
           add ecb-importe to tot-no-aplicado.

       asentar-factura-resumen.
           if tot-resumen > zeroes
               display "TOTAL DEL RESUMEN:   " tot-resumen
               display "Empresa de tarjetas (nombre en el maestro de "
                   "proveedores): "
               accept in-proveedor
               display "Factura del resumen (en blanco si no se "
                   "asienta): "
               accept in-factura-resumen
               if in-proveedor is not equal to spaces
                   and in-factura-resumen is not equal to spaces
                   move in-proveedor to cxp-proveedor-arg
                   move in-factura-resumen to cxp-factura-arg
                   move spaces to cxp-patente-arg
                   move tot-resumen to cxp-importe-arg
                   move "COMBUSTIBLE" to cxp-origen-arg
                   call "RegistrarCuentaPagar" using
                       cxp-proveedor-arg, cxp-factura-arg,
                       cxp-patente-arg, cxp-importe-arg,
                       cxp-origen-arg, cxp-estado-arg
                   if cxp-estado-arg = "00"
                       display "Factura asentada en cuentas a pagar."
                   else if cxp-estado-arg = "22"
                       display "Esa factura ya estaba asentada."
                   else
                       display "Error al asentar en cuentas a pagar "
                           "fs: " cxp-estado-arg
                   end-if
               end-if
           end-if.

       cerrar-archivos.
           write reg-no-aplicadas from enc-noap2.
           move cant-no-aplicadas to tn-cant.
           move tot-no-aplicado to tn-importe.
           write reg-no-aplicadas from tot-noap.
           close extracto-comb.
           close tarjetas.
           close cargas.
           close no-aplicadas.
