       *> que ParteA persiste al terminar), la cantidad de facturas
       *> emitidas hoy en el registro de emitidas, y la alerta de
       *> reconciliacion. Corre como ultimo paso de CorridaDiaria.
       *> La corrida tardia de agencias (CorridaDiaria TARDIA) agrega
       *> al final su propia seccion: Principal y conciliacion de lo
       *> que entro tarde, sin deltas ni facturas, que ya estan en la
       *> pagina de la noche.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-fact-emitidas.

       *> Control de corrida (ver Principal): en modo desatendido el
           organization is line sequential
           file status is fs-resumen.

       select corrida-tardia
           assign to disk "..\..\..\Files\CORRIDA-TARDIA.dat"
           organization is line sequential
           file status is fs-corrida-tardia.

       DATA DIVISION.
       file section.

           03  fact-estado         pic x.
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
               88  fact-cae-pendiente  value "P".
               88  fact-cae-enviada    value "E".
               88  fact-cae-autorizada value "A".
               88  fact-cae-rechazada  value "R".
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
               88  fact-es-factura     value "F".
               88  fact-es-debito      value "D".
           03  fact-fact-origen    pic 9(6).

       fd resumen
           label record is standard.
       01  reg-resumen             pic x(80).

       fd corrida-tardia
           label record is standard.
       01  reg-corrida-tardia.
           03  ctar-modo           pic x.

       working-storage section.
       01 fs-auditoria         pic xx.
           88 ok-aud                   value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       01 fs-corrida-tardia    pic xx.
           88 ok-ctar                  value "00".
       01 modo-tardio          pic x       value "N".
           88 es-corrida-tardia        value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).

               "RESUMEN DE FIN DE DIA - Corrida   ".
           03 er1-fecha         pic 9(8).

       01 enc-res-tardia.
           03 filler pic x(42) value
               "CORRIDA TARDIA DE AGENCIAS - Corrida      ".
           03 ert-fecha         pic 9(8).

       01 enc-res2.
           03 filler pic x(80) value all "-".


       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-modo-tardio.
           move function current-date(1:8) to fecha-hoy.
           perform leer-auditoria.
           perform leer-totales-partea.
           if es-corrida-tardia
               perform emitir-seccion-tardia
           else
               perform contar-facturas-hoy
               perform emitir-resumen
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           close resumen.
           display "Resumen de fin de dia emitido.".

       *> Corrida tardia: el ultimo registro de auditoria es el de
       *> Principal en esta corrida y TOTALES-PARTEA el de la
       *> conciliacion tardia.
       emitir-seccion-tardia.
           open extend resumen.
           if not ok-res
               open output resumen
           end-if.
           if not ok-res
               display "Error al abrir resumen fs: " fs-resumen
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           write reg-resumen from enc-res2.
           move fecha-hoy to ert-fecha.
           write reg-resumen from enc-res-tardia.
           write reg-resumen from enc-res2.
           move hoy-leidos to lp1-leidos.
           move hoy-aprobados to lp1-aprobados.
           move hoy-rechazados to lp1-rechazados.
           write reg-resumen from lin-principal1.
           move hoy-tot-gral to lp2-total.
           move hoy-pendientes to lp2-pendientes.
           write reg-resumen from lin-principal2.
           write reg-resumen from enc-res2.
           move tot-gral-partea to la1-total.
           write reg-resumen from lin-partea1.
           perform escribir-agencia-partea
               varying ix-ag from 1 by 1 until ix-ag > 7.
           close resumen.
           display "Seccion de la corrida tardia agregada al resumen.".

       escribir-agencia-partea.
           compute la2-agencia = ix-ag - 1.
           move tot-ag-cant(ix-ag) to la2-cant.
           move tot-ag-importe(ix-ag) to la2-importe.
           write reg-resumen from lin-partea2.

       leer-modo-tardio.
           open input corrida-tardia.
           if ok-ctar
               read corrida-tardia
                   at end move spaces to ctar-modo
               end-read
               if ctar-modo = "S"
                   move "S" to modo-tardio
               end-if
               close corrida-tardia
           end-if.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
