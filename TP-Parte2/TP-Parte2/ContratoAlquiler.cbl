      *> estandar. El numero queda asentado en
      *> contratos-emitidos.dat por clave de alquiler, asi el
      *> contrato se reimprime a pedido con el mismo numero.
      *>
      *> Al emitir el contrato se pacta la sucursal de devolucion:
      *> un alquiler de ida (retira en una sucursal y devuelve en
      *> otra) queda asentado en sucursal-devolucion.dat con la
      *> sucursal pactada y la fecha de retorno, y el contrato
      *> informa el cargo por devolucion en otra sucursal de la
      *> tabla de MantenimientoSucursales. DevolucionAlquileres
      *> completa el registro con la sucursal que realmente
      *> recibio el auto.
      *>
      *> AprobacionMostrador lo lanza con la clave del alquiler
      *> recien aprobado en la variable de ambiente CONTRATO-CLAVE:
      *> en ese caso emite ese unico contrato sin pasar por el menu.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is ctr-clave
           file status is fs-contratos-emitidos.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is random
           record key is sdv-clave
           file status is fs-suc-devol.

       select cargos-devolucion
           assign to disk "..\..\..\Entrada\cargos-devolucion-suc.dat"
           organization is indexed
           access mode is random
           record key is cdv-clave
           file status is fs-cargos-devol.

       select numeracion
           assign to disk
               "..\..\..\Entrada\numeracion-contratos.dat"
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03  ctr-nro             pic 9(6).
           03  ctr-fecha-emision   pic 9(8).  *> AAAAMMDD

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
               88  sdv-sin-cargo       value "N".
               88  sdv-pendiente       value "P".
               88  sdv-facturado       value "F".

       fd cargos-devolucion
           label record is standard.
       01  rec-cargos-devol.
           03  cdv-clave.
               05  cdv-sucursal-retiro pic 99.
               05  cdv-sucursal-devol  pic 99.
           03  cdv-importe         pic 9(5)v99.

       fd numeracion
           label record is standard.
       01  reg-numeracion.
       01 fs-numeracion        pic xx.
           88 ok-num                   value "00".

       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".
       01 fs-cargos-devol      pic xx.
           88 ok-cdv                   value "00".
       01 hay-cargos-devol     pic x       value "N".
           88 cargos-devol-abiertos    value "S".

       01 fs-contratos         pic xx.
           88 ok-con                   value "00".

       77 op                    pic x.
       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 contrato-clave        pic x(14)   value spaces.
       77 nro-contrato          pic 9(6)    value zeroes.
       77 deposito-alquiler     pic 9(4)v99 value zeroes.
       01 es-reimpresion        pic x.
       01 in-sucursal-devol     pic 99.
       77 sucursal-retiro       pic 99      value zeroes.
       77 sucursal-pactada      pic 99      value zeroes.
       77 cargo-devolucion      pic 9(5)v99 value zeroes.
       77 fecha-retorno-num     pic 9(7).

      *> Aviso al cliente del contrato emitido (cola de
      *> notificaciones, ver EncolarNotificacion).
       01 notif-plantilla       pic x(8)    value "CONTRATO".
       01 notif-nro-doc         pic x(20).
       01 notif-variables.
           03 nv-contrato       pic 9(6).
           03 filler            pic x       value spaces.
           03 nv-patente        pic x(6).
           03 filler            pic x       value spaces.
           03 nv-fecha          pic 9(8).
           03 filler            pic x(38)   value spaces.
       01 notif-clave           pic x(20).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

       01 cli-codigo-estado    pic x(2).
       01 cli-numero           pic x(8).
           03 filler pic x(8)  value "  Dias: ".
           03 cd-dias           pic 99.
           03 filler pic x(11) value "  Importe: ".
           03 cd-importe        pic zzzzz9.99.
           03 filler pic x(12) value "  Deposito: ".
           03 cd-deposito       pic zzz9.99.

       01 con-devolucion.
           03 filler pic x(24) value "Devolucion en sucursal: ".
           03 cdl-sucursal      pic 99.
           03 filler pic x(26) value
               "  Cargo otra sucursal:    ".
           03 cdl-cargo         pic zzzz9.99.

       01 con-chofer.
           03 filler pic x(17) value "Chofer asignado: ".
           03 cch-legajo        pic x(7).
           perform leer-numeracion.
           perform abrir-archivos.
           perform abrir-clientes.
           accept contrato-clave from environment "CONTRATO-CLAVE".
           if contrato-clave is not equal to spaces
               perform emitir-contrato-directo
           else
               perform mostrar-menu
               perform procesar-menu until opcion-salir
           end-if.
           perform cerrar-clientes.
           perform cerrar-archivos.
           perform grabar-numeracion.
           if contrato-clave is equal to spaces
               accept ws-exit
           end-if.
           stop run.

       abrir-archivos.
               accept ws-exit
               stop run
           end-if.
           open i-o sucursal-devolucion.
           if not ok-sdv
               *> primera vez: el registro de devoluciones pactadas
               *> no existe
               open output sucursal-devolucion
               close sucursal-devolucion
               open i-o sucursal-devolucion
           end-if.
           if not ok-sdv
               display "Error al abrir sucursal de devolucion fs: "
                 fs-suc-devol
               accept ws-exit
               stop run
           end-if.
           open input cargos-devolucion.
           if ok-cdv
               move "S" to hay-cargos-devol
           end-if.
           open extend contratos.
           if not ok-con
               open output contratos
           end-if.
           close contratos-emitidos.
           close contratos.
           close sucursal-devolucion.
           if cargos-devol-abiertos
               close cargos-devolucion
           end-if.

       abrir-clientes.
           move "A" to op.
                   perform evaluar-alquiler
           end-read.

       emitir-contrato-directo.
           move contrato-clave(1:6) to in-patente.
           move contrato-clave(7:8) to in-fecha.
           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key
                   display "Alquiler no encontrado."
               not invalid key
                   perform evaluar-alquiler
           end-read.

      *> Solo los alquileres que llegaron a aprobarse tienen
      *> contrato; un pendiente o rechazado no tiene nada que
      *> firmar todavia.
               move spaces to cli-telefono
           end-if.
           perform buscar-deposito.
           *> un alquiler ya devuelto no pacta nada: la sucursal
           *> real ya la asento DevolucionAlquileres
           if es-reimpresion = "S" or alq-estado = "D"
               perform leer-devolucion-pactada
           else
               perform pactar-devolucion
           end-if.
           perform escribir-contrato.
           if es-reimpresion = "S"
               display "Contrato " ctr-nro " reimpreso."
           else
               display "Contrato " ctr-nro " emitido."
               perform notificar-contrato
           end-if.

       notificar-contrato.
           move alq-nro-doc to notif-nro-doc.
           move ctr-nro to nv-contrato.
           move alq-patente to nv-patente.
           move alq-fecha to nv-fecha.
           move alq-clave to notif-clave.
           call "EncolarNotificacion" using notif-plantilla,
               notif-nro-doc, notif-variables, notif-clave.

       buscar-deposito.
           move zeroes to deposito-alquiler.
           if depositos-abiertos
               end-read
           end-if.

      *> La sucursal de retiro es la del alquiler (la del auto si
      *> el alquiler no la tiene asentada). Sin sucursal de
      *> devolucion distinta, el auto vuelve a donde salio.
       pactar-devolucion.
           move alq-sucursal to sucursal-retiro.
           if sucursal-retiro = zeroes
               move aut-sucursal to sucursal-retiro
           end-if.
           display "Sucursal de devolucion (00 = la de retiro "
               sucursal-retiro "): ".
           accept in-sucursal-devol.
           if in-sucursal-devol = zeroes
               move sucursal-retiro to sucursal-pactada
           else
               move in-sucursal-devol to sucursal-pactada
           end-if.
           perform buscar-cargo-devolucion.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute fecha-retorno-num =
               function integer-of-date(fecha-convertida)
               + alq-cantdias.
           move alq-patente to sdv-patente.
           move alq-fecha to sdv-fecha-alq.
           move sucursal-retiro to sdv-sucursal-retiro.
           move sucursal-pactada to sdv-sucursal-pactada.
           compute sdv-fecha-retorno =
               function date-of-integer(fecha-retorno-num).
           move zeroes to sdv-sucursal-real.
           move alq-tipo-doc to sdv-tipo-doc.
           move alq-nro-doc to sdv-nro-doc.
           move zeroes to sdv-fecha-devol.
           move zeroes to sdv-importe.
           move "N" to sdv-estado.
           write rec-suc-devol.
           if not ok-sdv
               rewrite rec-suc-devol
           end-if.
           if not ok-sdv
               display "Error al grabar sucursal de devolucion fs: "
                 fs-suc-devol
           end-if.

       leer-devolucion-pactada.
           move zeroes to sucursal-retiro.
           move zeroes to sucursal-pactada.
           move alq-patente to sdv-patente.
           move alq-fecha to sdv-fecha-alq.
           read sucursal-devolucion
               invalid key continue
               not invalid key
                   move sdv-sucursal-retiro to sucursal-retiro
                   move sdv-sucursal-pactada to sucursal-pactada
           end-read.
           perform buscar-cargo-devolucion.

       buscar-cargo-devolucion.
           move zeroes to cargo-devolucion.
           if cargos-devol-abiertos
               and sucursal-pactada is not equal to sucursal-retiro
               move sucursal-retiro to cdv-sucursal-retiro
               move sucursal-pactada to cdv-sucursal-devol
               read cargos-devolucion
                   invalid key
                       display "AVISO: no hay cargo cargado para "
                           "devolver en la sucursal "
                           sucursal-pactada
                   not invalid key
                       move cdv-importe to cargo-devolucion
               end-read
           end-if.

       escribir-contrato.
           write reg-contratos from con-sep.
           move ctr-nro to ct-nro.
           move alq-importe to cd-importe.
           move deposito-alquiler to cd-deposito.
           write reg-contratos from con-condiciones.
           if sucursal-pactada is not equal to sucursal-retiro
               move sucursal-pactada to cdl-sucursal
               move cargo-devolucion to cdl-cargo
               write reg-contratos from con-devolucion
           end-if.
           move alq-chofer to cch-legajo.
           write reg-contratos from con-chofer.
           perform escribir-clausulas.
           move "garantia se libera con la devolucion sin danos."
               to con-clausula.
           write reg-contratos from con-clausula.
           move "4) La devolucion en una sucursal distinta de la "
               to con-clausula.
           write reg-contratos from con-clausula.
           move "de retiro genera el cargo de la tabla vigente."
               to con-clausula.
           write reg-contratos from con-clausula.

       leer-numeracion.
           open input numeracion.
               display "Error al grabar numeracion fs: "
                 fs-numeracion
           end-if.

      *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
      *> pasarla a FUNCTION INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
