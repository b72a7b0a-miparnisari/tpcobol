      *> deja la recomendacion para el deposito en garantia:
      *> retener si hay dano nuevo (y evaluar el alta del siniestro
      *> en RegistroSiniestros), liberar si la devolucion es limpia.
      *> Con dano nuevo se abre ademas el caso de recargo en
      *> RecargosDanios, que cobra al cliente lo que la reparacion
      *> exceda al deposito.
      *> En la devolucion se confirman tambien los extras asociados
      *> al alquiler (ExtrasAlquiler): lo que no vuelve queda
      *> pendiente de recargo al valor de reposicion, que factura
      *> Facturacion, y sale de las unidades de la sucursal.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is ins-clave
           file status is fs-inspecciones.

       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is dynamic
           record key is exa-clave
           alternate record key is exa-codigo with duplicates
           file status is fs-extras-alq.

       select extras
           assign to disk "..\..\..\Entrada\extras.dat"
           organization is indexed
           access mode is random
           record key is ext-clave
           file status is fs-extras.

       select reporte
           assign to disk "..\..\..\Salida\inspecciones.txt"
           organization is line sequential
           03  ins-inspector       pic x(8).
           03  ins-observaciones   pic x(30).

       fd extras-alquiler
           label record is standard.
       01  rec-extras-alq.
           03  exa-clave.
               05  exa-patente     pic x(6).
               05  exa-fecha-alq   pic 9(8).  *> DDMMAAAA
               05  exa-codigo      pic x(4).
           03  exa-sucursal        pic 99.
           03  exa-descripcion     pic x(20).
           03  exa-cantidad        pic 99.
           03  exa-cantdias        pic 99.
           03  exa-desde           pic 9(8).  *> AAAAMMDD
           03  exa-hasta           pic 9(8).  *> AAAAMMDD
           03  exa-precio-dia      pic 9(4)v99.
           03  exa-importe         pic 9(6)v99.
           03  exa-valor-reposicion pic 9(5)v99.
           03  exa-tipo-doc        pic x.
           03  exa-nro-doc         pic x(20).
           03  exa-estado-fact     pic x.
           03  exa-estado-dev      pic x.
               88  exa-dev-pendiente   value "P".
               88  exa-faltante        value "F".
           03  exa-cant-faltante   pic 99.
           03  exa-recargo         pic 9(6)v99.
           03  exa-estado-recargo  pic x.

       fd extras
           label record is standard.
       01  rec-extras.
           03  ext-clave.
               05  ext-codigo      pic x(4).
               05  ext-sucursal    pic 99.
           03  ext-descripcion     pic x(20).
           03  ext-precio-dia      pic 9(4)v99.
           03  ext-unidades        pic 9(3).
           03  ext-valor-reposicion pic 9(5)v99.
           03  ext-estado          pic x.

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 fs-extras-alq        pic xx.
           88 ok-exa                   value "00".
           88 eof-exa                  value "10".
       01 hay-extras-alq       pic x       value "N".
           88 extras-alq-abiertos      value "S".

       01 fs-extras            pic xx.
           88 ok-ext                   value "00".
       01 hay-extras           pic x       value "N".
           88 extras-abiertos          value "S".

       01 in-devueltas          pic 99.

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-salida            value 1.
           03 filler pic x(20) value "ACCESORIO FALTANTE: ".
           03 df-acc            pic x(10).

       01 det-extra-faltante.
           03 filler pic x(16) value "EXTRA FALTANTE: ".
           03 dx-descripcion    pic x(20).
           03 filler pic x(2)  value spaces.
           03 dx-cantidad       pic z9.
           03 filler pic x(12) value " u. recargo ".
           03 dx-recargo        pic zzzzz9.99.

       01 det-combustible.
           03 filler pic x(22) value "COMBUSTIBLE: salida  ".
           03 dc-salida         pic 9.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           close inspecciones.
           if extras-alq-abiertos
               close extras-alquiler
           end-if.
           if extras-abiertos
               close extras
           end-if.
           accept ws-exit.
           stop run.

               accept ws-exit
               stop run
           end-if.
           open i-o extras-alquiler.
           if ok-exa
               move "S" to hay-extras-alq
           end-if.
           open i-o extras.
           if ok-ext
               move "S" to hay-extras
           end-if.

       mostrar-menu.
           display "1) Inspeccion de entrega (salida)".
           display "Observaciones: ".
           accept in-observaciones.
           perform grabar-inspeccion.
           if momento-a-grabar = "E" and extras-alq-abiertos
               perform controlar-extras
           end-if.

      *> Una inspeccion repetida para la misma clave y momento se
      *> pisa: vale la ultima planilla cargada, y el journal del
                 fs-inspecciones
           end-if.

      *> Cada extra del alquiler que sigue pendiente de devolucion
      *> se confirma por unidades: lo que falta queda como recargo
      *> pendiente y se descuenta de las unidades de la sucursal
      *> (si aparece, se vuelve a cargar en MantenimientoExtras).
       controlar-extras.
           move in-patente to exa-patente.
           move in-fecha-alq to exa-fecha-alq.
           move low-values to exa-codigo.
           start extras-alquiler key is not less than exa-clave
               invalid key move "10" to fs-extras-alq
           end-start.
           if ok-exa
               perform leer-extra-alquiler
               perform confirmar-extra
                   until eof-exa or exa-patente not = in-patente
                       or exa-fecha-alq not = in-fecha-alq
           end-if.

       leer-extra-alquiler.
           read extras-alquiler next record
               at end continue
           end-read.

       confirmar-extra.
           if exa-dev-pendiente
               display "Unidades devueltas de " exa-descripcion
                   " (entregadas " exa-cantidad "): "
               accept in-devueltas
               if in-devueltas < exa-cantidad
                   move "F" to exa-estado-dev
                   compute exa-cant-faltante =
                       exa-cantidad - in-devueltas
                   compute exa-recargo =
                       exa-cant-faltante * exa-valor-reposicion
                   move "P" to exa-estado-recargo
               else
                   move "D" to exa-estado-dev
               end-if
               rewrite rec-extras-alq
               if not ok-exa
                   display "Error al registrar devolucion de extra "
                       "fs: " fs-extras-alq
               else if exa-faltante
                   display "Extra faltante: recargo " exa-recargo
                       " pendiente de facturar."
                   perform descontar-unidades
               end-if
           end-if.
           perform leer-extra-alquiler.

       descontar-unidades.
           if extras-abiertos
               move exa-codigo to ext-codigo
               move exa-sucursal to ext-sucursal
               read extras
                   invalid key continue
                   not invalid key
                       if ext-unidades > exa-cant-faltante
                           subtract exa-cant-faltante
                               from ext-unidades
                       else
                           move zeroes to ext-unidades
                       end-if
                       rewrite rec-extras
               end-read
           end-if.

       comparar-inspecciones.
           display "Patente: ".
           accept in-patente.
               varying ix-zona from 1 by 1 until ix-zona > 6.
           perform comparar-accesorio
               varying ix-zona from 1 by 1 until ix-zona > 3.
           if extras-alq-abiertos
               perform listar-extras-faltantes
           end-if.
           move sal-combustible to dc-salida.
           move ent-combustible to dc-entrada.
           write reg-reporte from det-combustible.
               add 1 to cant-acc-faltantes
           end-if.

       listar-extras-faltantes.
           move in-patente to exa-patente.
           move in-fecha-alq to exa-fecha-alq.
           move low-values to exa-codigo.
           start extras-alquiler key is not less than exa-clave
               invalid key move "10" to fs-extras-alq
           end-start.
           if ok-exa
               perform leer-extra-alquiler
               perform comparar-extra
                   until eof-exa or exa-patente not = in-patente
                       or exa-fecha-alq not = in-fecha-alq
           end-if.

       comparar-extra.
           if exa-faltante
               move exa-descripcion to dx-descripcion
               move exa-cant-faltante to dx-cantidad
               move exa-recargo to dx-recargo
               write reg-reporte from det-extra-faltante
               if cant-acc-faltantes < 9
                   add 1 to cant-acc-faltantes
               end-if
           end-if.
           perform leer-extra-alquiler.

       escribir-recomendacion.
           if cant-danios-nuevos = zeroes
               and cant-acc-faltantes = zeroes
