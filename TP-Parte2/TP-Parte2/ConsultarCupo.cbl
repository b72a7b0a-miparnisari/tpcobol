       IDENTIFICATION DIVISION.
       program-id. ConsultarCupo.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Cupos garantizados de las agencias socias (cupos.dat,
       *> mantenido por MantenimientoCupos): una agencia tiene
       *> asegurada una cantidad de autos de un tamano por dia dentro
       *> de un rango de fechas, hasta unos dias antes de cada fecha
       *> (dias de liberacion). Lo llama ParteA en el desempate:
       *>
       *>   "C" consultar: "00" si la agencia tiene cupo vigente para
       *>                  el tamano y la fecha del alquiler con autos
       *>                  sin usar, asi su SOLICITUDES pasa adelante.
       *>   "U" usar:      asienta en cupos-uso.dat un auto aprobado a
       *>                  la agencia contra el cupo de esa fecha
       *>                  (mismas condiciones que "C").
       *>
       *> Devuelve "23" si la agencia no tiene cupo para ese tamano y
       *> fecha, "01" si el cupo del dia ya esta completo y "02" si
       *> ya paso la fecha de liberacion: lo no usado volvio a la
       *> disponibilidad general y la agencia compite como todas. Sin
       *> maestro de cupos, nadie tiene cupo y el desempate queda
       *> como siempre.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select cupos
           assign to disk "..\..\..\Entrada\cupos.dat"
           organization is indexed
           access mode is dynamic
           record key is cup-clave
           file status is fs-cupos.

       select cupos-uso
           assign to disk "..\..\..\Entrada\cupos-uso.dat"
           organization is indexed
           access mode is random
           record key is cu-clave
           file status is fs-cupos-uso.

       DATA DIVISION.
       file section.

       fd cupos
           label record is standard.
       01  rec-cupos.
           03  cup-clave.
               05  cup-agencia     pic 9.
               05  cup-tamano      pic x.
               05  cup-desde       pic 9(8).  *> AAAAMMDD
           03  cup-hasta           pic 9(8).  *> AAAAMMDD
           03  cup-cantidad        pic 9(3).
           03  cup-dias-liberacion pic 9(3).
           03  cup-estado          pic x.
               88  cup-activo          value "A".

       fd cupos-uso
           label record is standard.
       01  rec-cupos-uso.
           03  cu-clave.
               05  cu-agencia      pic 9.
               05  cu-tamano       pic x.
               05  cu-desde        pic 9(8).  *> AAAAMMDD
               05  cu-fecha        pic 9(8).  *> AAAAMMDD
           03  cu-usados           pic 9(3).

       working-storage section.
       01 fs-cupos             pic xx.
           88 ok-cup                   value "00".
       01 fs-cupos-uso         pic xx.
           88 ok-cu                    value "00".

       01 hay-uso              pic x.
           88 uso-registrado           value "S".
       77 fecha-pedida-num     pic 9(7).
       77 fecha-liberacion-num pic 9(7).
       77 fecha-hoy-num        pic 9(7).
       01 fecha-hoy            pic 9(8).

       01 fecha-a-convertir    pic 9(8).
       01 fecha-convertida     pic 9(8).
       01 fec-resto            pic 9(6).
       01 fec-dd               pic 9(2).
       01 fec-mm               pic 9(2).
       01 fec-aaaa             pic 9(4).

       linkage section.
       01  in-cup-op               pic x.      *> parametro (C/U)
       01  in-cup-agencia          pic 9.      *> parametro
       01  in-cup-tamano           pic x.      *> parametro
       01  in-cup-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  out-cup-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-cup-op, in-cup-agencia,
           in-cup-tamano, in-cup-fecha, out-cup-estado.

           perform buscar-cupo.
           if out-cup-estado = "00"
               perform controlar-uso
           end-if.

           goback. *> retorna control al que llama

      *> El cupo vigente es el ultimo de la agencia y tamano cuyo
      *> cup-desde no supera la fecha del alquiler, siempre que la
      *> fecha no pase de cup-hasta (misma lectura posicionada que
      *> BuscarTarifaRuta).
       buscar-cupo.
           move "23" to out-cup-estado.
           open input cupos.
           if ok-cup
               move in-cup-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               move in-cup-agencia to cup-agencia
               move in-cup-tamano to cup-tamano
               move fecha-convertida to cup-desde
               start cupos key is less than or equal to cup-clave
               if ok-cup
                   read cupos next record
                       at end continue
                   end-read
               end-if
               if ok-cup
                   and cup-agencia = in-cup-agencia
                   and cup-tamano = in-cup-tamano
                   and cup-activo
                   and cup-hasta not < fecha-convertida
                   perform controlar-liberacion
               end-if
               close cupos
           end-if.

      *> Pasada la fecha de liberacion (fecha del alquiler menos los
      *> dias de liberacion) el cupo no usado ya no se guarda.
       controlar-liberacion.
           move function current-date(1:8) to fecha-hoy.
           compute fecha-hoy-num = function integer-of-date(fecha-hoy).
           compute fecha-pedida-num =
               function integer-of-date(fecha-convertida).
           compute fecha-liberacion-num =
               fecha-pedida-num - cup-dias-liberacion.
           if fecha-hoy-num not < fecha-liberacion-num
               move "02" to out-cup-estado
           else
               move "00" to out-cup-estado
           end-if.

       controlar-uso.
           open i-o cupos-uso.
           if not ok-cu
               *> primera vez: todavia no se uso ningun cupo
               open output cupos-uso
               close cupos-uso
               open i-o cupos-uso
           end-if.
           if ok-cu
               move "N" to hay-uso
               move cup-agencia to cu-agencia
               move cup-tamano to cu-tamano
               move cup-desde to cu-desde
               move fecha-convertida to cu-fecha
               read cupos-uso
                   invalid key move zeroes to cu-usados
                   not invalid key move "S" to hay-uso
               end-read
               if cu-usados not < cup-cantidad
                   move "01" to out-cup-estado
               else if in-cup-op = "U"
                   perform asentar-uso
               end-if
               close cupos-uso
           end-if.

       asentar-uso.
           add 1 to cu-usados.
           if uso-registrado
               rewrite rec-cupos-uso
           else
               write rec-cupos-uso
           end-if.

       *> Reordena una fecha guardada DDMMAAAA a AAAAMMDD para poder
       *> compararla contra el rango del cupo.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.
