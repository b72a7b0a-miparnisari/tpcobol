       IDENTIFICATION DIVISION.
       program-id. AplicarNovedadAgencia.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

       *> Novedades de las agencias socias sobre un alquiler ya
       *> aprobado (registros de cancelacion y de modificacion de la
       *> SOLICITUDESn). Lo llama la conciliacion (ParteA) al final
       *> del merge, con la clave de la solicitud original (patente
       *> + fecha) y el documento del titular:
       *>
       *>   "C" cancelar:  libera el auto en el maestro. Si la
       *>                  cancelacion llega dentro del plazo de las
       *>                  condiciones de la agencia, el alquiler
       *>                  queda como un no-show ("N") con el cargo
       *>                  por cancelacion como importe, que es lo que
       *>                  factura Facturacion; si no, queda como
       *>                  rechazado ("X") sin cargo. Ambos estados ya
       *>                  liberan la clave para la disponibilidad y
       *>                  para PromoverEspera, que corre despues.
       *>   "M" modificar: cambia la fecha de inicio y/o los dias. Con
       *>                  la misma fecha se actualizan dias e importe
       *>                  en el maestro; con fecha nueva el original
       *>                  se libera ("X") y la conciliacion graba el
       *>                  alquiler de la fecha nueva en
       *>                  NUEVOALQUILERES (el camino normal de
       *>                  asignacion de chofer, carga y aprobacion).
       *>   "V" verificar: solo controla que los dias pedidos esten
       *>                  libres (para una solicitud de esta misma
       *>                  noche que todavia no llego al maestro).
       *>
       *> Los dias nuevos tienen que estar libres en el maestro, sin
       *> reserva activa y sin ventana de taller (mismo control que
       *> ProrrogaAlquiler). El importe se ajusta en proporcion a los
       *> dias, asi se mantiene el precio que la agencia ya acepto.
       *>
       *> Devuelve "00" si se aplico, "23" si la clave no esta en el
       *> maestro, "02" si la agencia o el documento no coinciden,
       *> "03" si el alquiler ya estaba liberado (devuelto, rechazado
       *> o cancelado), "04" si el auto ya se retiro o el alquiler ya
       *> se facturo, y "05" si los dias nuevos no estan libres.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is random
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is random
           record key is res-clave
           file status is fs-reservas.

       select retiros
           assign to disk "..\..\..\Entrada\retiros.dat"
           organization is indexed
           access mode is random
           record key is ret-clave
           file status is fs-retiros.

      *> Condiciones de cancelacion de cada agencia, una linea por
      *> agencia (mismo formato de texto que comisiones-agencia.dat):
      *> numero de agencia, dias de anticipacion sin cargo y
      *> porcentaje del importe que se cobra si la cancelacion llega
      *> con menos anticipacion. Una agencia sin linea usa los
      *> parametros DIAS-CANC-AGENCIA y PENA-CANC-AGENCIA.
       select condiciones
           assign to disk "..\..\..\Entrada\condiciones-agencia.dat"
           organization is line sequential
           file status is fs-condiciones.

       DATA DIVISION.
       file section.

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal   pic 99.
           03 alq-grupo      pic 9(4).

       fd reservas
           label record is standard.
       01  rec-reservas.
           03  res-clave.
               05  res-patente     pic x(6).
               05  res-fecha       pic 9(8).
           03  res-tipo-doc        pic x.
           03  res-nro-doc         pic x(20).
           03  res-cantdias        pic 9(2).
           03  res-senia           pic 9(4)v99.
           03  res-estado          pic x.
               88  res-activa          value "A".
           03  res-pena-retenida   pic 9(4)v99.
           03  res-senia-devuelta  pic 9(4)v99.

       fd retiros
           label record is standard.
       01  rec-retiros.
           03  ret-clave.
               05  ret-patente     pic x(6).
               05  ret-fecha-alq   pic 9(8).
           03  ret-fecha-retiro    pic 9(8).  *> AAAAMMDD
           03  ret-hora-retiro     pic 9(6).
           03  ret-operador        pic x(8).

       fd condiciones
           label record is standard.
       01  reg-condiciones.
           03  cag-agencia         pic 9.
           03  filler              pic x.
           03  cag-dias-sin-cargo  pic 9(3).
           03  filler              pic x.
           03  cag-pct-cargo       pic 9(3)v99.

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
       01 hay-reservas         pic x.
           88 reservas-abiertas        value "S".
       01 fs-retiros           pic xx.
           88 ok-ret                   value "00".
       01 fs-condiciones       pic xx.
           88 ok-cag                   value "00".
           88 eof-cag                  value "10".

      *> condiciones de fabrica; el maestro de parametros puede
      *> pisarlas y condiciones-agencia.dat las define por agencia
       77 dias-sin-cargo        pic 9(3)    value 002.
       77 pct-cargo             pic 9(3)v99 value 050.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       01 clave-original.
           03 org-patente       pic x(6).
           03 org-fecha         pic 9(8).
       01 fecha-inicio-nueva    pic 9(8).  *> DDMMAAAA
       77 dias-nuevos           pic 9(2).
       77 importe-nuevo         pic 9(6)v99.
       77 dias-hasta-alquiler   pic s9(7).
       77 pct-a-cobrar          pic 9(3)v99.

       01 dias-libres           pic x.
           88 estan-libres             value "S".
       77 ix-dia                pic 9(3).
       77 inicio-num            pic 9(7).
       77 dia-num               pic 9(7).
       77 hoy-num               pic 9(7).
       01 fecha-dia             pic 9(8).  *> DDMMAAAA
       01 auto-fuera-servicio   pic xx.
           88 auto-esta-fuera-servicio value "si".

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): el responsable es la agencia.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "AGENCIA".

       linkage section.
       01  in-nov-tipo             pic x.      *> parametro (C/M/V)
       01  in-nov-agencia          pic 9.      *> parametro
       01  in-nov-patente          pic x(6).   *> parametro
       01  in-nov-fecha            pic 9(8).   *> parametro (DDMMAAAA)
       01  in-nov-tipodoc          pic x.      *> parametro
       01  in-nov-nrodoc           pic x(20).  *> parametro
       01  in-nov-nueva-fecha      pic 9(8).   *> parametro (0 = igual)
       01  in-nov-nuevos-dias      pic 9(2).   *> parametro (0 = igual)
       01  out-nov-dias            pic 9(2).   *> resultado
       01  out-nov-importe         pic 9(6)v99. *> resultado
       01  out-nov-cargo           pic 9(6)v99. *> resultado
       01  out-nov-estado          pic x(2).   *> resultado

       PROCEDURE DIVISION using in-nov-tipo, in-nov-agencia,
           in-nov-patente, in-nov-fecha, in-nov-tipodoc,
           in-nov-nrodoc, in-nov-nueva-fecha, in-nov-nuevos-dias,
           out-nov-dias, out-nov-importe, out-nov-cargo,
           out-nov-estado.

           move zeroes to out-nov-dias.
           move zeroes to out-nov-importe.
           move zeroes to out-nov-cargo.
           move "23" to out-nov-estado.
           move in-nov-patente to org-patente.
           move in-nov-fecha to org-fecha.
           move spaces to usuario-actual.
           string "AGENCIA" in-nov-agencia delimited by size
               into usuario-actual
           end-string.

           open i-o alquileresmae.
           if ok-alq
               move "N" to hay-reservas
               open input reservas
               if ok-res
                   move "S" to hay-reservas
               end-if
               if in-nov-tipo = "V"
                   perform verificar-solicitud-nueva
               else
                   perform buscar-alquiler
               end-if
               if reservas-abiertas
                   close reservas
               end-if
               close alquileresmae
           end-if.

           goback. *> retorna control al que llama

      *> Solicitud de esta noche (todavia en NUEVOALQUILERES): no hay
      *> original en el maestro que excluir del control.
       verificar-solicitud-nueva.
           move spaces to org-patente.
           move in-nov-nueva-fecha to fecha-inicio-nueva.
           move in-nov-nuevos-dias to dias-nuevos.
           perform verificar-dias-libres.
           if estan-libres
               move "00" to out-nov-estado
           else
               move "05" to out-nov-estado
           end-if.

       buscar-alquiler.
           move in-nov-patente to alq-patente.
           move in-nov-fecha to alq-fecha.
           read alquileresmae
               invalid key continue
               not invalid key perform validar-alquiler
           end-read.

       validar-alquiler.
           if alq-agencia not = in-nov-agencia
               or alq-tipo-doc not = in-nov-tipodoc
               or alq-nro-doc not = in-nov-nrodoc
               move "02" to out-nov-estado
           else if alq-estado = "D" or alq-estado = "X"
               or alq-estado = "N"
               move "03" to out-nov-estado
           else if alq-factura not = zeroes
               move "04" to out-nov-estado
           else
               perform chequear-retiro
               if in-nov-tipo = "C"
                   and out-nov-estado not = "04"
                   perform cancelar-alquiler
               else if out-nov-estado not = "04"
                   perform modificar-alquiler
               end-if
           end-if.

      *> Con el retiro confirmado en el mostrador el auto ya esta en
      *> la calle: no se deshace nada desde la agencia.
       chequear-retiro.
           open input retiros.
           if ok-ret
               move alq-patente to ret-patente
               move alq-fecha to ret-fecha-alq
               read retiros
                   invalid key continue
                   not invalid key move "04" to out-nov-estado
               end-read
               close retiros
           end-if.

      *> La pena depende de cuantos dias faltan para el alquiler:
      *> con la anticipacion de las condiciones de la agencia (o
      *> mas) no hay cargo, con menos se cobra el porcentaje
      *> pactado, y el mismo dia (o despues) el importe completo.
       cancelar-alquiler.
           perform cargar-condiciones-agencia.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute inicio-num =
               function integer-of-date(fecha-convertida).
           move function current-date(1:8) to fecha-convertida.
           compute hoy-num = function integer-of-date(fecha-convertida).
           compute dias-hasta-alquiler = inicio-num - hoy-num.
           if dias-hasta-alquiler <= 0
               move 100.00 to pct-a-cobrar
           else if dias-hasta-alquiler < dias-sin-cargo
               move pct-cargo to pct-a-cobrar
           else
               move zeroes to pct-a-cobrar
           end-if.
           compute out-nov-cargo rounded =
               alq-importe * pct-a-cobrar / 100.

           move rec-alquileresmae to jrn-antes-arg.
           if out-nov-cargo > zeroes
               move "N" to alq-estado
               move out-nov-cargo to alq-importe
           else
               move "X" to alq-estado
           end-if.
           rewrite rec-alquileresmae.
           if ok-alq
               move "00" to out-nov-estado
               perform registrar-cambio-journal
               move "M" to nes-tipo-arg
               move jrn-antes-arg to nes-antes-arg
               move jrn-despues-arg to nes-despues-arg
               perform registrar-novedad-estadistica
           end-if.

       cargar-condiciones-agencia.
           move "DIAS-CANC-AGENCIA" to nombre-parametro.
           move dias-sin-cargo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to dias-sin-cargo.
           move "PENA-CANC-AGENCIA" to nombre-parametro.
           move pct-cargo to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-cargo.
           open input condiciones.
           if ok-cag
               perform leer-condicion
               perform registrar-condicion until eof-cag
               close condiciones
           end-if.

       leer-condicion.
           read condiciones
               at end continue
           end-read.

       registrar-condicion.
           if ok-cag and cag-agencia = in-nov-agencia
               move cag-dias-sin-cargo to dias-sin-cargo
               move cag-pct-cargo to pct-cargo
           end-if.
           perform leer-condicion.

       modificar-alquiler.
           if in-nov-nueva-fecha = zeroes
               move alq-fecha to fecha-inicio-nueva
           else
               move in-nov-nueva-fecha to fecha-inicio-nueva
           end-if.
           if in-nov-nuevos-dias = zeroes
               move alq-cantdias to dias-nuevos
           else
               move in-nov-nuevos-dias to dias-nuevos
           end-if.
           if alq-cantdias = zeroes
               move alq-importe to importe-nuevo
           else
               compute importe-nuevo rounded =
                   alq-importe * dias-nuevos / alq-cantdias
           end-if.
           move rec-alquileresmae to jrn-antes-arg.
           perform verificar-dias-libres.
           *> los read de verificacion pisaron el registro del
           *> alquiler: se relee antes de tocarlo
           move org-patente to alq-patente.
           move org-fecha to alq-fecha.
           read alquileresmae
               invalid key continue
           end-read.
           if not estan-libres
               move "05" to out-nov-estado
           else if fecha-inicio-nueva = org-fecha
               move dias-nuevos to alq-cantdias
               move importe-nuevo to alq-importe
               perform grabar-modificacion
           else
               move "X" to alq-estado
               perform grabar-modificacion
           end-if.

       grabar-modificacion.
           rewrite rec-alquileresmae.
           if ok-alq
               move "00" to out-nov-estado
               move dias-nuevos to out-nov-dias
               move importe-nuevo to out-nov-importe
               perform registrar-cambio-journal
               move "M" to nes-tipo-arg
               move jrn-antes-arg to nes-antes-arg
               move jrn-despues-arg to nes-despues-arg
               perform registrar-novedad-estadistica
           end-if.

      *> Cada dia del alquiler modificado tiene que estar libre: en
      *> el maestro nadie mas arranca un alquiler de la patente ese
      *> dia (salvo el propio original), sin reserva activa y sin
      *> ventana de taller.
       verificar-dias-libres.
           move "S" to dias-libres.
           move fecha-inicio-nueva to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute inicio-num =
               function integer-of-date(fecha-convertida).
           perform verificar-un-dia
               varying ix-dia from 1 by 1
               until ix-dia > dias-nuevos or not estan-libres.

       verificar-un-dia.
           compute dia-num = inicio-num + ix-dia - 1.
           perform convertir-dia-num.
           move in-nov-patente to alq-patente.
           move fecha-dia to alq-fecha.
           if alq-clave not = clave-original
               read alquileresmae
                   invalid key continue
                   not invalid key
                       if alq-estado is not equal to "D"
                           and alq-estado is not equal to "X"
                           and alq-estado is not equal to "N"
                           move "N" to dias-libres
                       end-if
               end-read
           end-if.
           if estan-libres and reservas-abiertas
               move in-nov-patente to res-patente
               move fecha-dia to res-fecha
               read reservas
                   invalid key continue
                   not invalid key
                       if res-activa
                           move "N" to dias-libres
                       end-if
               end-read
           end-if.
           if estan-libres
               call "AutoFueraDeServicio" using in-nov-patente,
                   fecha-dia, auto-fuera-servicio
               if auto-esta-fuera-servicio
                   move "N" to dias-libres
               end-if
           end-if.

       registrar-cambio-journal.
           move rec-alquileresmae to jrn-despues-arg.
           move "M" to jrn-operacion-arg.
           move "ALQUILERES" to jrn-archivo-arg.
           move alq-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       convertir-dia-num.
           compute fecha-convertida =
               function date-of-integer(dia-num).
           divide fecha-convertida by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-dia =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.

       *> Reordena una fecha DDMMAAAA a AAAAMMDD para FUNCTION
       *> INTEGER-OF-DATE.
       invertir-orden-fecha.
           divide fecha-a-convertir by 1000000
               giving fec-dd remainder fec-resto.
           divide fec-resto by 10000
               giving fec-mm remainder fec-aaaa.
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
