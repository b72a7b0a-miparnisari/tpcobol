       *> los turnos y no cargar siempre a los mismos choferes, y no
       *> repite un legajo para dos alquileres de la misma fecha: un
       *> chofer no puede manejar dos autos el mismo dia.
      *>
      *> Reglas de descanso y jornada, configurables en el maestro
      *> de parametros y evaluadas contra los alquileres que el
      *> legajo ya tiene asignados (clave alternativa alq-chofer de
      *> alquileresmae) mas los asignados en esta corrida:
      *>   - MAX-DIAS-SEGUIDOS: dias de trabajo consecutivos;
      *>   - DESCANSO-MIN-HORAS: horas de descanso entre el fin del
      *>     turno de un dia y el comienzo del turno del dia
      *>     siguiente (turno noche seguido de turno manana);
      *>   - TOPE-DIAS-SEMANA: dias de alquiler por legajo en la
      *>     semana calendario (lunes a domingo).
      *> Cada legajo salteado por una de estas reglas queda listado,
      *> con la regla que lo excluyo, en choferes-excluidos.txt.

       ENVIRONMENT DIVISION.
       configuration section.
           record key is lic-legajo
           file status is fs-licencias.

      *> Alquileres ya asignados a cada legajo, para las reglas de
      *> descanso.
       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select excluidos
           assign to disk "..\..\..\Salida\choferes-excluidos.txt"
           organization is line sequential
           file status is fs-excluidos.

       DATA DIVISION.
       file section.

               05  nuevoalq-fecha      pic 9(8).
           03  nuevoalq-tipodoc    pic x.
           03  nuevoalq-nrodoc     pic x(20).
           03  nuevoalq-importe    pic 9(6)v99.
           03  nuevoalq-agencia    pic 9.
           03  nuevoalq-cantdias   pic 9(2).

               88  lic-profesional     value "P".
           03  lic-vencimiento     pic 9(8).  *> DDMMAAAA

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

       fd excluidos
           label record is standard.
       01  reg-excluidos           pic x(80).

       fd choferes
           label record is standard.
       01  rec-choferes.
               05  asig-fecha          pic 9(8).
           03  asig-tipodoc        pic x.
           03  asig-nrodoc         pic x(20).
           03  asig-importe        pic 9(6)v99.
           03  asig-agencia        pic 9.
           03  asig-cantdias       pic 9(2).
           03  asig-chofer         pic x(7).
           03 ta-elem occurs 2000 times.
               05 ta-legajo        pic x(7).
               05 ta-fecha         pic 9(8).
               05 ta-cantdias      pic 9(2).
       77 cant-asignaciones     pic 9(4)    value zeroes.
       77 max-asignaciones      pic 9(4)    value 2000.

       77 cant-asignados        pic 9(5)    value zeroes.
       77 cant-sin-chofer       pic 9(5)    value zeroes.
       77 cant-sin-licencia     pic 9(5)    value zeroes.
       77 cant-excluidos        pic 9(5)    value zeroes.

       01 fs-alquileresmae      pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-excluidos          pic xx.
           88 ok-exc                   value "00".
       01 hay-alquileres        pic x       value "N".
           88 alquileres-abiertos      value "S".

      *> Reglas de descanso (ObtenerParametro).
       77 max-dias-seguidos     pic 9(3)    value 006.
       77 descanso-min-horas    pic 9(3)    value 012.
       77 tope-dias-semana      pic 9(3)    value 006.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

      *> Dias trabajados por el candidato alrededor del alquiler:
      *> la posicion 51 es el dia de inicio del alquiler nuevo.
       01 tabla-dias.
           03 dia-trabajado occurs 200 times pic x.
       77 base-num              pic 9(7).
       77 inicio-num            pic 9(7).
       77 dia-num               pic 9(7).
       77 ix-dia                pic 9(3).
       77 pos-dia               pic s9(5).
       77 dias-nuevos           pic 9(3).
       77 ultimo-nuevo          pic 9(3).
       77 dias-periodo          pic 9(3).
       77 dias-seguidos         pic 9(3).
       77 dias-en-semana        pic 9(3).
       77 ini-semana            pic s9(5).
       77 dia-semana            pic 9.
       77 cociente-semana       pic 9(7).
       01 descanso-cumplido     pic x.
           88 cumple-descanso          value "S".
       01 regla-excluyente      pic x(30).

      *> Horario de cada turno (M 6 a 14, T 14 a 22, N 22 a 6 del
      *> dia siguiente) para medir el descanso entre dos dias.
       01 turno-nuevo           pic x.
       01 turno-anterior        pic x.
       01 turno-siguiente       pic x.
       01 turno-consulta        pic x.
       77 hora-inicio-turno     pic 99.
       77 hora-fin-turno        pic 99.
       77 fin-turno-anterior    pic 99.
       77 horas-descanso        pic s9(3).
       01 fecha-consulta        pic 9(8).
       01 fecha-consulta-comp   pic 9(8).

       01 det-excluido.
           03 dx-fecha          pic 9(8).
           03 filler pic x(2)  value spaces.
           03 dx-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 dx-legajo         pic x(7).
           03 filler pic x(2)  value spaces.
           03 dx-regla          pic x(30).

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           perform leer-reglas-descanso.
           perform cargar-legajos.
           perform abrir-archivos.
           perform abrir-choferes-consulta.
           display "TOTAL SIN CHOFER DISPONIBLE: " cant-sin-chofer.
           display "TOTAL SIN LICENCIA HABILITANTE: "
               cant-sin-licencia.
           display "LEGAJOS EXCLUIDOS POR DESCANSO: " cant-excluidos.
           perform grabar-control-paso.
           if cant-sin-chofer = zeroes
               move 0 to return-code
               display "AVISO: sin registro de licencias, se asigna "
                   "sin chequear habilitacion."
           end-if.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open output excluidos.
           if not ok-exc
               display "Error al abrir choferes excluidos fs: "
                 fs-excluidos
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

       *> Se consulta ChoferEstaActivo una vez por legajo candidato
       *> por alquiler: con el protocolo de apertura unica,
                       perform verificar-bloqueo-legajo
                       if legajo-esta-bloqueado
                           move spaces to legajo-elegido
                       else
                           perform verificar-descanso-legajo
                       end-if
                   end-if
               end-if
           compute fecha-convertida =
               fec-aaaa * 10000 + fec-mm * 100 + fec-dd.

       leer-reglas-descanso.
           move "MAX-DIAS-SEGUIDOS" to nombre-parametro.
           move max-dias-seguidos to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to max-dias-seguidos.
           move "DESCANSO-MIN-HORAS" to nombre-parametro.
           move descanso-min-horas to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to descanso-min-horas.
           move "TOPE-DIAS-SEMANA" to nombre-parametro.
           move tope-dias-semana to default-parametro.
           perform obtener-un-parametro.
           move valor-parametro to tope-dias-semana.

       obtener-un-parametro.
           call "ObtenerParametro" using nombre-parametro,
            default-parametro, valor-parametro.

      *> Arma el mapa de dias trabajados del candidato (alquileres
      *> ya asignados mas los de esta corrida, con el nuevo
      *> incluido) y aplica las tres reglas en orden; la primera
      *> que falla excluye al legajo y queda en el listado.
       verificar-descanso-legajo.
           move cho-turno-out to turno-nuevo.
           move "S" to descanso-cumplido.
           move spaces to regla-excluyente.
           perform armar-dias-trabajados.
           perform controlar-dias-seguidos.
           if cumple-descanso
               perform controlar-descanso-turnos
           end-if.
           if cumple-descanso
               perform controlar-tope-semanal
           end-if.
           if not cumple-descanso
               move nuevoalq-fecha to dx-fecha
               move nuevoalq-patente to dx-patente
               move legajo-elegido to dx-legajo
               move regla-excluyente to dx-regla
               write reg-excluidos from det-excluido
               add 1 to cant-excluidos
               move spaces to legajo-elegido
           end-if.

       armar-dias-trabajados.
           move all "N" to tabla-dias.
           move nuevoalq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute inicio-num =
               function integer-of-date(fecha-convertida).
           compute base-num = inicio-num - 51.
           move nuevoalq-cantdias to dias-nuevos.
           if dias-nuevos = zeroes
               move 1 to dias-nuevos
           end-if.
           compute ultimo-nuevo = 50 + dias-nuevos.
           perform marcar-dia-nuevo
               varying ix-dia from 51 by 1
               until ix-dia > ultimo-nuevo.
           if alquileres-abiertos
               perform marcar-alquileres-legajo
           end-if.
           perform marcar-asignacion-corrida
               varying ix-asig from 1 by 1
               until ix-asig > cant-asignaciones.

       marcar-dia-nuevo.
           move "S" to dia-trabajado(ix-dia).

      *> Alquileres del legajo en el maestro: pendientes, aprobados
      *> o devueltos (los rechazados y cancelados no ocupan al
      *> chofer).
       marcar-alquileres-legajo.
           move legajo-elegido to alq-chofer.
           start alquileresmae key is equal to alq-chofer
               invalid key move "10" to fs-alquileresmae
           end-start.
           if ok-alq
               perform leer-alquiler-legajo
               perform evaluar-alquiler-legajo until eof-alq
                   or alq-chofer is not equal to legajo-elegido
           end-if.

       leer-alquiler-legajo.
           read alquileresmae next record
               at end continue
           end-read.

       evaluar-alquiler-legajo.
           if alq-estado = "P" or alq-estado = "T"
               or alq-estado = "D"
               move alq-fecha to fecha-a-convertir
               move alq-cantdias to dias-periodo
               perform marcar-periodo
           end-if.
           perform leer-alquiler-legajo.

       marcar-asignacion-corrida.
           if ta-legajo(ix-asig) = legajo-elegido
               move ta-fecha(ix-asig) to fecha-a-convertir
               move ta-cantdias(ix-asig) to dias-periodo
               perform marcar-periodo
           end-if.

      *> Marca los dias de un alquiler (fecha-a-convertir DDMMAAAA,
      *> dias-periodo dias) que caen dentro del mapa.
       marcar-periodo.
           perform invertir-orden-fecha.
           compute dia-num =
               function integer-of-date(fecha-convertida).
           compute pos-dia = dia-num - base-num.
           if dias-periodo = zeroes
               move 1 to dias-periodo
           end-if.
           perform marcar-un-dia dias-periodo times.

       marcar-un-dia.
           if pos-dia > 0 and pos-dia < 201
               move "S" to dia-trabajado(pos-dia)
           end-if.
           add 1 to pos-dia.

       controlar-dias-seguidos.
           move dias-nuevos to dias-seguidos.
           move 50 to ix-dia.
           perform contar-dia-seguido-atras
               until ix-dia = zeroes
               or dia-trabajado(ix-dia) is not equal to "S".
           compute ix-dia = ultimo-nuevo + 1.
           perform contar-dia-seguido-adelante
               until ix-dia > 200
               or dia-trabajado(ix-dia) is not equal to "S".
           if dias-seguidos > max-dias-seguidos
               move "N" to descanso-cumplido
               move "MAX-DIAS-SEGUIDOS" to regla-excluyente
           end-if.

       contar-dia-seguido-atras.
           add 1 to dias-seguidos.
           subtract 1 from ix-dia.

       contar-dia-seguido-adelante.
           add 1 to dias-seguidos.
           add 1 to ix-dia.

      *> Descanso antes del alquiler (si trabajo el dia anterior) y
      *> despues (si trabaja el dia siguiente al ultimo), con el
      *> turno vigente de cada dia segun su periodo de contrato.
       controlar-descanso-turnos.
           if dia-trabajado(50) = "S"
               compute dia-num = base-num + 50
               perform consultar-turno-dia
               move turno-consulta to turno-anterior
               move turno-nuevo to turno-siguiente
               perform medir-descanso
           end-if.
           compute ix-dia = ultimo-nuevo + 1.
           if cumple-descanso and dia-trabajado(ix-dia) = "S"
               compute dia-num = base-num + ultimo-nuevo
               perform consultar-turno-dia
               move turno-consulta to turno-anterior
               compute dia-num = base-num + ix-dia
               perform consultar-turno-dia
               move turno-consulta to turno-siguiente
               perform medir-descanso
           end-if.

       consultar-turno-dia.
           compute fecha-consulta-comp =
               function date-of-integer(dia-num).
           divide fecha-consulta-comp by 10000
               giving fec-aaaa remainder fec-resto.
           divide fec-resto by 100
               giving fec-mm remainder fec-dd.
           compute fecha-consulta =
               fec-dd * 1000000 + fec-mm * 10000 + fec-aaaa.
           move "P" to op.
           call "ChoferEstaActivo" using op, legajo-elegido,
               fecha-consulta, chof-estado, out-chofer-motivo,
               cho-turno-out.
           move cho-turno-out to turno-consulta.

      *> Sin turno vigente en alguno de los dos dias (otro periodo,
      *> ausencia) no hay jornada contra la cual medir.
       medir-descanso.
           if turno-anterior is not equal to spaces
               and turno-siguiente is not equal to spaces
               move turno-anterior to turno-consulta
               perform horario-turno
               move hora-fin-turno to fin-turno-anterior
               move turno-siguiente to turno-consulta
               perform horario-turno
               compute horas-descanso =
                   24 + hora-inicio-turno - fin-turno-anterior
               if horas-descanso < descanso-min-horas
                   move "N" to descanso-cumplido
                   move "DESCANSO-MIN-HORAS" to regla-excluyente
               end-if
           end-if.

       horario-turno.
           if turno-consulta = "M"
               move 06 to hora-inicio-turno
               move 14 to hora-fin-turno
           end-if.
           if turno-consulta = "T"
               move 14 to hora-inicio-turno
               move 22 to hora-fin-turno
           end-if.
           if turno-consulta = "N"
               move 22 to hora-inicio-turno
               move 30 to hora-fin-turno
           end-if.

      *> Tope semanal: para cada semana que toca el alquiler nuevo
      *> se cuentan los dias trabajados de lunes a domingo. El dia
      *> 1 de integer-of-date es un lunes, asi que el resto de
      *> (dia - 1) / 7 da el dia de la semana (0 = lunes).
       controlar-tope-semanal.
           perform controlar-una-semana
               varying ix-dia from 51 by 1
               until ix-dia > ultimo-nuevo
               or not cumple-descanso.

       controlar-una-semana.
           compute dia-num = base-num + ix-dia - 1.
           divide dia-num by 7
               giving cociente-semana remainder dia-semana.
           compute ini-semana = ix-dia - dia-semana.
           move zeroes to dias-en-semana.
           move ini-semana to pos-dia.
           perform contar-dia-semana 7 times.
           if dias-en-semana > tope-dias-semana
               move "N" to descanso-cumplido
               move "TOPE-DIAS-SEMANA" to regla-excluyente
           end-if.

       contar-dia-semana.
           if pos-dia > 0 and pos-dia < 201
               and dia-trabajado(pos-dia) = "S"
               add 1 to dias-en-semana
           end-if.
           add 1 to pos-dia.

       verificar-legajo-libre.
           move "N" to legajo-ocupado.
           perform chequear-asignacion
                   add 1 to cant-asignaciones
                   move legajo-elegido to ta-legajo(cant-asignaciones)
                   move nuevoalq-fecha to ta-fecha(cant-asignaciones)
                   move nuevoalq-cantdias
                       to ta-cantdias(cant-asignaciones)
               end-if
           end-if.

           if licencias-cargadas
               close licencias
           end-if.
           if alquileres-abiertos
               close alquileresmae
           end-if.
           close excluidos.

       leer-parametros-corrida.
           open input parametros-corrida.
