       identification division.
       program-id. ProrrogaAlquiler.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Prorroga de un alquiler vigente: el cliente que queria
      *> quedarse el auto dos dias mas no tenia camino, el
      *> mostrador cargaba un segundo alquiler a mano y Principal
      *> a veces lo rechazaba como doble reserva contra el propio
      *> auto del cliente. Esta transaccion estira el alquiler
      *> aprobado: verifica que los dias agregados esten libres en
      *> el maestro, en reservas.dat, en LISTA-ESPERA y en el
      *> calendario de taller (AutoFueraDeServicio), los valua
      *> como una cotizacion (BuscarTarifaVigente, las reglas de
      *> REGLASPRECIO y el calendario de feriados por sucursal via
      *> DiaHabil), actualiza alq-cantdias y el
      *> importe, completa el deposito en garantia si el nuevo
      *> importe lo pide (PCT-DEPOSITO) e imprime el anexo al
      *> contrato con el mismo numero de contratos-emitidos.dat.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is random
           record key is res-clave
           file status is fs-reservas.

       select lista-espera
           assign to disk "..\..\..\Files\LISTA-ESPERA.dat"
           organization is line sequential
           file status is fs-lista-espera.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is random
           record key is dep-clave
           file status is fs-depositos.

       select contratos-emitidos
           assign to disk "..\..\..\Entrada\contratos-emitidos.dat"
           organization is indexed
           access mode is random
           record key is ctr-clave
           file status is fs-contratos-emitidos.

       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is dynamic
           record key is exa-clave
           alternate record key is exa-codigo with duplicates
           file status is fs-extras-alq.

      *> Un alquiler de ida pactado en el contrato vuelve a otra
      *> sucursal en la nueva fecha de devolucion.
       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is random
           record key is sdv-clave
           file status is fs-suc-devol.

       select reglasprecio
           assign to disk "..\..\..\Files\REGLASPRECIO.dat"
           organization is line sequential
           file status is fs-reglasprecio.

       select contratos
           assign to disk "..\..\..\Salida\contratos.txt"
           organization is line sequential
           file status is fs-contratos.

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

       fd autos
           label record is standard.
       01  rec-autos.
           03  aut-patente         pic x(6).
           03  aut-desc            pic x(30).
           03  aut-marca           pic x(20).
           03  aut-color           pic x(10).
           03  aut-tamano          pic x.
           03  aut-importe         pic 9(4)v99.
           03  aut-estado          pic x.
               88  aut-activo          value "A".
           03  aut-sucursal        pic 99.

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

       fd lista-espera
           label record is standard.
       01  reg-lista-espera.
           03  esp-patente     pic x(6).
           03  filler          pic x       value spaces.
           03  esp-fecha       pic 9(8).
           03  filler          pic x       value spaces.
           03  esp-tipodoc     pic x.
           03  filler          pic x       value spaces.
           03  esp-nrodoc      pic x(20).
           03  filler          pic x       value spaces.
           03  esp-cantdias    pic 9(2).
           03  filler          pic x       value spaces.
           03  esp-agencia     pic 9.
           03  filler          pic x       value spaces.
           03  esp-estado      pic x.

       fd depositos
           label record is standard.
       01  rec-depositos.
           03  dep-clave.
               05  dep-patente     pic x(6).
               05  dep-fecha-alq   pic 9(8).
           03  dep-importe         pic 9(4)v99.
           03  dep-recibido-por    pic x(8).
           03  dep-estado          pic x.
               88  dep-en-custodia     value "C".
           03  dep-fecha-mov       pic 9(8).
           03  dep-motivo          pic x(20).

       fd contratos-emitidos
           label record is standard.
       01  rec-contratos-emitidos.
           03  ctr-clave.
               05  ctr-patente     pic x(6).
               05  ctr-fecha       pic 9(8).
           03  ctr-nro             pic 9(6).
           03  ctr-fecha-emision   pic 9(8).  *> AAAAMMDD

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
           03  exa-cant-faltante   pic 99.
           03  exa-recargo         pic 9(6)v99.
           03  exa-estado-recargo  pic x.

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

       fd reglasprecio
           label record is standard.
       01  reg-reglasprecio.
           03  rglp-tipo           pic x.
           03  filler              pic x.
           03  rglp-pct            pic 9(3)v99.
           03  filler              pic x.
           03  rglp-sentido        pic x.
           03  filler              pic x.
           03  rglp-dias           pic 9(2).

       fd contratos
           label record is standard.
       01  reg-contratos           pic x(80).

       working-storage section.
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".

       01 fs-autos             pic xx.
           88 ok-auto                  value "00".

       01 fs-reservas          pic xx.
           88 ok-res                   value "00".
       01 hay-reservas         pic x       value "N".
           88 reservas-abiertas        value "S".

       01 fs-lista-espera      pic xx.
           88 ok-esp                   value "00".
           88 eof-esp                  value "10".

       01 fs-depositos         pic xx.
           88 ok-dep                   value "00".
       01 hay-depositos        pic x       value "N".
           88 depositos-abiertos       value "S".

       01 fs-contratos-emitidos pic xx.
           88 ok-ctr                   value "00".
       01 hay-contratos-emitidos pic x     value "N".
           88 contratos-emitidos-abiertos value "S".

       01 fs-extras-alq        pic xx.
           88 ok-exa                   value "00".
       01 hay-extras-alq       pic x       value "N".
           88 extras-alq-abiertos      value "S".

       01 fs-suc-devol         pic xx.
           88 ok-sdv                   value "00".

       01 fs-reglasprecio      pic xx.

       01 fs-contratos         pic xx.
           88 ok-con                   value "00".

       77 ws-exit               pic x.
       77 ws-opcion             pic 9      value zeroes.
           88 opcion-prorroga          value 1.
           88 opcion-salir             value 2.

       01 in-patente            pic x(6).
       01 in-fecha              pic 9(8).
       01 in-dias-extra         pic 9(2).
       01 in-operador           pic x(8).

      *> Porcentaje del importe del alquiler que tiene que cubrir
      *> el deposito en garantia: si tras la prorroga el deposito
      *> en custodia queda corto, se completa la diferencia.
       77 pct-deposito          pic 9(3)v99 value 020.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       77 dias-anteriores       pic 9(2)    value zeroes.
       77 dias-nuevos           pic 9(3)    value zeroes.
       77 inicio-num            pic 9(7).
       77 extra-desde-num       pic 9(7).
       77 extra-hasta-num       pic 9(7).
       77 devolucion-num        pic 9(7).
       77 dia-num               pic 9(7).
       77 espera-num            pic 9(7).
       77 ix-dia                pic 9(3).
       01 fecha-extra-desde     pic 9(8).  *> DDMMAAAA
       01 fecha-devolucion      pic 9(8).  *> DDMMAAAA
       01 fecha-dia             pic 9(8).  *> DDMMAAAA

       01 dias-libres           pic x.
           88 estan-libres             value "S".
       01 auto-fuera-servicio   pic xx.
           88 auto-esta-fuera-servicio value "si".

      *> Valuacion de los dias agregados: la misma que una
      *> cotizacion (ver Cotizaciones) tomando como fecha el
      *> primer dia de la prorroga y, para el descuento por
      *> alquiler largo, la cantidad total de dias resultante.
       01 tarifa-vigente        pic 9(4)v99.
       01 tarifa-estado         pic x(2).
       01 precio-ruta           pic 9(6)v99.
       01 ruta-estado           pic x(2).
       77 importe-prorroga      pic 9(6)v99 value zeroes.
       77 importe-nuevo         pic 9(7)v99 value zeroes.
       01 reglas-aplicadas      pic x(3).

       77 cant-reglas           pic 99      value zeroes.
       77 max-reglas            pic 99      value 10.
       01 tabla-reglas.
           03 rgl-elem occurs 10 times.
               05 rgl-tipo         pic x.
               05 rgl-pct          pic 9(3)v99.
               05 rgl-sentido      pic x.
               05 rgl-dias         pic 9(2).

       77 ix-regla              pic 99.
       01 es-feriado            pic x       value "N".
       01 es-finde              pic x       value "N".

      *> Consulta al calendario de feriados por sucursal (servicio
      *> DiaHabil, funcion E) para el recargo de feriado.
       01 dh-funcion            pic x       value "E".
       01 dh-fecha-hasta        pic 9(8)    value zeroes.
       01 dh-cantidad           pic 9(5)    value zeroes.
       01 dh-tipo-dia           pic xx.
           88 dh-dia-feriado           value "fe".
       01 dh-fecha              pic 9(8).
       01 dh-cantidad-res       pic 9(5).

       01 fecha-comp-regla      pic 9(8).
       01 dia-numero-regla      pic 9(7).
       01 dia-semana-regla      pic 9.

      *> Deposito: lo que habia en custodia, lo que pide el nuevo
      *> importe y la diferencia cobrada en esta prorroga.
       77 deposito-anterior     pic 9(4)v99 value zeroes.
       77 deposito-requerido    pic 9(7)v99 value zeroes.
       77 deposito-agregado     pic 9(4)v99 value zeroes.
       01 deposito-estado       pic x.
           88 sin-deposito             value "N".
           88 deposito-completado      value "S".
           88 deposito-alcanza         value "A".

      *> Asiento en la sesion de caja abierta del operador (ver
      *> SesionesCaja), igual que DepositosGarantia.
       01 mov-caja-tipo         pic x.
       01 mov-caja-importe      pic s9(7)v99.
       01 mov-caja-referencia   pic x(20).
       01 mov-caja-estado       pic x(2).

       01 fecha-a-convertir     pic 9(8).
       01 fecha-convertida      pic 9(8).
       01 fec-resto             pic 9(6).
       01 fec-dd                pic 9(2).
       01 fec-mm                pic 9(2).
       01 fec-aaaa              pic 9(4).

      *> Datos para el journal compartido de cambios
      *> (RegistrarCambio): imagen anterior y posterior del
      *> registro tocado, y el operador responsable.
       01 jrn-archivo-arg       pic x(12).
       01 jrn-clave-arg         pic x(20).
       01 jrn-operacion-arg     pic x.
       01 jrn-antes-arg         pic x(90).
       01 jrn-despues-arg       pic x(90).
       01 usuario-actual        pic x(8)    value spaces.

      *> Semaforo contra la corrida nocturna (ControlConcurrencia):
      *> este programa escribe maestros que la cadena tambien toca,
      *> asi que no abre mientras el batch corre, y su sesion queda
      *> registrada para que la cadena no arranque encima.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

       01 anx-sep.
           03 filler pic x(80) value all "=".

       01 anx-titulo.
           03 filler pic x(40) value
               "ANEXO DE PRORROGA AL CONTRATO Nro       ".
           03 at-nro            pic 9(6).

       01 anx-vehiculo.
           03 filler pic x(10) value "Vehiculo: ".
           03 av-patente        pic x(6).
           03 filler pic x(2)  value spaces.
           03 av-desc           pic x(30).
           03 filler pic x(2)  value spaces.
           03 av-marca          pic x(20).

       01 anx-dias.
           03 filler pic x(7)  value "Desde: ".
           03 ad-fecha          pic 9(8).
           03 filler pic x(18) value "  Dias originales ".
           03 ad-dias-ant       pic z9.
           03 filler pic x(13) value "  Agregados: ".
           03 ad-dias-extra     pic z9.
           03 filler pic x(9)  value "  Total: ".
           03 ad-dias-total     pic z9.

       01 anx-devolucion.
           03 filler pic x(33) value
               "Nueva fecha de devolucion:       ".
           03 adv-fecha         pic 9(8).

       01 anx-importes.
           03 filler pic x(18) value "Importe prorroga: ".
           03 ai-prorroga       pic zzzzz9.99.
           03 filler pic x(18) value "  Nuevo importe:  ".
           03 ai-nuevo          pic zzzzz9.99.

       01 anx-deposito.
           03 filler pic x(19) value "Deposito anterior: ".
           03 adp-anterior      pic zzz9.99.
           03 filler pic x(15) value "  Completado: ".
           03 adp-agregado      pic zzz9.99.

       01 anx-clausula          pic x(80).

       01 anx-firmas.
           03 filler pic x(44) value
               "FIRMA CLIENTE: ______________   ".
           03 filler pic x(36) value
               "FIRMA EMPRESA: ______________".

      *> Movimiento de la cuenta corriente del cliente
      *> (RegistrarMovimientoCliente).
       01 mcc-cli-numero        pic x(8)    value spaces.
       01 mcc-nro-doc           pic x(20)   value spaces.
       01 mcc-alq-clave         pic x(14)   value spaces.
       01 mcc-tipo              pic x(2).
       01 mcc-signo             pic x.
       01 mcc-importe           pic 9(7)v99.
       01 mcc-comprobante       pic x(20).
       01 mcc-origen            pic x(12)   value "PRORROGA".

      *> Novedad del acumulado de estadisticas de alquileres
      *> (RegistrarNovedadEstadistica).
       01 nes-tipo-arg          pic x.
       01 nes-antes-arg         pic x(90).
       01 nes-despues-arg       pic x(90).
       01 nes-origen-arg        pic x(12)   value "PRORROGA".

       PROCEDURE DIVISION.
           move "A" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "La corrida nocturna esta en curso: "
                   "reintentar cuando termine."
               accept ws-exit
               stop run
           end-if.
           move "PCT-DEPOSITO" to nombre-parametro.
           move pct-deposito to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to pct-deposito.
           perform cargar-reglas-precio.
           perform abrir-archivos.
           perform mostrar-menu.
           perform procesar-menu until opcion-salir.
           perform cerrar-archivos.
           move "C" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

       abrir-archivos.
           open i-o alquileresmae.
           if not ok-alq
               display "Error al abrir archivo alquileres fs: "
                 fs-alquileresmae
               accept ws-exit
               stop run
           end-if.
           open input autos.
           if not ok-auto
               display "Error al abrir archivo autos fs: " fs-autos
               accept ws-exit
               stop run
           end-if.
           open input reservas.
           if ok-res
               move "S" to hay-reservas
           end-if.
           open i-o depositos.
           if ok-dep
               move "S" to hay-depositos
           end-if.
           open input contratos-emitidos.
           if ok-ctr
               move "S" to hay-contratos-emitidos
           end-if.
           open input extras-alquiler.
           if ok-exa
               move "S" to hay-extras-alq
           end-if.
           open extend contratos.
           if not ok-con
               open output contratos
           end-if.
           if not ok-con
               display "Error al abrir contratos fs: " fs-contratos
               accept ws-exit
               stop run
           end-if.

       cerrar-archivos.
           close alquileresmae.
           close autos.
           if reservas-abiertas
               close reservas
           end-if.
           if depositos-abiertos
               close depositos
           end-if.
           if contratos-emitidos-abiertos
               close contratos-emitidos
           end-if.
           if extras-alq-abiertos
               close extras-alquiler
           end-if.
           close contratos.

       mostrar-menu.
           display "1) Prorroga de alquiler vigente".
           display "2) Salir".
           accept ws-opcion.

       procesar-menu.
           if opcion-prorroga
               perform registrar-prorroga
           end-if.
           if not opcion-salir
               perform mostrar-menu
           end-if.

       registrar-prorroga.
           display "Patente: ".
           accept in-patente.
           display "Fecha del alquiler (DDMMAAAA): ".
           accept in-fecha.
           display "Dias a agregar: ".
           accept in-dias-extra.
           display "Operador: ".
           accept in-operador.
           move in-operador to usuario-actual.

           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key
                   display "Alquiler no encontrado."
               not invalid key
                   perform evaluar-prorroga
           end-read.

      *> Solo se prorroga un alquiler aprobado y en curso, que
      *> todavia no se facturo: la factura emitida ya cerro el
      *> importe, y los dias de mas irian por un alquiler nuevo.
      *> Un traslado con chofer tiene precio fijo por ruta y no se
      *> estira por dias. El auto se lee primero: su tamano elige la
      *> tarifa de ruta, y valuar-prorroga y el anexo usan el resto.
       evaluar-prorroga.
           move alq-patente to aut-patente.
           read autos
               invalid key
                   move spaces to aut-desc
                   move spaces to aut-marca
                   move spaces to aut-tamano
                   move zeroes to aut-importe
                   move zeroes to aut-sucursal
           end-read.
           call "BuscarTarifaRuta" using alq-patente, alq-fecha,
               aut-tamano, precio-ruta, ruta-estado.
           if alq-estado is not equal to "T"
               display "El alquiler no esta vigente (estado "
                   alq-estado ")."
           else if alq-factura is not equal to zeroes
               display "El alquiler ya esta facturado (factura "
                   alq-factura "): cargar los dias como alquiler "
                   "nuevo."
           else if ruta-estado is not equal to "23"
               display "El alquiler es un traslado con chofer: no "
                   "admite prorroga."
           else if in-dias-extra = zeroes
               display "No hay dias para agregar."
           else
               move alq-cantdias to dias-anteriores
               compute dias-nuevos = alq-cantdias + in-dias-extra
               if dias-nuevos > 99
                   display "La prorroga supera los 99 dias del "
                       "alquiler."
               else
                   perform calcular-fechas-prorroga
                   perform verificar-dias-libres
                   if estan-libres
                       perform valuar-prorroga
                       if importe-nuevo > 999999.99
                           display "El nuevo importe excede el "
                               "maximo del alquiler."
                       else
                           perform ejecutar-prorroga
                       end-if
                   end-if
               end-if
           end-if.

      *> El alquiler ocupa el auto desde alq-fecha durante
      *> alq-cantdias dias y vuelve el dia alq-fecha + cantdias
      *> (ver HojaDeRuta): los dias agregados arrancan ese dia.
       calcular-fechas-prorroga.
           move alq-fecha to fecha-a-convertir.
           perform invertir-orden-fecha.
           compute inicio-num =
               function integer-of-date(fecha-convertida).
           compute extra-desde-num = inicio-num + alq-cantdias.
           compute extra-hasta-num =
               extra-desde-num + in-dias-extra - 1.
           compute devolucion-num = extra-hasta-num + 1.
           move extra-desde-num to dia-num.
           perform convertir-dia-num.
           move fecha-dia to fecha-extra-desde.
           move devolucion-num to dia-num.
           perform convertir-dia-num.
           move fecha-dia to fecha-devolucion.

      *> Cada dia agregado tiene que estar libre en el maestro
      *> (nadie mas arranca un alquiler de la patente ese dia), sin
      *> reserva activa, sin nadie en la lista de espera y sin
      *> ventana de taller.
       verificar-dias-libres.
           move "S" to dias-libres.
           perform verificar-un-dia
               varying ix-dia from 1 by 1
               until ix-dia > in-dias-extra or not estan-libres.
           if estan-libres
               perform verificar-lista-espera
           end-if.
           *> los read de verificacion pisaron el registro del
           *> alquiler: se relee antes de tocarlo
           move in-patente to alq-patente.
           move in-fecha to alq-fecha.
           read alquileresmae
               invalid key continue
           end-read.

       verificar-un-dia.
           compute dia-num = extra-desde-num + ix-dia - 1.
           perform convertir-dia-num.
           move in-patente to alq-patente.
           move fecha-dia to alq-fecha.
           read alquileresmae
               invalid key continue
               not invalid key
                   if alq-estado is not equal to "D"
                       and alq-estado is not equal to "X"
                       and alq-estado is not equal to "N"
                       move "N" to dias-libres
                       display "El auto ya esta tomado el "
                           fecha-dia "."
                   end-if
           end-read.
           if estan-libres and reservas-abiertas
               move in-patente to res-patente
               move fecha-dia to res-fecha
               read reservas
                   invalid key continue
                   not invalid key
                       if res-activa
                           move "N" to dias-libres
                           display "Hay una reserva activa para el "
                               fecha-dia "."
                       end-if
               end-read
           end-if.
           if estan-libres
               call "AutoFueraDeServicio" using in-patente,
                   fecha-dia, auto-fuera-servicio
               if auto-esta-fuera-servicio
                   move "N" to dias-libres
                   display "El auto tiene turno de taller el "
                       fecha-dia "."
               end-if
           end-if.

      *> Una espera pendiente de la patente dentro de los dias
      *> agregados es un cliente que ya pidio ese auto: la
      *> prorroga no se le pasa por delante.
       verificar-lista-espera.
           open input lista-espera.
           if ok-esp
               perform leer-espera
               perform evaluar-espera
                   until eof-esp or not estan-libres
               close lista-espera
           end-if.

       leer-espera.
           read lista-espera
               at end continue
           end-read.

       evaluar-espera.
           if esp-patente = in-patente and esp-estado = "P"
               move esp-fecha to fecha-a-convertir
               perform invertir-orden-fecha
               compute espera-num =
                   function integer-of-date(fecha-convertida)
               if espera-num not < extra-desde-num
                   and espera-num not > extra-hasta-num
                   move "N" to dias-libres
                   display "Hay un cliente en lista de espera "
                       "para el " esp-fecha "."
               end-if
           end-if.
           perform leer-espera.

      *> Tarifa vigente al primer dia de la prorroga, recargo de
      *> feriado o fin de semana de ese dia y descuento por
      *> alquiler largo sobre el total de dias.
       valuar-prorroga.
           call "BuscarTarifaVigente" using in-patente,
               fecha-extra-desde, tarifa-vigente, tarifa-estado.
           if tarifa-estado is not equal to "00"
               move aut-importe to tarifa-vigente
           end-if.
           compute importe-prorroga rounded =
               tarifa-vigente * in-dias-extra.
           perform aplicar-reglas-precio.
           compute importe-nuevo = alq-importe + importe-prorroga.

       ejecutar-prorroga.
           move rec-alquileresmae to jrn-antes-arg.
           move dias-nuevos to alq-cantdias.
           move importe-nuevo to alq-importe.
           rewrite rec-alquileresmae.
           if ok-alq
               move rec-alquileresmae to jrn-despues-arg
               move "M" to jrn-operacion-arg
               perform registrar-cambio-journal
               move "M" to nes-tipo-arg
               move jrn-antes-arg to nes-antes-arg
               move jrn-despues-arg to nes-despues-arg
               perform registrar-novedad-estadistica
               display "Alquiler prorrogado a " alq-cantdias
                   " dias, devolucion el " fecha-devolucion "."
               display "Importe de la prorroga: " importe-prorroga
               perform completar-deposito
               perform emitir-anexo
               perform avisar-extras
               perform mover-retorno-pactado
           else
               display "Error al prorrogar alquiler fs: "
                 fs-alquileresmae
           end-if.

      *> El deposito en custodia tiene que cubrir PCT-DEPOSITO del
      *> nuevo importe; si queda corto se completa la diferencia y
      *> entra a la caja del operador. Un alquiler sin deposito
      *> registrado se avisa y se deja como esta.
       completar-deposito.
           move zeroes to deposito-anterior.
           move zeroes to deposito-agregado.
           move "N" to deposito-estado.
           if depositos-abiertos
               move in-patente to dep-patente
               move in-fecha to dep-fecha-alq
               read depositos
                   invalid key continue
                   not invalid key
                       if dep-en-custodia
                           move "A" to deposito-estado
                       end-if
               end-read
           end-if.
           if sin-deposito
               display "AVISO: el alquiler no tiene deposito en "
                   "custodia, revisar en DepositosGarantia."
           else
               move dep-importe to deposito-anterior
               compute deposito-requerido rounded =
                   alq-importe * pct-deposito / 100
               if deposito-requerido > 9999.99
                   move 9999.99 to deposito-requerido
               end-if
               if deposito-requerido > dep-importe
                   perform aumentar-deposito
               end-if
           end-if.

       aumentar-deposito.
           compute deposito-agregado =
               deposito-requerido - dep-importe.
           move deposito-requerido to dep-importe.
           move function current-date(1:8) to dep-fecha-mov.
           move "PRORROGA" to dep-motivo.
           rewrite rec-depositos.
           if ok-dep
               move "S" to deposito-estado
               display "Deposito completado en " deposito-agregado
                   "."
               move "D" to mov-caja-tipo
               move deposito-agregado to mov-caja-importe
               perform asentar-movimiento-caja
               perform asentar-deposito-ctacte
           else
               move zeroes to deposito-agregado
               display "Error al completar deposito fs: "
                 fs-depositos
           end-if.

      *> Lo que completa el deposito entra a la custodia del
      *> cliente.
       asentar-deposito-ctacte.
           move spaces to mcc-cli-numero.
           move alq-nro-doc to mcc-nro-doc.
           move dep-clave to mcc-alq-clave.
           move "DP" to mcc-tipo.
           move "C" to mcc-signo.
           move deposito-agregado to mcc-importe.
           move "DEPOSITO PRORROGA" to mcc-comprobante.
           perform registrar-movimiento-cliente.

       asentar-movimiento-caja.
           move spaces to mov-caja-referencia.
           string "DEP " dep-patente " " dep-fecha-alq
               delimited by size into mov-caja-referencia
           end-string.
           call "RegistrarMovimientoCaja" using in-operador,
               mov-caja-tipo, mov-caja-importe, mov-caja-referencia,
               mov-caja-estado.
           if mov-caja-estado is not equal to "00"
               display "AVISO: el operador no tiene caja abierta, "
                   "el movimiento no entra en el arqueo."
           end-if.

      *> El anexo sale con el numero del contrato original; un
      *> alquiler sin contrato emitido no lleva anexo, el contrato
      *> que se emita despues ya sale con los dias prorrogados.
       emitir-anexo.
           move zeroes to ctr-nro.
           if contratos-emitidos-abiertos
               move in-patente to ctr-patente
               move in-fecha to ctr-fecha
               read contratos-emitidos
                   invalid key
                       move zeroes to ctr-nro
               end-read
           end-if.
           if ctr-nro = zeroes
               display "El alquiler no tiene contrato emitido: "
                   "emitirlo desde ContratoAlquiler."
           else
               perform escribir-anexo
               display "Anexo al contrato " ctr-nro " emitido."
           end-if.

       escribir-anexo.
           write reg-contratos from anx-sep.
           move ctr-nro to at-nro.
           write reg-contratos from anx-titulo.
           move alq-patente to av-patente.
           move aut-desc to av-desc.
           move aut-marca to av-marca.
           write reg-contratos from anx-vehiculo.
           move alq-fecha to ad-fecha.
           move dias-anteriores to ad-dias-ant.
           move in-dias-extra to ad-dias-extra.
           move alq-cantdias to ad-dias-total.
           write reg-contratos from anx-dias.
           move fecha-devolucion to adv-fecha.
           write reg-contratos from anx-devolucion.
           move importe-prorroga to ai-prorroga.
           move alq-importe to ai-nuevo.
           write reg-contratos from anx-importes.
           if not sin-deposito
               move deposito-anterior to adp-anterior
               move deposito-agregado to adp-agregado
               write reg-contratos from anx-deposito
           end-if.
           move "Las demas condiciones del contrato original se "
               to anx-clausula.
           write reg-contratos from anx-clausula.
           move "mantienen sin cambios durante la prorroga."
               to anx-clausula.
           write reg-contratos from anx-clausula.
           write reg-contratos from anx-firmas.

      *> Los extras asociados quedan por los dias originales: el
      *> mostrador los recalcula en ExtrasAlquiler, que controla
      *> las unidades libres de los dias agregados.
       avisar-extras.
           if extras-alq-abiertos
               move in-patente to exa-patente
               move in-fecha to exa-fecha-alq
               move low-values to exa-codigo
               start extras-alquiler key is not less than exa-clave
                   invalid key move "23" to fs-extras-alq
               end-start
               if ok-exa
                   read extras-alquiler next record
                       at end move "10" to fs-extras-alq
                   end-read
               end-if
               if ok-exa and exa-patente = in-patente
                   and exa-fecha-alq = in-fecha
                   display "El alquiler tiene extras asociados: "
                       "extenderlos desde ExtrasAlquiler."
               end-if
           end-if.

      *> La sucursal pactada sigue siendo la misma; lo que cambia
      *> es el dia desde el que el auto se cuenta alla.
       mover-retorno-pactado.
           open i-o sucursal-devolucion.
           if ok-sdv
               move in-patente to sdv-patente
               move in-fecha to sdv-fecha-alq
               read sucursal-devolucion
                   invalid key continue
                   not invalid key
                       if sdv-sucursal-real = zeroes
                           compute sdv-fecha-retorno =
                               function date-of-integer(devolucion-num)
                           rewrite rec-suc-devol
                       end-if
               end-read
               close sucursal-devolucion
           end-if.

       registrar-cambio-journal.
           move "ALQUILERES" to jrn-archivo-arg.
           move alq-clave to jrn-clave-arg.
           call "RegistrarCambio" using jrn-archivo-arg,
            jrn-clave-arg, jrn-operacion-arg, jrn-antes-arg,
            jrn-despues-arg, usuario-actual.

       cargar-reglas-precio.
           open input reglasprecio.
           if fs-reglasprecio is equal to "00"
               read reglasprecio record at end
                   move "10" to fs-reglasprecio
               end-read
               perform registrar-regla until
                   fs-reglasprecio is not equal to "00"
               close reglasprecio
           end-if.

       registrar-regla.
           if cant-reglas < max-reglas
               add 1 to cant-reglas
               move rglp-tipo to rgl-tipo(cant-reglas)
               move rglp-pct to rgl-pct(cant-reglas)
               move rglp-sentido to rgl-sentido(cant-reglas)
               move rglp-dias to rgl-dias(cant-reglas)
           end-if.
           read reglasprecio record at end
               move "10" to fs-reglasprecio
           end-read.

       aplicar-reglas-precio.
           move spaces to reglas-aplicadas.
           perform determinar-feriado-y-finde.
           if es-feriado = "S"
               perform aplicar-regla-tipo-e
                   varying ix-regla from 1 by 1
                   until ix-regla > cant-reglas
           else if es-finde = "S"
               perform aplicar-regla-tipo-f
                   varying ix-regla from 1 by 1
                   until ix-regla > cant-reglas
           end-if.
           perform aplicar-regla-tipo-l
               varying ix-regla from 1 by 1
               until ix-regla > cant-reglas.

      *> Dia de la semana via FUNCTION INTEGER-OF-DATE (mod 7:
      *> 6 = sabado, 0 = domingo), el mismo criterio que la
      *> conciliacion.
       determinar-feriado-y-finde.
           move "N" to es-feriado.
           move "N" to es-finde.
           move fecha-extra-desde to fecha-a-convertir.
           perform invertir-orden-fecha.
           move fecha-convertida to fecha-comp-regla.
           compute dia-numero-regla =
               function integer-of-date(fecha-comp-regla).
           compute dia-semana-regla =
               function mod(dia-numero-regla, 7).
           if dia-semana-regla = 6 or dia-semana-regla = 0
               move "S" to es-finde
           end-if.
           call "DiaHabil" using dh-funcion, aut-sucursal,
               fecha-comp-regla, dh-fecha-hasta, dh-cantidad,
               dh-tipo-dia, dh-fecha, dh-cantidad-res.
           if dh-dia-feriado
               move "S" to es-feriado
           end-if.

       aplicar-regla-tipo-e.
           if rgl-tipo(ix-regla) = "E"
               perform aplicar-una-regla
               move "E" to reglas-aplicadas(1:1)
           end-if.

       aplicar-regla-tipo-f.
           if rgl-tipo(ix-regla) = "F"
               perform aplicar-una-regla
               move "F" to reglas-aplicadas(1:1)
           end-if.

       aplicar-regla-tipo-l.
           if rgl-tipo(ix-regla) = "L"
               and dias-nuevos > rgl-dias(ix-regla)
               perform aplicar-una-regla
               move "L" to reglas-aplicadas(3:1)
           end-if.

       aplicar-una-regla.
           if rgl-sentido(ix-regla) = "R"
               compute importe-prorroga rounded =
                   importe-prorroga *
                   (100 - rgl-pct(ix-regla)) / 100
           else
               compute importe-prorroga rounded =
                   importe-prorroga *
                   (100 + rgl-pct(ix-regla)) / 100
           end-if.

      *> Numero de dia (FUNCTION INTEGER-OF-DATE) a fecha DDMMAAAA.
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

       registrar-movimiento-cliente.
           call "RegistrarMovimientoCliente" using mcc-cli-numero,
               mcc-nro-doc, mcc-alq-clave, mcc-tipo, mcc-signo,
               mcc-importe, mcc-comprobante, mcc-origen.

       registrar-novedad-estadistica.
           call "RegistrarNovedadEstadistica" using nes-tipo-arg,
               nes-antes-arg, nes-despues-arg, nes-origen-arg.
