       IDENTIFICATION DIVISION.
       program-id. AccesoMaestros.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Acceso generico a todos los maestros indexados del sistema
      *> para el respaldo completo (RespaldoCompleto) y su
      *> restauracion (RestaurarRespaldo). Cada maestro se conoce
      *> por su numero en la tabla de abajo y se lee o se graba
      *> entero, en orden de clave, como un registro de texto de
      *> 250 posiciones: a estos dos programas no les importa el
      *> layout, solo el contenido. Cada FD describe nada mas que
      *> el largo del registro y las claves (mismas posiciones que
      *> en los programas que usan el maestro), que es lo que hace
      *> falta para abrirlo sin fs 39.
      *>
      *> Operaciones: I = informar nombre y cantidad de maestros,
      *> E = abrir para leer, S = abrir para recrear (vacio),
      *> L = leer el siguiente, G = grabar, C = cerrar. Devuelve el
      *> file status de la operacion (un numero de maestro que no
      *> existe da "23"). Los archivos quedan abiertos entre
      *> llamadas, hasta la C.
      *>
      *> Un maestro nuevo se agrega al final de la tabla, con su
      *> SELECT, su FD y su renglon en cada operacion: los
      *> respaldos viejos guardan el nombre del archivo, no el
      *> numero, asi que agregar no rompe lo ya respaldado.
      *> control-logs.dat no va: el estado del sellado de los logs
      *> solo avanza y no se vuelve atras con los maestros.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select abonos-facturados
           assign to disk "..\..\..\Entrada\abonos-facturados.dat"
           organization is indexed
           access mode is sequential
           record key is abonos-facturados-clave
           file status is fs-maestro.

       select abonos
           assign to disk "..\..\..\Entrada\abonos.dat"
           organization is indexed
           access mode is sequential
           record key is abonos-clave
           file status is fs-maestro.

       select adquisiciones
           assign to disk "..\..\..\Entrada\adquisiciones.dat"
           organization is indexed
           access mode is sequential
           record key is adquisiciones-clave
           file status is fs-maestro.

       select agenda-procesos
           assign to disk "..\..\..\Entrada\agenda-procesos.dat"
           organization is indexed
           access mode is sequential
           record key is agenda-procesos-clave
           file status is fs-maestro.

       select alertas
           assign to disk "..\..\..\Entrada\alertas.dat"
           organization is indexed
           access mode is sequential
           record key is alertas-clave
           file status is fs-maestro.

       select alicuotas-iva
           assign to disk "..\..\..\Entrada\alicuotas-iva.dat"
           organization is indexed
           access mode is sequential
           record key is alicuotas-iva-clave
           file status is fs-maestro.

       select alquileres
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alquileres-clave
           alternate record key is alquileres-clave2 with duplicates
           file status is fs-maestro.

       select aprobaciones-mostrador
           assign to disk "..\..\..\Entrada\aprobaciones-mostrador.dat"
           organization is indexed
           access mode is sequential
           record key is aprobaciones-mostrador-clave
           file status is fs-maestro.

       select ausencias
           assign to disk "..\..\..\Entrada\ausencias.dat"
           organization is indexed
           access mode is sequential
           record key is ausencias-clave
           file status is fs-maestro.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is sequential
           record key is autos-clave
           file status is fs-maestro.

       select cae-rechazos
           assign to disk "..\..\..\Entrada\cae-rechazos.dat"
           organization is indexed
           access mode is sequential
           record key is cae-rechazos-clave
           file status is fs-maestro.

       select cajas
           assign to disk "..\..\..\Entrada\cajas.dat"
           organization is indexed
           access mode is sequential
           record key is cajas-clave
           file status is fs-maestro.

       select cambios-pendientes
           assign to disk "..\..\..\Entrada\cambios-pendientes.dat"
           organization is indexed
           access mode is sequential
           record key is cambios-pendientes-clave
           file status is fs-maestro.

       select cambios-vehiculo
           assign to disk "..\..\..\Entrada\cambios-vehiculo.dat"
           organization is indexed
           access mode is sequential
           record key is cambios-vehiculo-clave
           file status is fs-maestro.

       select campanias-alquiler
           assign to disk "..\..\..\Entrada\campanias-alquiler.dat"
           organization is indexed
           access mode is sequential
           record key is campanias-alquiler-clave
           file status is fs-maestro.

       select campanias
           assign to disk "..\..\..\Entrada\campanias.dat"
           organization is indexed
           access mode is sequential
           record key is campanias-clave
           file status is fs-maestro.

       select cargas-combustible
           assign to disk "..\..\..\Entrada\cargas-combustible.dat"
           organization is indexed
           access mode is sequential
           record key is cargas-combustible-clave
           file status is fs-maestro.

       select cargos-combustible
           assign to disk "..\..\..\Entrada\cargos-combustible.dat"
           organization is indexed
           access mode is sequential
           record key is cargos-combustible-clave
           file status is fs-maestro.

       select cargos-devolucion-suc
           assign to disk "..\..\..\Entrada\cargos-devolucion-suc.dat"
           organization is indexed
           access mode is sequential
           record key is cargos-devolucion-suc-clave
           file status is fs-maestro.

       select choferes
           assign to disk "..\..\..\Entrada\choferes.dat"
           organization is indexed
           access mode is sequential
           record key is choferes-clave
           file status is fs-maestro.

       select clientes
           assign to disk "..\..\..\Entrada\clientes.dat"
           organization is indexed
           access mode is sequential
           record key is clientes-clave
           alternate record key is clientes-clave2
           file status is fs-maestro.

       select condicion-fiscal
           assign to disk "..\..\..\Entrada\condicion-fiscal.dat"
           organization is indexed
           access mode is sequential
           record key is condicion-fiscal-clave
           file status is fs-maestro.

       select contactos-clientes
           assign to disk "..\..\..\Entrada\contactos-clientes.dat"
           organization is indexed
           access mode is sequential
           record key is contactos-clientes-clave
           file status is fs-maestro.

       select contratos-emitidos
           assign to disk "..\..\..\Entrada\contratos-emitidos.dat"
           organization is indexed
           access mode is sequential
           record key is contratos-emitidos-clave
           file status is fs-maestro.

       select cotizaciones
           assign to disk "..\..\..\Entrada\cotizaciones.dat"
           organization is indexed
           access mode is sequential
           record key is cotizaciones-clave
           file status is fs-maestro.

       select ctacte
           assign to disk "..\..\..\Entrada\ctacte.dat"
           organization is indexed
           access mode is sequential
           record key is ctacte-clave
           file status is fs-maestro.

       select cuentas-corp-docs
           assign to disk "..\..\..\Entrada\cuentas-corp-docs.dat"
           organization is indexed
           access mode is sequential
           record key is cuentas-corp-docs-clave
           file status is fs-maestro.

       select cuentas-corp
           assign to disk "..\..\..\Entrada\cuentas-corp.dat"
           organization is indexed
           access mode is sequential
           record key is cuentas-corp-clave
           file status is fs-maestro.

       select cuentas-pagar
           assign to disk "..\..\..\Entrada\cuentas-pagar.dat"
           organization is indexed
           access mode is sequential
           record key is cuentas-pagar-clave
           file status is fs-maestro.

       select cupones-tarjeta
           assign to disk "..\..\..\Entrada\cupones-tarjeta.dat"
           organization is indexed
           access mode is sequential
           record key is cupones-tarjeta-clave
           alternate record key is cupones-tarjeta-clave2
               with duplicates
           file status is fs-maestro.

       select cupos-uso
           assign to disk "..\..\..\Entrada\cupos-uso.dat"
           organization is indexed
           access mode is sequential
           record key is cupos-uso-clave
           file status is fs-maestro.

       select cupos
           assign to disk "..\..\..\Entrada\cupos.dat"
           organization is indexed
           access mode is sequential
           record key is cupos-clave
           file status is fs-maestro.

       select debitos-autorizados
           assign to disk "..\..\..\Entrada\debitos-autorizados.dat"
           organization is indexed
           access mode is sequential
           record key is debitos-autorizados-clave
           file status is fs-maestro.

       select depositos
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           access mode is sequential
           record key is depositos-clave
           file status is fs-maestro.

       select derivaciones-cobranza
           assign to disk "..\..\..\Entrada\derivaciones-cobranza.dat"
           organization is indexed
           access mode is sequential
           record key is derivaciones-cobranza-clave
           file status is fs-maestro.

       select descuentos-choferes
           assign to disk "..\..\..\Entrada\descuentos-choferes.dat"
           organization is indexed
           access mode is sequential
           record key is descuentos-choferes-clave
           file status is fs-maestro.

       select devoluciones
           assign to disk "..\..\..\Entrada\devoluciones.dat"
           organization is indexed
           access mode is sequential
           record key is devoluciones-clave
           file status is fs-maestro.

       select encuestas
           assign to disk "..\..\..\Entrada\encuestas.dat"
           organization is indexed
           access mode is sequential
           record key is encuestas-clave
           file status is fs-maestro.

       select extras-alquiler
           assign to disk "..\..\..\Entrada\extras-alquiler.dat"
           organization is indexed
           access mode is sequential
           record key is extras-alquiler-clave
           alternate record key is extras-alquiler-clave2
               with duplicates
           file status is fs-maestro.

       select extras
           assign to disk "..\..\..\Entrada\extras.dat"
           organization is indexed
           access mode is sequential
           record key is extras-clave
           file status is fs-maestro.

       select facturas-detalle
           assign to disk "..\..\..\Entrada\facturas-detalle.dat"
           organization is indexed
           access mode is sequential
           record key is facturas-detalle-clave
           file status is fs-maestro.

       select facturas-emitidas
           assign to disk "..\..\..\Entrada\facturas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is facturas-emitidas-clave
           alternate record key is facturas-emitidas-clave2
               with duplicates
           alternate record key is facturas-emitidas-clave3
               with duplicates
           file status is fs-maestro.

       select fuera-servicio
           assign to disk "..\..\..\Entrada\fuera-servicio.dat"
           organization is indexed
           access mode is sequential
           record key is fuera-servicio-clave
           file status is fs-maestro.

       select gastos-choferes
           assign to disk "..\..\..\Entrada\gastos-choferes.dat"
           organization is indexed
           access mode is sequential
           record key is gastos-choferes-clave
           alternate record key is gastos-choferes-clave2
               with duplicates
           file status is fs-maestro.

       select grupos
           assign to disk "..\..\..\Entrada\grupos.dat"
           organization is indexed
           access mode is sequential
           record key is grupos-clave
           file status is fs-maestro.

       select horas-extra
           assign to disk "..\..\..\Entrada\horas-extra.dat"
           organization is indexed
           access mode is sequential
           record key is horas-extra-clave
           file status is fs-maestro.

       select incobrables
           assign to disk "..\..\..\Entrada\incobrables.dat"
           organization is indexed
           access mode is sequential
           record key is incobrables-clave
           file status is fs-maestro.

       select inspecciones
           assign to disk "..\..\..\Entrada\inspecciones.dat"
           organization is indexed
           access mode is sequential
           record key is inspecciones-clave
           file status is fs-maestro.

       select intereses-mora
           assign to disk "..\..\..\Entrada\intereses-mora.dat"
           organization is indexed
           access mode is sequential
           record key is intereses-mora-clave
           file status is fs-maestro.

       select licencias
           assign to disk "..\..\..\Entrada\licencias.dat"
           organization is indexed
           access mode is sequential
           record key is licencias-clave
           file status is fs-maestro.

       select limites-credito
           assign to disk "..\..\..\Entrada\limites-credito.dat"
           organization is indexed
           access mode is sequential
           record key is limites-credito-clave
           file status is fs-maestro.

       select liquidaciones-choferes
           assign to disk "..\..\..\Entrada\liquidaciones-choferes.dat"
           organization is indexed
           access mode is sequential
           record key is liquidaciones-choferes-clave
           file status is fs-maestro.

       select lista-bloqueos
           assign to disk "..\..\..\Entrada\lista-bloqueos.dat"
           organization is indexed
           access mode is sequential
           record key is lista-bloqueos-clave
           file status is fs-maestro.

       select movimientos-caja
           assign to disk "..\..\..\Entrada\movimientos-caja.dat"
           organization is indexed
           access mode is sequential
           record key is movimientos-caja-clave
           file status is fs-maestro.

       select movimientos-repuestos
           assign to disk "..\..\..\Entrada\movimientos-repuestos.dat"
           organization is indexed
           access mode is sequential
           record key is movimientos-repuestos-clave
           file status is fs-maestro.

       select multas
           assign to disk "..\..\..\Entrada\multas.dat"
           organization is indexed
           access mode is sequential
           record key is multas-clave
           file status is fs-maestro.

       select notas-emitidas
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is notas-emitidas-clave
           file status is fs-maestro.

       select notificaciones
           assign to disk "..\..\..\Entrada\notificaciones.dat"
           organization is indexed
           access mode is sequential
           record key is notificaciones-clave
           file status is fs-maestro.

       select odometro
           assign to disk "..\..\..\Entrada\odometro.dat"
           organization is indexed
           access mode is sequential
           record key is odometro-clave
           file status is fs-maestro.

       select ordenes-reposicion
           assign to disk "..\..\..\Entrada\ordenes-reposicion.dat"
           organization is indexed
           access mode is sequential
           record key is ordenes-reposicion-clave
           file status is fs-maestro.

       select ordenes-trabajo
           assign to disk "..\..\..\Entrada\ordenes-trabajo.dat"
           organization is indexed
           access mode is sequential
           record key is ordenes-trabajo-clave
           file status is fs-maestro.

       select parametros-sistema
           assign to disk "..\..\..\Entrada\parametros-sistema.dat"
           organization is indexed
           access mode is sequential
           record key is parametros-sistema-clave
           file status is fs-maestro.

       select planes-pago
           assign to disk "..\..\..\Entrada\planes-pago.dat"
           organization is indexed
           access mode is sequential
           record key is planes-pago-clave
           file status is fs-maestro.

       select polizas
           assign to disk "..\..\..\Entrada\polizas.dat"
           organization is indexed
           access mode is sequential
           record key is polizas-clave
           file status is fs-maestro.

       select preparaciones
           assign to disk "..\..\..\Entrada\preparaciones.dat"
           organization is indexed
           access mode is sequential
           record key is preparaciones-clave
           file status is fs-maestro.

       select presupuesto
           assign to disk "..\..\..\Entrada\presupuesto.dat"
           organization is indexed
           access mode is sequential
           record key is presupuesto-clave
           file status is fs-maestro.

       select proveedores
           assign to disk "..\..\..\Entrada\proveedores.dat"
           organization is indexed
           access mode is sequential
           record key is proveedores-clave
           file status is fs-maestro.

       select puntos-acreditados
           assign to disk "..\..\..\Entrada\puntos-acreditados.dat"
           organization is indexed
           access mode is sequential
           record key is puntos-acreditados-clave
           file status is fs-maestro.

       select puntos
           assign to disk "..\..\..\Entrada\puntos.dat"
           organization is indexed
           access mode is sequential
           record key is puntos-clave
           file status is fs-maestro.

       select quejas
           assign to disk "..\..\..\Entrada\quejas.dat"
           organization is indexed
           access mode is sequential
           record key is quejas-clave
           file status is fs-maestro.

       select ranking-periodo
           assign to disk "..\..\..\Entrada\ranking-periodo.dat"
           organization is indexed
           access mode is sequential
           record key is ranking-periodo-clave
           file status is fs-maestro.

       select recargos-danios
           assign to disk "..\..\..\Entrada\recargos-danios.dat"
           organization is indexed
           access mode is sequential
           record key is recargos-danios-clave
           file status is fs-maestro.

       select reclamos-seguro
           assign to disk "..\..\..\Entrada\reclamos-seguro.dat"
           organization is indexed
           access mode is sequential
           record key is reclamos-seguro-clave
           file status is fs-maestro.

       select reclamos
           assign to disk "..\..\..\Entrada\reclamos.dat"
           organization is indexed
           access mode is sequential
           record key is reclamos-clave
           file status is fs-maestro.

       select reintegros
           assign to disk "..\..\..\Entrada\reintegros.dat"
           organization is indexed
           access mode is sequential
           record key is reintegros-clave
           file status is fs-maestro.

       select repuestos
           assign to disk "..\..\..\Entrada\repuestos.dat"
           organization is indexed
           access mode is sequential
           record key is repuestos-clave
           file status is fs-maestro.

       select reservas
           assign to disk "..\..\..\Entrada\reservas.dat"
           organization is indexed
           access mode is sequential
           record key is reservas-clave
           file status is fs-maestro.

       select retiros
           assign to disk "..\..\..\Entrada\retiros.dat"
           organization is indexed
           access mode is sequential
           record key is retiros-clave
           file status is fs-maestro.

       select revision-fraude
           assign to disk "..\..\..\Entrada\revision-fraude.dat"
           organization is indexed
           access mode is sequential
           record key is revision-fraude-clave
           file status is fs-maestro.

       select senias
           assign to disk "..\..\..\Entrada\senias.dat"
           organization is indexed
           access mode is sequential
           record key is senias-clave
           file status is fs-maestro.

       select servicios-propuestos
           assign to disk "..\..\..\Entrada\servicios-propuestos.dat"
           organization is indexed
           access mode is sequential
           record key is servicios-propuestos-clave
           file status is fs-maestro.

       select siniestros
           assign to disk "..\..\..\Entrada\siniestros.dat"
           organization is indexed
           access mode is sequential
           record key is siniestros-clave
           file status is fs-maestro.

       select stock-repuestos
           assign to disk "..\..\..\Entrada\stock-repuestos.dat"
           organization is indexed
           access mode is sequential
           record key is stock-repuestos-clave
           file status is fs-maestro.

       select subalquileres
           assign to disk "..\..\..\Entrada\subalquileres.dat"
           organization is indexed
           access mode is sequential
           record key is subalquileres-clave
           file status is fs-maestro.

       select sucursal-devolucion
           assign to disk "..\..\..\Entrada\sucursal-devolucion.dat"
           organization is indexed
           access mode is sequential
           record key is sucursal-devolucion-clave
           file status is fs-maestro.

       select sucursales
           assign to disk "..\..\..\Entrada\sucursales.dat"
           organization is indexed
           access mode is sequential
           record key is sucursales-clave
           file status is fs-maestro.

       select tanques
           assign to disk "..\..\..\Entrada\tanques.dat"
           organization is indexed
           access mode is sequential
           record key is tanques-clave
           file status is fs-maestro.

       select tarifas-rutas
           assign to disk "..\..\..\Entrada\tarifas-rutas.dat"
           organization is indexed
           access mode is sequential
           record key is tarifas-rutas-clave
           file status is fs-maestro.

       select tarifas
           assign to disk "..\..\..\Entrada\tarifas.dat"
           organization is indexed
           access mode is sequential
           record key is tarifas-clave
           file status is fs-maestro.

       select tarjetas-combustible
           assign to disk "..\..\..\Entrada\tarjetas-combustible.dat"
           organization is indexed
           access mode is sequential
           record key is tarjetas-combustible-clave
           file status is fs-maestro.

       select telemetria-historico
           assign to disk "..\..\..\Entrada\telemetria-historico.dat"
           organization is indexed
           access mode is sequential
           record key is telemetria-historico-clave
           file status is fs-maestro.

       select traslados
           assign to disk "..\..\..\Entrada\traslados.dat"
           organization is indexed
           access mode is sequential
           record key is traslados-clave
           file status is fs-maestro.

       select usuarios
           assign to disk "..\..\..\Entrada\usuarios.dat"
           organization is indexed
           access mode is sequential
           record key is usuarios-clave
           file status is fs-maestro.

       select alquileres-historico
           assign to disk "..\..\..\Salida\alquileres-historico.dat"
           organization is indexed
           access mode is sequential
           record key is alquileres-historico-clave
           alternate record key is alquileres-historico-clave2
               with duplicates
           file status is fs-maestro.

       select rechazos
           assign to disk "..\..\..\Salida\rechazos.txt"
           organization is indexed
           access mode is sequential
           record key is rechazos-clave
           file status is fs-maestro.

       select distribucion-reportes
           assign to disk "..\..\..\Entrada\distribucion-reportes.dat"
           organization is indexed
           access mode is sequential
           record key is distribucion-reportes-clave
           file status is fs-maestro.

       select calendario
           assign to disk "..\..\..\Entrada\calendario.dat"
           organization is indexed
           access mode is sequential
           record key is calendario-clave
           file status is fs-maestro.

       DATA DIVISION.
       file section.

       fd abonos-facturados
           label record is standard.
       01  reg-abonos-facturados.
           03  abonos-facturados-clave pic x(12).
           03  filler              pic x(6).

       fd abonos
           label record is standard.
       01  reg-abonos.
           03  abonos-clave        pic x(6).
           03  filler              pic x(46).

       fd adquisiciones
           label record is standard.
       01  reg-adquisiciones.
           03  adquisiciones-clave pic x(6).
           03  filler              pic x(57).

       fd agenda-procesos
           label record is standard.
       01  reg-agenda-procesos.
           03  agenda-procesos-clave pic x(20).
           03  filler              pic x(51).

       fd alertas
           label record is standard.
       01  reg-alertas.
           03  alertas-clave       pic x(6).
           03  filler              pic x(104).

       fd alicuotas-iva
           label record is standard.
       01  reg-alicuotas-iva.
           03  alicuotas-iva-clave pic x(1).
           03  filler              pic x(4).

       fd alquileres
           label record is standard.
       01  reg-alquileres.
           03  alquileres-clave    pic x(14).
           03  filler              pic x(29).
           03  alquileres-clave2   pic x(7).
           03  filler              pic x(16).

       fd aprobaciones-mostrador
           label record is standard.
       01  reg-aprobaciones-mostrador.
           03  aprobaciones-mostrador-clave pic x(14).
           03  filler              pic x(37).

       fd ausencias
           label record is standard.
       01  reg-ausencias.
           03  ausencias-clave     pic x(15).
           03  filler              pic x(9).

       fd autos
           label record is standard.
       01  reg-autos.
           03  autos-clave         pic x(6).
           03  filler              pic x(70).

       fd cae-rechazos
           label record is standard.
       01  reg-cae-rechazos.
           03  cae-rechazos-clave  pic x(7).
           03  filler              pic x(65).

       fd cajas
           label record is standard.
       01  reg-cajas.
           03  cajas-clave         pic x(6).
           03  filler              pic x(53).

       fd cambios-pendientes
           label record is standard.
       01  reg-cambios-pendientes.
           03  cambios-pendientes-clave pic x(6).
           03  filler              pic x(66).

       fd cambios-vehiculo
           label record is standard.
       01  reg-cambios-vehiculo.
           03  cambios-vehiculo-clave pic x(14).
           03  filler              pic x(42).

       fd campanias-alquiler
           label record is standard.
       01  reg-campanias-alquiler.
           03  campanias-alquiler-clave pic x(14).
           03  filler              pic x(34).

       fd campanias
           label record is standard.
       01  reg-campanias.
           03  campanias-clave     pic x(8).
           03  filler              pic x(91).

       fd cargas-combustible
           label record is standard.
       01  reg-cargas-combustible.
           03  cargas-combustible-clave pic x(16).
           03  filler              pic x(37).

       fd cargos-combustible
           label record is standard.
       01  reg-cargos-combustible.
           03  cargos-combustible-clave pic x(14).
           03  filler              pic x(50).

       fd cargos-devolucion-suc
           label record is standard.
       01  reg-cargos-devolucion-suc.
           03  cargos-devolucion-suc-clave pic x(4).
           03  filler              pic x(7).

       fd choferes
           label record is standard.
       01  reg-choferes.
           03  choferes-clave      pic x(15).
           03  filler              pic x(12).

       fd clientes
           label record is standard.
       01  reg-clientes.
           03  clientes-clave      pic x(8).
           03  filler              pic x(58).
           03  clientes-clave2     pic x(20).
           03  filler              pic x(1).

       fd condicion-fiscal
           label record is standard.
       01  reg-condicion-fiscal.
           03  condicion-fiscal-clave pic x(8).
           03  filler              pic x(50).

       fd contactos-clientes
           label record is standard.
       01  reg-contactos-clientes.
           03  contactos-clientes-clave pic x(8).
           03  filler              pic x(70).

       fd contratos-emitidos
           label record is standard.
       01  reg-contratos-emitidos.
           03  contratos-emitidos-clave pic x(14).
           03  filler              pic x(14).

       fd cotizaciones
           label record is standard.
       01  reg-cotizaciones.
           03  cotizaciones-clave  pic x(14).
           03  filler              pic x(25).

       fd ctacte
           label record is standard.
       01  reg-ctacte.
           03  ctacte-clave        pic x(14).
           03  filler              pic x(93).

       fd cuentas-corp-docs
           label record is standard.
       01  reg-cuentas-corp-docs.
           03  cuentas-corp-docs-clave pic x(20).
           03  filler              pic x(8).

       fd cuentas-corp
           label record is standard.
       01  reg-cuentas-corp.
           03  cuentas-corp-clave  pic x(8).
           03  filler              pic x(30).

       fd cuentas-pagar
           label record is standard.
       01  reg-cuentas-pagar.
           03  cuentas-pagar-clave pic x(35).
           03  filler              pic x(70).

       fd cupones-tarjeta
           label record is standard.
       01  reg-cupones-tarjeta.
           03  cupones-tarjeta-clave pic x(12).
           03  filler              pic x(32).
           03  cupones-tarjeta-clave2 pic x(20).
           03  filler              pic x(53).

       fd cupos-uso
           label record is standard.
       01  reg-cupos-uso.
           03  cupos-uso-clave     pic x(18).
           03  filler              pic x(3).

       fd cupos
           label record is standard.
       01  reg-cupos.
           03  cupos-clave         pic x(10).
           03  filler              pic x(15).

       fd debitos-autorizados
           label record is standard.
       01  reg-debitos-autorizados.
           03  debitos-autorizados-clave pic x(8).
           03  filler              pic x(31).

       fd depositos
           label record is standard.
       01  reg-depositos.
           03  depositos-clave     pic x(14).
           03  filler              pic x(43).

       fd derivaciones-cobranza
           label record is standard.
       01  reg-derivaciones-cobranza.
           03  derivaciones-cobranza-clave pic x(6).
           03  filler              pic x(71).

       fd descuentos-choferes
           label record is standard.
       01  reg-descuentos-choferes.
           03  descuentos-choferes-clave pic x(24).
           03  filler              pic x(59).

       fd devoluciones
           label record is standard.
       01  reg-devoluciones.
           03  devoluciones-clave  pic x(14).
           03  filler              pic x(66).

       fd encuestas
           label record is standard.
       01  reg-encuestas.
           03  encuestas-clave     pic x(14).
           03  filler              pic x(21).

       fd extras-alquiler
           label record is standard.
       01  reg-extras-alquiler.
           03  extras-alquiler-clave pic x(18).
           03  filler              pic x(97).
       01  reg-extras-alquiler-2.
           03  filler              pic x(14).
           03  extras-alquiler-clave2 pic x(4).
           03  filler              pic x(97).

       fd extras
           label record is standard.
       01  reg-extras.
           03  extras-clave        pic x(6).
           03  filler              pic x(37).

       fd facturas-detalle
           label record is standard.
       01  reg-facturas-detalle.
           03  facturas-detalle-clave pic x(9).
           03  filler              pic x(44).

       fd facturas-emitidas
           label record is standard.
       01  reg-facturas-emitidas.
           03  facturas-emitidas-clave pic x(6).
           03  filler              pic x(8).
           03  facturas-emitidas-clave2 pic x(20).
           03  facturas-emitidas-clave3 pic x(8).
           03  filler              pic x(83).

       fd fuera-servicio
           label record is standard.
       01  reg-fuera-servicio.
           03  fuera-servicio-clave pic x(14).
           03  filler              pic x(28).

       fd gastos-choferes
           label record is standard.
       01  reg-gastos-choferes.
           03  gastos-choferes-clave pic x(16).
           03  gastos-choferes-clave2 pic x(7).
           03  filler              pic x(95).

       fd grupos
           label record is standard.
       01  reg-grupos.
           03  grupos-clave        pic x(14).
           03  filler              pic x(4).

       fd horas-extra
           label record is standard.
       01  reg-horas-extra.
           03  horas-extra-clave   pic x(15).
           03  filler              pic x(73).

       fd incobrables
           label record is standard.
       01  reg-incobrables.
           03  incobrables-clave   pic x(6).
           03  filler              pic x(86).

       fd inspecciones
           label record is standard.
       01  reg-inspecciones.
           03  inspecciones-clave  pic x(15).
           03  filler              pic x(48).

       fd intereses-mora
           label record is standard.
       01  reg-intereses-mora.
           03  intereses-mora-clave pic x(6).
           03  filler              pic x(23).

       fd licencias
           label record is standard.
       01  reg-licencias.
           03  licencias-clave     pic x(7).
           03  filler              pic x(9).

       fd limites-credito
           label record is standard.
       01  reg-limites-credito.
           03  limites-credito-clave pic x(8).
           03  filler              pic x(9).

       fd liquidaciones-choferes
           label record is standard.
       01  reg-liquidaciones-choferes.
           03  liquidaciones-choferes-clave pic x(14).
           03  filler              pic x(22).

       fd lista-bloqueos
           label record is standard.
       01  reg-lista-bloqueos.
           03  lista-bloqueos-clave pic x(22).
           03  filler              pic x(48).

       fd movimientos-caja
           label record is standard.
       01  reg-movimientos-caja.
           03  movimientos-caja-clave pic x(10).
           03  filler              pic x(44).

       fd movimientos-repuestos
           label record is standard.
       01  reg-movimientos-repuestos.
           03  movimientos-repuestos-clave pic x(26).
           03  filler              pic x(74).

       fd multas
           label record is standard.
       01  reg-multas.
           03  multas-clave        pic x(16).
           03  filler              pic x(67).

       fd notas-emitidas
           label record is standard.
       01  reg-notas-emitidas.
           03  notas-emitidas-clave pic x(6).
           03  filler              pic x(102).

       fd notificaciones
           label record is standard.
       01  reg-notificaciones.
           03  notificaciones-clave pic x(8).
           03  filler              pic x(179).

       fd odometro
           label record is standard.
       01  reg-odometro.
           03  odometro-clave      pic x(14).
           03  filler              pic x(7).

       fd ordenes-reposicion
           label record is standard.
       01  reg-ordenes-reposicion.
           03  ordenes-reposicion-clave pic x(14).
           03  filler              pic x(36).

       fd ordenes-trabajo
           label record is standard.
       01  reg-ordenes-trabajo.
           03  ordenes-trabajo-clave pic x(14).
           03  filler              pic x(70).

       fd parametros-sistema
           label record is standard.
       01  reg-parametros-sistema.
           03  parametros-sistema-clave pic x(20).
           03  filler              pic x(27).

       fd planes-pago
           label record is standard.
       01  reg-planes-pago.
           03  planes-pago-clave   pic x(8).
           03  filler              pic x(26).

       fd polizas
           label record is standard.
       01  reg-polizas.
           03  polizas-clave       pic x(6).
           03  filler              pic x(52).

       fd preparaciones
           label record is standard.
       01  reg-preparaciones.
           03  preparaciones-clave pic x(14).
           03  filler              pic x(28).

       fd presupuesto
           label record is standard.
       01  reg-presupuesto.
           03  presupuesto-clave   pic x(9).
           03  filler              pic x(22).

       fd proveedores
           label record is standard.
       01  reg-proveedores.
           03  proveedores-clave   pic x(20).
           03  filler              pic x(38).

       fd puntos-acreditados
           label record is standard.
       01  reg-puntos-acreditados.
           03  puntos-acreditados-clave pic x(14).
           03  filler              pic x(23).

       fd puntos
           label record is standard.
       01  reg-puntos.
           03  puntos-clave        pic x(8).
           03  filler              pic x(18).

       fd quejas
           label record is standard.
       01  reg-quejas.
           03  quejas-clave        pic x(6).
           03  filler              pic x(237).

       fd ranking-periodo
           label record is standard.
       01  reg-ranking-periodo.
           03  ranking-periodo-clave pic x(7).
           03  filler              pic x(11).

       fd recargos-danios
           label record is standard.
       01  reg-recargos-danios.
           03  recargos-danios-clave pic x(14).
           03  filler              pic x(75).

       fd reclamos-seguro
           label record is standard.
       01  reg-reclamos-seguro.
           03  reclamos-seguro-clave pic x(14).
           03  filler              pic x(48).

       fd reclamos
           label record is standard.
       01  reg-reclamos.
           03  reclamos-clave      pic x(6).
           03  filler              pic x(9).

       fd reintegros
           label record is standard.
       01  reg-reintegros.
           03  reintegros-clave    pic x(6).
           03  filler              pic x(172).

       fd repuestos
           label record is standard.
       01  reg-repuestos.
           03  repuestos-clave     pic x(10).
           03  filler              pic x(69).

       fd reservas
           label record is standard.
       01  reg-reservas.
           03  reservas-clave      pic x(14).
           03  filler              pic x(42).

       fd retiros
           label record is standard.
       01  reg-retiros.
           03  retiros-clave       pic x(14).
           03  filler              pic x(22).

       fd revision-fraude
           label record is standard.
       01  reg-revision-fraude.
           03  revision-fraude-clave pic x(20).
           03  filler              pic x(93).

       fd senias
           label record is standard.
       01  reg-senias.
           03  senias-clave        pic x(14).
           03  filler              pic x(15).

       fd servicios-propuestos
           label record is standard.
       01  reg-servicios-propuestos.
           03  servicios-propuestos-clave pic x(6).
           03  filler              pic x(31).

       fd siniestros
           label record is standard.
       01  reg-siniestros.
           03  siniestros-clave    pic x(14).
           03  filler              pic x(46).

       fd stock-repuestos
           label record is standard.
       01  reg-stock-repuestos.
           03  stock-repuestos-clave pic x(12).
           03  filler              pic x(6).

       fd subalquileres
           label record is standard.
       01  reg-subalquileres.
           03  subalquileres-clave pic x(14).
           03  filler              pic x(46).

       fd sucursal-devolucion
           label record is standard.
       01  reg-sucursal-devolucion.
           03  sucursal-devolucion-clave pic x(14).
           03  filler              pic x(51).

       fd sucursales
           label record is standard.
       01  reg-sucursales.
           03  sucursales-clave    pic x(2).
           03  filler              pic x(50).

       fd tanques
           label record is standard.
       01  reg-tanques.
           03  tanques-clave       pic x(6).
           03  filler              pic x(3).

       fd tarifas-rutas
           label record is standard.
       01  reg-tarifas-rutas.
           03  tarifas-rutas-clave pic x(17).
           03  filler              pic x(16).

       fd tarifas
           label record is standard.
       01  reg-tarifas.
           03  tarifas-clave       pic x(14).
           03  filler              pic x(6).

       fd tarjetas-combustible
           label record is standard.
       01  reg-tarjetas-combustible.
           03  tarjetas-combustible-clave pic x(16).
           03  filler              pic x(7).

       fd telemetria-historico
           label record is standard.
       01  reg-telemetria-historico.
           03  telemetria-historico-clave pic x(14).
           03  filler              pic x(14).

       fd traslados
           label record is standard.
       01  reg-traslados.
           03  traslados-clave     pic x(14).
           03  filler              pic x(17).

       fd usuarios
           label record is standard.
       01  reg-usuarios.
           03  usuarios-clave      pic x(8).
           03  filler              pic x(24).

       fd alquileres-historico
           label record is standard.
       01  reg-alquileres-historico.
           03  alquileres-historico-clave pic x(14).
           03  filler              pic x(29).
           03  alquileres-historico-clave2 pic x(7).
           03  filler              pic x(16).

       fd rechazos
           label record is standard.
       01  reg-rechazos.
           03  rechazos-clave      pic x(14).
           03  filler              pic x(32).

       fd distribucion-reportes
           label record is standard.
       01  reg-distribucion-reportes.
           03  distribucion-reportes-clave pic x(38).
           03  filler              pic x(41).

       fd calendario
           label record is standard.
       01  reg-calendario.
           03  calendario-clave    pic x(10).
           03  filler              pic x(31).

       working-storage section.
       01 fs-maestro           pic xx.
           88 ok-mae                   value "00".

      *> Maestros en el orden en que se respaldan; la posicion es
      *> el numero de maestro de las operaciones.
       01 tabla-maestros.
           03 filler pic x(40) value
               "Entrada\abonos-facturados.dat".
           03 filler pic x(40) value
               "Entrada\abonos.dat".
           03 filler pic x(40) value
               "Entrada\adquisiciones.dat".
           03 filler pic x(40) value
               "Entrada\agenda-procesos.dat".
           03 filler pic x(40) value
               "Entrada\alertas.dat".
           03 filler pic x(40) value
               "Entrada\alicuotas-iva.dat".
           03 filler pic x(40) value
               "Entrada\alquileres.dat".
           03 filler pic x(40) value
               "Entrada\aprobaciones-mostrador.dat".
           03 filler pic x(40) value
               "Entrada\ausencias.dat".
           03 filler pic x(40) value
               "Entrada\autos.dat".
           03 filler pic x(40) value
               "Entrada\cae-rechazos.dat".
           03 filler pic x(40) value
               "Entrada\cajas.dat".
           03 filler pic x(40) value
               "Entrada\cambios-pendientes.dat".
           03 filler pic x(40) value
               "Entrada\cambios-vehiculo.dat".
           03 filler pic x(40) value
               "Entrada\campanias-alquiler.dat".
           03 filler pic x(40) value
               "Entrada\campanias.dat".
           03 filler pic x(40) value
               "Entrada\cargas-combustible.dat".
           03 filler pic x(40) value
               "Entrada\cargos-combustible.dat".
           03 filler pic x(40) value
               "Entrada\cargos-devolucion-suc.dat".
           03 filler pic x(40) value
               "Entrada\choferes.dat".
           03 filler pic x(40) value
               "Entrada\clientes.dat".
           03 filler pic x(40) value
               "Entrada\condicion-fiscal.dat".
           03 filler pic x(40) value
               "Entrada\contactos-clientes.dat".
           03 filler pic x(40) value
               "Entrada\contratos-emitidos.dat".
           03 filler pic x(40) value
               "Entrada\cotizaciones.dat".
           03 filler pic x(40) value
               "Entrada\ctacte.dat".
           03 filler pic x(40) value
               "Entrada\cuentas-corp-docs.dat".
           03 filler pic x(40) value
               "Entrada\cuentas-corp.dat".
           03 filler pic x(40) value
               "Entrada\cuentas-pagar.dat".
           03 filler pic x(40) value
               "Entrada\cupones-tarjeta.dat".
           03 filler pic x(40) value
               "Entrada\cupos-uso.dat".
           03 filler pic x(40) value
               "Entrada\cupos.dat".
           03 filler pic x(40) value
               "Entrada\debitos-autorizados.dat".
           03 filler pic x(40) value
               "Entrada\depositos.dat".
           03 filler pic x(40) value
               "Entrada\derivaciones-cobranza.dat".
           03 filler pic x(40) value
               "Entrada\descuentos-choferes.dat".
           03 filler pic x(40) value
               "Entrada\devoluciones.dat".
           03 filler pic x(40) value
               "Entrada\encuestas.dat".
           03 filler pic x(40) value
               "Entrada\extras-alquiler.dat".
           03 filler pic x(40) value
               "Entrada\extras.dat".
           03 filler pic x(40) value
               "Entrada\facturas-detalle.dat".
           03 filler pic x(40) value
               "Entrada\facturas-emitidas.dat".
           03 filler pic x(40) value
               "Entrada\fuera-servicio.dat".
           03 filler pic x(40) value
               "Entrada\gastos-choferes.dat".
           03 filler pic x(40) value
               "Entrada\grupos.dat".
           03 filler pic x(40) value
               "Entrada\horas-extra.dat".
           03 filler pic x(40) value
               "Entrada\incobrables.dat".
           03 filler pic x(40) value
               "Entrada\inspecciones.dat".
           03 filler pic x(40) value
               "Entrada\intereses-mora.dat".
           03 filler pic x(40) value
               "Entrada\licencias.dat".
           03 filler pic x(40) value
               "Entrada\limites-credito.dat".
           03 filler pic x(40) value
               "Entrada\liquidaciones-choferes.dat".
           03 filler pic x(40) value
               "Entrada\lista-bloqueos.dat".
           03 filler pic x(40) value
               "Entrada\movimientos-caja.dat".
           03 filler pic x(40) value
               "Entrada\movimientos-repuestos.dat".
           03 filler pic x(40) value
               "Entrada\multas.dat".
           03 filler pic x(40) value
               "Entrada\notas-emitidas.dat".
           03 filler pic x(40) value
               "Entrada\notificaciones.dat".
           03 filler pic x(40) value
               "Entrada\odometro.dat".
           03 filler pic x(40) value
               "Entrada\ordenes-reposicion.dat".
           03 filler pic x(40) value
               "Entrada\ordenes-trabajo.dat".
           03 filler pic x(40) value
               "Entrada\parametros-sistema.dat".
           03 filler pic x(40) value
               "Entrada\planes-pago.dat".
           03 filler pic x(40) value
               "Entrada\polizas.dat".
           03 filler pic x(40) value
               "Entrada\preparaciones.dat".
           03 filler pic x(40) value
               "Entrada\presupuesto.dat".
           03 filler pic x(40) value
               "Entrada\proveedores.dat".
           03 filler pic x(40) value
               "Entrada\puntos-acreditados.dat".
           03 filler pic x(40) value
               "Entrada\puntos.dat".
           03 filler pic x(40) value
               "Entrada\quejas.dat".
           03 filler pic x(40) value
               "Entrada\ranking-periodo.dat".
           03 filler pic x(40) value
               "Entrada\recargos-danios.dat".
           03 filler pic x(40) value
               "Entrada\reclamos-seguro.dat".
           03 filler pic x(40) value
               "Entrada\reclamos.dat".
           03 filler pic x(40) value
               "Entrada\reintegros.dat".
           03 filler pic x(40) value
               "Entrada\repuestos.dat".
           03 filler pic x(40) value
               "Entrada\reservas.dat".
           03 filler pic x(40) value
               "Entrada\retiros.dat".
           03 filler pic x(40) value
               "Entrada\revision-fraude.dat".
           03 filler pic x(40) value
               "Entrada\senias.dat".
           03 filler pic x(40) value
               "Entrada\servicios-propuestos.dat".
           03 filler pic x(40) value
               "Entrada\siniestros.dat".
           03 filler pic x(40) value
               "Entrada\stock-repuestos.dat".
           03 filler pic x(40) value
               "Entrada\subalquileres.dat".
           03 filler pic x(40) value
               "Entrada\sucursal-devolucion.dat".
           03 filler pic x(40) value
               "Entrada\sucursales.dat".
           03 filler pic x(40) value
               "Entrada\tanques.dat".
           03 filler pic x(40) value
               "Entrada\tarifas-rutas.dat".
           03 filler pic x(40) value
               "Entrada\tarifas.dat".
           03 filler pic x(40) value
               "Entrada\tarjetas-combustible.dat".
           03 filler pic x(40) value
               "Entrada\telemetria-historico.dat".
           03 filler pic x(40) value
               "Entrada\traslados.dat".
           03 filler pic x(40) value
               "Entrada\usuarios.dat".
           03 filler pic x(40) value
               "Salida\alquileres-historico.dat".
           03 filler pic x(40) value
               "Salida\rechazos.txt".
           03 filler pic x(40) value
               "Entrada\distribucion-reportes.dat".
           03 filler pic x(40) value
               "Entrada\calendario.dat".
       01 tabla-maestros-r redefines tabla-maestros.
           03 tm-nombre            pic x(40) occurs 97 times.
       77 cant-maestros         pic 9(3)    value 97.

       linkage section.
       01  in-am-operacion         pic x.      *> parametro
       01  in-am-maestro           pic 9(3).   *> parametro
       01  out-am-nombre           pic x(40).  *> retorno
       01  out-am-cantidad         pic 9(3).   *> retorno
       01  io-am-registro          pic x(250). *> parametro
       01  out-am-fs               pic xx.     *> retorno

       PROCEDURE DIVISION using in-am-operacion, in-am-maestro,
           out-am-nombre, out-am-cantidad, io-am-registro,
           out-am-fs.

           perform acceder-maestro.

           goback. *> retorna control al que llama

       acceder-maestro.
           move cant-maestros to out-am-cantidad.
           move "00" to fs-maestro.
           if in-am-maestro < 1 or in-am-maestro > cant-maestros
               move "23" to fs-maestro
           else if in-am-operacion = "I"
               move tm-nombre(in-am-maestro) to out-am-nombre
           else if in-am-operacion = "E"
               perform abrir-entrada
           else if in-am-operacion = "S"
               perform abrir-salida
           else if in-am-operacion = "L"
               perform leer-siguiente
           else if in-am-operacion = "G"
               perform grabar-registro
           else if in-am-operacion = "C"
               perform cerrar-maestro
           end-if.
           move fs-maestro to out-am-fs.

       abrir-entrada.
           evaluate in-am-maestro
               when 1
                   open input abonos-facturados
               when 2
                   open input abonos
               when 3
                   open input adquisiciones
               when 4
                   open input agenda-procesos
               when 5
                   open input alertas
               when 6
                   open input alicuotas-iva
               when 7
                   open input alquileres
               when 8
                   open input aprobaciones-mostrador
               when 9
                   open input ausencias
               when 10
                   open input autos
               when 11
                   open input cae-rechazos
               when 12
                   open input cajas
               when 13
                   open input cambios-pendientes
               when 14
                   open input cambios-vehiculo
               when 15
                   open input campanias-alquiler
               when 16
                   open input campanias
               when 17
                   open input cargas-combustible
               when 18
                   open input cargos-combustible
               when 19
                   open input cargos-devolucion-suc
               when 20
                   open input choferes
               when 21
                   open input clientes
               when 22
                   open input condicion-fiscal
               when 23
                   open input contactos-clientes
               when 24
                   open input contratos-emitidos
               when 25
                   open input cotizaciones
               when 26
                   open input ctacte
               when 27
                   open input cuentas-corp-docs
               when 28
                   open input cuentas-corp
               when 29
                   open input cuentas-pagar
               when 30
                   open input cupones-tarjeta
               when 31
                   open input cupos-uso
               when 32
                   open input cupos
               when 33
                   open input debitos-autorizados
               when 34
                   open input depositos
               when 35
                   open input derivaciones-cobranza
               when 36
                   open input descuentos-choferes
               when 37
                   open input devoluciones
               when 38
                   open input encuestas
               when 39
                   open input extras-alquiler
               when 40
                   open input extras
               when 41
                   open input facturas-detalle
               when 42
                   open input facturas-emitidas
               when 43
                   open input fuera-servicio
               when 44
                   open input gastos-choferes
               when 45
                   open input grupos
               when 46
                   open input horas-extra
               when 47
                   open input incobrables
               when 48
                   open input inspecciones
               when 49
                   open input intereses-mora
               when 50
                   open input licencias
               when 51
                   open input limites-credito
               when 52
                   open input liquidaciones-choferes
               when 53
                   open input lista-bloqueos
               when 54
                   open input movimientos-caja
               when 55
                   open input movimientos-repuestos
               when 56
                   open input multas
               when 57
                   open input notas-emitidas
               when 58
                   open input notificaciones
               when 59
                   open input odometro
               when 60
                   open input ordenes-reposicion
               when 61
                   open input ordenes-trabajo
               when 62
                   open input parametros-sistema
               when 63
                   open input planes-pago
               when 64
                   open input polizas
               when 65
                   open input preparaciones
               when 66
                   open input presupuesto
               when 67
                   open input proveedores
               when 68
                   open input puntos-acreditados
               when 69
                   open input puntos
               when 70
                   open input quejas
               when 71
                   open input ranking-periodo
               when 72
                   open input recargos-danios
               when 73
                   open input reclamos-seguro
               when 74
                   open input reclamos
               when 75
                   open input reintegros
               when 76
                   open input repuestos
               when 77
                   open input reservas
               when 78
                   open input retiros
               when 79
                   open input revision-fraude
               when 80
                   open input senias
               when 81
                   open input servicios-propuestos
               when 82
                   open input siniestros
               when 83
                   open input stock-repuestos
               when 84
                   open input subalquileres
               when 85
                   open input sucursal-devolucion
               when 86
                   open input sucursales
               when 87
                   open input tanques
               when 88
                   open input tarifas-rutas
               when 89
                   open input tarifas
               when 90
                   open input tarjetas-combustible
               when 91
                   open input telemetria-historico
               when 92
                   open input traslados
               when 93
                   open input usuarios
               when 94
                   open input alquileres-historico
               when 95
                   open input rechazos
               when 96
                   open input distribucion-reportes
               when 97
                   open input calendario
           end-evaluate.

       abrir-salida.
           evaluate in-am-maestro
               when 1
                   open output abonos-facturados
               when 2
                   open output abonos
               when 3
                   open output adquisiciones
               when 4
                   open output agenda-procesos
               when 5
                   open output alertas
               when 6
                   open output alicuotas-iva
               when 7
                   open output alquileres
               when 8
                   open output aprobaciones-mostrador
               when 9
                   open output ausencias
               when 10
                   open output autos
               when 11
                   open output cae-rechazos
               when 12
                   open output cajas
               when 13
                   open output cambios-pendientes
               when 14
                   open output cambios-vehiculo
               when 15
                   open output campanias-alquiler
               when 16
                   open output campanias
               when 17
                   open output cargas-combustible
               when 18
                   open output cargos-combustible
               when 19
                   open output cargos-devolucion-suc
               when 20
                   open output choferes
               when 21
                   open output clientes
               when 22
                   open output condicion-fiscal
               when 23
                   open output contactos-clientes
               when 24
                   open output contratos-emitidos
               when 25
                   open output cotizaciones
               when 26
                   open output ctacte
               when 27
                   open output cuentas-corp-docs
               when 28
                   open output cuentas-corp
               when 29
                   open output cuentas-pagar
               when 30
                   open output cupones-tarjeta
               when 31
                   open output cupos-uso
               when 32
                   open output cupos
               when 33
                   open output debitos-autorizados
               when 34
                   open output depositos
               when 35
                   open output derivaciones-cobranza
               when 36
                   open output descuentos-choferes
               when 37
                   open output devoluciones
               when 38
                   open output encuestas
               when 39
                   open output extras-alquiler
               when 40
                   open output extras
               when 41
                   open output facturas-detalle
               when 42
                   open output facturas-emitidas
               when 43
                   open output fuera-servicio
               when 44
                   open output gastos-choferes
               when 45
                   open output grupos
               when 46
                   open output horas-extra
               when 47
                   open output incobrables
               when 48
                   open output inspecciones
               when 49
                   open output intereses-mora
               when 50
                   open output licencias
               when 51
                   open output limites-credito
               when 52
                   open output liquidaciones-choferes
               when 53
                   open output lista-bloqueos
               when 54
                   open output movimientos-caja
               when 55
                   open output movimientos-repuestos
               when 56
                   open output multas
               when 57
                   open output notas-emitidas
               when 58
                   open output notificaciones
               when 59
                   open output odometro
               when 60
                   open output ordenes-reposicion
               when 61
                   open output ordenes-trabajo
               when 62
                   open output parametros-sistema
               when 63
                   open output planes-pago
               when 64
                   open output polizas
               when 65
                   open output preparaciones
               when 66
                   open output presupuesto
               when 67
                   open output proveedores
               when 68
                   open output puntos-acreditados
               when 69
                   open output puntos
               when 70
                   open output quejas
               when 71
                   open output ranking-periodo
               when 72
                   open output recargos-danios
               when 73
                   open output reclamos-seguro
               when 74
                   open output reclamos
               when 75
                   open output reintegros
               when 76
                   open output repuestos
               when 77
                   open output reservas
               when 78
                   open output retiros
               when 79
                   open output revision-fraude
               when 80
                   open output senias
               when 81
                   open output servicios-propuestos
               when 82
                   open output siniestros
               when 83
                   open output stock-repuestos
               when 84
                   open output subalquileres
               when 85
                   open output sucursal-devolucion
               when 86
                   open output sucursales
               when 87
                   open output tanques
               when 88
                   open output tarifas-rutas
               when 89
                   open output tarifas
               when 90
                   open output tarjetas-combustible
               when 91
                   open output telemetria-historico
               when 92
                   open output traslados
               when 93
                   open output usuarios
               when 94
                   open output alquileres-historico
               when 95
                   open output rechazos
               when 96
                   open output distribucion-reportes
               when 97
                   open output calendario
           end-evaluate.

      *> Lectura secuencial en orden de clave; el fin de archivo
      *> vuelve como fs "10".
       leer-siguiente.
           evaluate in-am-maestro
               when 1
                   read abonos-facturados into io-am-registro
               when 2
                   read abonos into io-am-registro
               when 3
                   read adquisiciones into io-am-registro
               when 4
                   read agenda-procesos into io-am-registro
               when 5
                   read alertas into io-am-registro
               when 6
                   read alicuotas-iva into io-am-registro
               when 7
                   read alquileres into io-am-registro
               when 8
                   read aprobaciones-mostrador into io-am-registro
               when 9
                   read ausencias into io-am-registro
               when 10
                   read autos into io-am-registro
               when 11
                   read cae-rechazos into io-am-registro
               when 12
                   read cajas into io-am-registro
               when 13
                   read cambios-pendientes into io-am-registro
               when 14
                   read cambios-vehiculo into io-am-registro
               when 15
                   read campanias-alquiler into io-am-registro
               when 16
                   read campanias into io-am-registro
               when 17
                   read cargas-combustible into io-am-registro
               when 18
                   read cargos-combustible into io-am-registro
               when 19
                   read cargos-devolucion-suc into io-am-registro
               when 20
                   read choferes into io-am-registro
               when 21
                   read clientes into io-am-registro
               when 22
                   read condicion-fiscal into io-am-registro
               when 23
                   read contactos-clientes into io-am-registro
               when 24
                   read contratos-emitidos into io-am-registro
               when 25
                   read cotizaciones into io-am-registro
               when 26
                   read ctacte into io-am-registro
               when 27
                   read cuentas-corp-docs into io-am-registro
               when 28
                   read cuentas-corp into io-am-registro
               when 29
                   read cuentas-pagar into io-am-registro
               when 30
                   read cupones-tarjeta into io-am-registro
               when 31
                   read cupos-uso into io-am-registro
               when 32
                   read cupos into io-am-registro
               when 33
                   read debitos-autorizados into io-am-registro
               when 34
                   read depositos into io-am-registro
               when 35
                   read derivaciones-cobranza into io-am-registro
               when 36
                   read descuentos-choferes into io-am-registro
               when 37
                   read devoluciones into io-am-registro
               when 38
                   read encuestas into io-am-registro
               when 39
                   read extras-alquiler into io-am-registro
               when 40
                   read extras into io-am-registro
               when 41
                   read facturas-detalle into io-am-registro
               when 42
                   read facturas-emitidas into io-am-registro
               when 43
                   read fuera-servicio into io-am-registro
               when 44
                   read gastos-choferes into io-am-registro
               when 45
                   read grupos into io-am-registro
               when 46
                   read horas-extra into io-am-registro
               when 47
                   read incobrables into io-am-registro
               when 48
                   read inspecciones into io-am-registro
               when 49
                   read intereses-mora into io-am-registro
               when 50
                   read licencias into io-am-registro
               when 51
                   read limites-credito into io-am-registro
               when 52
                   read liquidaciones-choferes into io-am-registro
               when 53
                   read lista-bloqueos into io-am-registro
               when 54
                   read movimientos-caja into io-am-registro
               when 55
                   read movimientos-repuestos into io-am-registro
               when 56
                   read multas into io-am-registro
               when 57
                   read notas-emitidas into io-am-registro
               when 58
                   read notificaciones into io-am-registro
               when 59
                   read odometro into io-am-registro
               when 60
                   read ordenes-reposicion into io-am-registro
               when 61
                   read ordenes-trabajo into io-am-registro
               when 62
                   read parametros-sistema into io-am-registro
               when 63
                   read planes-pago into io-am-registro
               when 64
                   read polizas into io-am-registro
               when 65
                   read preparaciones into io-am-registro
               when 66
                   read presupuesto into io-am-registro
               when 67
                   read proveedores into io-am-registro
               when 68
                   read puntos-acreditados into io-am-registro
               when 69
                   read puntos into io-am-registro
               when 70
                   read quejas into io-am-registro
               when 71
                   read ranking-periodo into io-am-registro
               when 72
                   read recargos-danios into io-am-registro
               when 73
                   read reclamos-seguro into io-am-registro
               when 74
                   read reclamos into io-am-registro
               when 75
                   read reintegros into io-am-registro
               when 76
                   read repuestos into io-am-registro
               when 77
                   read reservas into io-am-registro
               when 78
                   read retiros into io-am-registro
               when 79
                   read revision-fraude into io-am-registro
               when 80
                   read senias into io-am-registro
               when 81
                   read servicios-propuestos into io-am-registro
               when 82
                   read siniestros into io-am-registro
               when 83
                   read stock-repuestos into io-am-registro
               when 84
                   read subalquileres into io-am-registro
               when 85
                   read sucursal-devolucion into io-am-registro
               when 86
                   read sucursales into io-am-registro
               when 87
                   read tanques into io-am-registro
               when 88
                   read tarifas-rutas into io-am-registro
               when 89
                   read tarifas into io-am-registro
               when 90
                   read tarjetas-combustible into io-am-registro
               when 91
                   read telemetria-historico into io-am-registro
               when 92
                   read traslados into io-am-registro
               when 93
                   read usuarios into io-am-registro
               when 94
                   read alquileres-historico into io-am-registro
               when 95
                   read rechazos into io-am-registro
               when 96
                   read distribucion-reportes into io-am-registro
               when 97
                   read calendario into io-am-registro
           end-evaluate.

      *> El registro de 250 se trunca al largo del maestro; se
      *> graba en orden de clave, tal como se leyo.
       grabar-registro.
           evaluate in-am-maestro
               when 1
                   write reg-abonos-facturados from io-am-registro
               when 2
                   write reg-abonos from io-am-registro
               when 3
                   write reg-adquisiciones from io-am-registro
               when 4
                   write reg-agenda-procesos from io-am-registro
               when 5
                   write reg-alertas from io-am-registro
               when 6
                   write reg-alicuotas-iva from io-am-registro
               when 7
                   write reg-alquileres from io-am-registro
               when 8
                   write reg-aprobaciones-mostrador from io-am-registro
               when 9
                   write reg-ausencias from io-am-registro
               when 10
                   write reg-autos from io-am-registro
               when 11
                   write reg-cae-rechazos from io-am-registro
               when 12
                   write reg-cajas from io-am-registro
               when 13
                   write reg-cambios-pendientes from io-am-registro
               when 14
                   write reg-cambios-vehiculo from io-am-registro
               when 15
                   write reg-campanias-alquiler from io-am-registro
               when 16
                   write reg-campanias from io-am-registro
               when 17
                   write reg-cargas-combustible from io-am-registro
               when 18
                   write reg-cargos-combustible from io-am-registro
               when 19
                   write reg-cargos-devolucion-suc from io-am-registro
               when 20
                   write reg-choferes from io-am-registro
               when 21
                   write reg-clientes from io-am-registro
               when 22
                   write reg-condicion-fiscal from io-am-registro
               when 23
                   write reg-contactos-clientes from io-am-registro
               when 24
                   write reg-contratos-emitidos from io-am-registro
               when 25
                   write reg-cotizaciones from io-am-registro
               when 26
                   write reg-ctacte from io-am-registro
               when 27
                   write reg-cuentas-corp-docs from io-am-registro
               when 28
                   write reg-cuentas-corp from io-am-registro
               when 29
                   write reg-cuentas-pagar from io-am-registro
               when 30
                   write reg-cupones-tarjeta from io-am-registro
               when 31
                   write reg-cupos-uso from io-am-registro
               when 32
                   write reg-cupos from io-am-registro
               when 33
                   write reg-debitos-autorizados from io-am-registro
               when 34
                   write reg-depositos from io-am-registro
               when 35
                   write reg-derivaciones-cobranza from io-am-registro
               when 36
                   write reg-descuentos-choferes from io-am-registro
               when 37
                   write reg-devoluciones from io-am-registro
               when 38
                   write reg-encuestas from io-am-registro
               when 39
                   write reg-extras-alquiler from io-am-registro
               when 40
                   write reg-extras from io-am-registro
               when 41
                   write reg-facturas-detalle from io-am-registro
               when 42
                   write reg-facturas-emitidas from io-am-registro
               when 43
                   write reg-fuera-servicio from io-am-registro
               when 44
                   write reg-gastos-choferes from io-am-registro
               when 45
                   write reg-grupos from io-am-registro
               when 46
                   write reg-horas-extra from io-am-registro
               when 47
                   write reg-incobrables from io-am-registro
               when 48
                   write reg-inspecciones from io-am-registro
               when 49
                   write reg-intereses-mora from io-am-registro
               when 50
                   write reg-licencias from io-am-registro
               when 51
                   write reg-limites-credito from io-am-registro
               when 52
                   write reg-liquidaciones-choferes from io-am-registro
               when 53
                   write reg-lista-bloqueos from io-am-registro
               when 54
                   write reg-movimientos-caja from io-am-registro
               when 55
                   write reg-movimientos-repuestos from io-am-registro
               when 56
                   write reg-multas from io-am-registro
               when 57
                   write reg-notas-emitidas from io-am-registro
               when 58
                   write reg-notificaciones from io-am-registro
               when 59
                   write reg-odometro from io-am-registro
               when 60
                   write reg-ordenes-reposicion from io-am-registro
               when 61
                   write reg-ordenes-trabajo from io-am-registro
               when 62
                   write reg-parametros-sistema from io-am-registro
               when 63
                   write reg-planes-pago from io-am-registro
               when 64
                   write reg-polizas from io-am-registro
               when 65
                   write reg-preparaciones from io-am-registro
               when 66
                   write reg-presupuesto from io-am-registro
               when 67
                   write reg-proveedores from io-am-registro
               when 68
                   write reg-puntos-acreditados from io-am-registro
               when 69
                   write reg-puntos from io-am-registro
               when 70
                   write reg-quejas from io-am-registro
               when 71
                   write reg-ranking-periodo from io-am-registro
               when 72
                   write reg-recargos-danios from io-am-registro
               when 73
                   write reg-reclamos-seguro from io-am-registro
               when 74
                   write reg-reclamos from io-am-registro
               when 75
                   write reg-reintegros from io-am-registro
               when 76
                   write reg-repuestos from io-am-registro
               when 77
                   write reg-reservas from io-am-registro
               when 78
                   write reg-retiros from io-am-registro
               when 79
                   write reg-revision-fraude from io-am-registro
               when 80
                   write reg-senias from io-am-registro
               when 81
                   write reg-servicios-propuestos from io-am-registro
               when 82
                   write reg-siniestros from io-am-registro
               when 83
                   write reg-stock-repuestos from io-am-registro
               when 84
                   write reg-subalquileres from io-am-registro
               when 85
                   write reg-sucursal-devolucion from io-am-registro
               when 86
                   write reg-sucursales from io-am-registro
               when 87
                   write reg-tanques from io-am-registro
               when 88
                   write reg-tarifas-rutas from io-am-registro
               when 89
                   write reg-tarifas from io-am-registro
               when 90
                   write reg-tarjetas-combustible from io-am-registro
               when 91
                   write reg-telemetria-historico from io-am-registro
               when 92
                   write reg-traslados from io-am-registro
               when 93
                   write reg-usuarios from io-am-registro
               when 94
                   write reg-alquileres-historico from io-am-registro
               when 95
                   write reg-rechazos from io-am-registro
               when 96
                   write reg-distribucion-reportes
                       from io-am-registro
               when 97
                   write reg-calendario from io-am-registro
           end-evaluate.

       cerrar-maestro.
           evaluate in-am-maestro
               when 1
                   close abonos-facturados
               when 2
                   close abonos
               when 3
                   close adquisiciones
               when 4
                   close agenda-procesos
               when 5
                   close alertas
               when 6
                   close alicuotas-iva
               when 7
                   close alquileres
               when 8
                   close aprobaciones-mostrador
               when 9
                   close ausencias
               when 10
                   close autos
               when 11
                   close cae-rechazos
               when 12
                   close cajas
               when 13
                   close cambios-pendientes
               when 14
                   close cambios-vehiculo
               when 15
                   close campanias-alquiler
               when 16
                   close campanias
               when 17
                   close cargas-combustible
               when 18
                   close cargos-combustible
               when 19
                   close cargos-devolucion-suc
               when 20
                   close choferes
               when 21
                   close clientes
               when 22
                   close condicion-fiscal
               when 23
                   close contactos-clientes
               when 24
                   close contratos-emitidos
               when 25
                   close cotizaciones
               when 26
                   close ctacte
               when 27
                   close cuentas-corp-docs
               when 28
                   close cuentas-corp
               when 29
                   close cuentas-pagar
               when 30
                   close cupones-tarjeta
               when 31
                   close cupos-uso
               when 32
                   close cupos
               when 33
                   close debitos-autorizados
               when 34
                   close depositos
               when 35
                   close derivaciones-cobranza
               when 36
                   close descuentos-choferes
               when 37
                   close devoluciones
               when 38
                   close encuestas
               when 39
                   close extras-alquiler
               when 40
                   close extras
               when 41
                   close facturas-detalle
               when 42
                   close facturas-emitidas
               when 43
                   close fuera-servicio
               when 44
                   close gastos-choferes
               when 45
                   close grupos
               when 46
                   close horas-extra
               when 47
                   close incobrables
               when 48
                   close inspecciones
               when 49
                   close intereses-mora
               when 50
                   close licencias
               when 51
                   close limites-credito
               when 52
                   close liquidaciones-choferes
               when 53
                   close lista-bloqueos
               when 54
                   close movimientos-caja
               when 55
                   close movimientos-repuestos
               when 56
                   close multas
               when 57
                   close notas-emitidas
               when 58
                   close notificaciones
               when 59
                   close odometro
               when 60
                   close ordenes-reposicion
               when 61
                   close ordenes-trabajo
               when 62
                   close parametros-sistema
               when 63
                   close planes-pago
               when 64
                   close polizas
               when 65
                   close preparaciones
               when 66
                   close presupuesto
               when 67
                   close proveedores
               when 68
                   close puntos-acreditados
               when 69
                   close puntos
               when 70
                   close quejas
               when 71
                   close ranking-periodo
               when 72
                   close recargos-danios
               when 73
                   close reclamos-seguro
               when 74
                   close reclamos
               when 75
                   close reintegros
               when 76
                   close repuestos
               when 77
                   close reservas
               when 78
                   close retiros
               when 79
                   close revision-fraude
               when 80
                   close senias
               when 81
                   close servicios-propuestos
               when 82
                   close siniestros
               when 83
                   close stock-repuestos
               when 84
                   close subalquileres
               when 85
                   close sucursal-devolucion
               when 86
                   close sucursales
               when 87
                   close tanques
               when 88
                   close tarifas-rutas
               when 89
                   close tarifas
               when 90
                   close tarjetas-combustible
               when 91
                   close telemetria-historico
               when 92
                   close traslados
               when 93
                   close usuarios
               when 94
                   close alquileres-historico
               when 95
                   close rechazos
               when 96
                   close distribucion-reportes
               when 97
                   close calendario
           end-evaluate.
