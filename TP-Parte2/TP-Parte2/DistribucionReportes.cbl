       identification division.
       program-id. DistribucionReportes.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Reparto de los reportes de la noche por sucursal: desde que
      *> operamos varias sucursales cada gerente recibia el listado,
      *> el informe de rechazos, los no-shows, los depositos, los
      *> pendientes estancados y los vencimientos enteros, y tenia
      *> que buscar sus propias lineas. Este paso, despues de
      *> CopiasReportes, parte cada uno de esos reportes en un
      *> archivo por destino del maestro de distribucion
      *> (distribucion-reportes.dat, ver MantenimientoDistribucion:
      *> reporte + sucursal + rol, con la carpeta de la sucursal),
      *> y deja en distribucion-manifiesto.txt una linea por cada
      *> entrega de la noche, asi ninguna sucursal puede decir que
      *> no recibio un reporte.
      *>
      *> Los reportes no se tocan y no traen columna de sucursal:
      *> cada linea de detalle se asigna por las claves que ya
      *> muestra. Patente + fecha del alquiler (no-shows,
      *> depositos, pendientes estancados, rechazos) van al
      *> alquiler del maestro o del historico, y si no esta a la
      *> sucursal del auto; el legajo de los vencimientos va al
      *> contrato del chofer; en el listado, fecha + chofer + nro.
      *> de documento del cliente van al alquiler, y si no esta a
      *> la sucursal del chofer. Lo que no se puede asignar queda
      *> en la sucursal 00 (sin asignar), que tambien puede tener
      *> destinos en el maestro.
      *>
      *> Cada archivo repartido lleva la cabecera del reporte, los
      *> titulos de agrupamiento (motivo, fecha, chofer) que
      *> corresponden a sus lineas y un cierre con la cantidad de
      *> lineas de la sucursal; los subtotales y totales del
      *> reporte entero no se repiten. Un destino sin lineas
      *> igual recibe el archivo (SIN DATOS en el manifiesto); un
      *> reporte que hoy no se emitio queda NO EMITIDO; un archivo
      *> que no se pudo crear (carpeta inexistente) queda ERROR y
      *> levanta alerta, sin cortar la cadena.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select distribucion
           assign to disk "..\..\..\Entrada\distribucion-reportes.dat"
           organization is indexed
           access mode is dynamic
           record key is dis-clave
           file status is fs-distribucion.

       select reporte
           assign to disk nombre-reporte
           organization is line sequential
           file status is fs-reporte.

       select entrega
           assign to disk nombre-entrega
           organization is line sequential
           file status is fs-entrega.

       select manifiesto
           assign to disk "..\..\..\Salida\distribucion-manifiesto.txt"
           organization is line sequential
           file status is fs-manifiesto.

       select alquileresmae
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileresmae.

       select historico
           assign to disk "..\..\..\Salida\alquileres-historico.dat"
           organization is indexed
           access mode is dynamic
           record key is hist-clave
           alternate record key is hist-chofer with duplicates
           file status is fs-historico.

       select autos
           assign to disk "..\..\..\Entrada\autos.dat"
           organization is indexed
           access mode is random
           record key is aut-patente
           file status is fs-autos.

       select choferes
           assign to disk "..\..\..\Entrada\choferes.dat"
           organization is indexed
           access mode is dynamic
           record key is cho-clave
           file status is fs-choferes.

       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd distribucion
           label record is standard.
       01  rec-distribucion.
           03  dis-clave.
               05  dis-reporte     pic x(24).
               05  dis-sucursal    pic 99.
               05  dis-rol         pic x(12).
           03  dis-carpeta         pic x(40).
           03  dis-activo          pic x.

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(150).

       fd entrega
           label record is standard.
       01  reg-entrega             pic x(150).

       fd manifiesto
           label record is standard.
       01  reg-manifiesto.
           03  man-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  man-hora            pic 9(6).
           03  filler              pic x.
           03  man-reporte         pic x(24).
           03  filler              pic x.
           03  man-sucursal        pic 99.
           03  filler              pic x.
           03  man-rol             pic x(12).
           03  filler              pic x.
           03  man-estado          pic x(10).
           03  filler              pic x.
           03  man-lineas          pic 9(5).
           03  filler              pic x.
           03  man-archivo         pic x(80).

       fd alquileresmae
           label record is standard.
       01 rec-alquileresmae.
           03 alq-clave.
               05  alq-patente pic x(6).
               05  alq-fecha   pic 9(8).
           03 alq-tipo-doc     pic x.
           03 alq-nro-doc      pic x(20).
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).   *> nro de legajo del chofer
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.   *> 0 = propio, 1..6 = agencia
           03 alq-cantdias     pic 9(2).
           03 alq-factura      pic 9(6).
           03 alq-sucursal     pic 99.
           03 alq-grupo        pic 9(4).

       fd historico
           label record is standard.
       01  reg-historico.
           03  hist-clave.
               05  hist-patente    pic x(6).
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
           03  hist-cantdias       pic 9(2).
           03  hist-factura        pic 9(6).
           03  hist-sucursal       pic 99.
           03  hist-grupo          pic 9(4).

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
           03  aut-sucursal        pic 99.

       fd choferes
           label record is standard.
       01  rec-choferes.
           03  cho-clave.
               05  cho-nro-legajo  pic x(7).
               05  cho-fecha-desde pic 9(8).
           03  cho-fecha-hasta     pic 9(8).
           03  cho-turno           pic x.
           03  cho-suspendido      pic x.
           03  cho-sucursal        pic 99.

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-distribucion      pic xx.
           88 ok-dis                   value "00".
           88 eof-dis                  value "10".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".
           88 eof-rep                  value "10".
       01 fs-entrega           pic xx.
           88 ok-ent                   value "00".
       01 fs-manifiesto        pic xx.
           88 ok-man                   value "00".
       01 fs-alquileresmae     pic xx.
           88 ok-alq                   value "00".
           88 eof-alq                  value "10".
       01 fs-historico         pic xx.
           88 ok-hist                  value "00".
           88 eof-hist                 value "10".
       01 fs-autos             pic xx.
           88 ok-aut                   value "00".
       01 fs-choferes          pic xx.
           88 ok-cho                   value "00".
           88 eof-cho                  value "10".
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

      *> Maestros de consulta que se pudieron abrir: uno que falta
      *> solo deja de aportar a la asignacion de sucursal.
       01 hay-alquileres        pic x       value "N".
       01 hay-historico         pic x       value "N".
       01 hay-autos             pic x       value "N".
       01 hay-choferes          pic x       value "N".
       01 hay-manifiesto        pic x       value "N".

       77 ws-exit               pic x.
       01 nombre-reporte        pic x(60).
       01 nombre-entrega        pic x(80).
       01 fecha-hoy             pic 9(8).
       01 hora-hoy              pic 9(6).
       01 sucursal-ed           pic 99.

      *> Reportes que se reparten: archivo de la corrida, nombre en
      *> el maestro de distribucion y forma de asignar sus lineas
      *> (A patente + fecha del alquiler, R rechazos, V legajo de
      *> los vencimientos, L listado), con la columna de la fecha
      *> del alquiler para los de tipo A y R.
       01 tabla-reportes.
           03 tr-elem occurs 6 times.
               05 tr-origen        pic x(60).
               05 tr-reporte       pic x(24).
               05 tr-tipo          pic x.
               05 tr-col-fecha     pic 99.
       77 ix-rep                pic 9.

      *> Titulos de agrupamiento vigentes del reporte (motivo, o
      *> fecha + chofer + encabezado de clientes del listado): se
      *> escriben en el archivo de la sucursal antes de su primera
      *> linea de cada grupo.
       01 tabla-contexto.
           03 ctx-elem occurs 5 times.
               05 ctx-linea        pic x(150).
               05 ctx-escrita      pic x.
       77 cant-contexto         pic 9       value zeroes.
       77 ix-ctx                pic 9.
       77 titulos-pendientes    pic 9       value zeroes.

       01 en-cabecera           pic x.
           88 es-cabecera              value "S".
       01 detalle-propio        pic x.
           88 ultimo-detalle-propio    value "S".
       77 cant-lineas-suc       pic 9(5).
       01 estado-entrega        pic x(10).

      *> Clave tomada de la linea y sucursal que le corresponde.
       01 linea-patente         pic x(6).
       01 linea-fecha           pic x(8).
       01 linea-fecha-n redefines linea-fecha pic 9(8).
       01 linea-legajo          pic x(7).
       01 linea-nro-doc         pic x(20).
       01 sucursal-linea        pic 99.
       01 encontrado            pic x.
           88 hay-encontrado           value "S".
       01 fin-busqueda          pic x.
           88 busqueda-terminada       value "S".
       77 col-fecha             pic 99.
       77 largo-blanco          pic 99.

      *> Fecha del ultimo titulo "Fecha: dd/mm/aaaa" del listado,
      *> armada como en alquileres.dat (DDMMAAAA).
       01 listado-fecha.
           03 lf-dd             pic xx.
           03 lf-mm             pic xx.
           03 lf-aaaa           pic x(4).
       01 listado-legajo        pic x(7).

       01 linea-cierre.
           03 filler pic x(23) value "LINEAS DE LA SUCURSAL ".
           03 lc-sucursal       pic 99.
           03 filler pic x(2)  value ": ".
           03 lc-lineas         pic zzzz9.
       01 linea-sin-datos.
           03 filler pic x(33) value
               "SIN MOVIMIENTOS PARA LA SUCURSAL ".
           03 lsd-sucursal      pic 99.
       01 linea-destino.
           03 filler pic x(10) value "SUCURSAL: ".
           03 ld-sucursal       pic 99.
           03 filler pic x(8)  value "   ROL: ".
           03 ld-rol            pic x(12).
           03 filler pic x(12) value "   CORRIDA: ".
           03 ld-fecha          pic 9(8).

       77 cant-entregadas       pic 9(4)    value zeroes.
       77 cant-sin-datos        pic 9(4)    value zeroes.
       77 cant-no-emitidos      pic 9(4)    value zeroes.
       77 cant-errores          pic 9(4)    value zeroes.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12)   value "DISTRIBUCION".
       01 alerta-severidad      pic 9       value 2.
       01 alerta-texto.
           03 filler            pic x(30)   value
               "DISTRIBUCION DE REPORTES CON ".
           03 at-errores        pic zzz9.
           03 filler            pic x(26)   value
               " ENTREGAS FALLIDAS".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move function current-date(1:8) to fecha-hoy.
           move function current-date(9:6) to hora-hoy.
           perform inicializar-tabla-reportes.
           open input distribucion.
           if not ok-dis
               *> sin maestro de distribucion no hay a quien repartir
               display "SIN MAESTRO DE DISTRIBUCION DE REPORTES fs: "
                   fs-distribucion
           else
               perform abrir-maestros-consulta
               perform abrir-manifiesto
               perform distribuir-un-reporte
                   varying ix-rep from 1 by 1 until ix-rep > 6
               perform cerrar-maestros-consulta
               close distribucion
           end-if.
           if cant-errores > zeroes
               move cant-errores to at-errores
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.
           display "ENTREGADOS: " cant-entregadas
               "  SIN DATOS: " cant-sin-datos
               "  NO EMITIDOS: " cant-no-emitidos
               "  ERRORES: " cant-errores.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       inicializar-tabla-reportes.
           move "..\..\..\Salida\listado.txt" to tr-origen(1).
           move "listado" to tr-reporte(1).
           move "L" to tr-tipo(1).
           move zeroes to tr-col-fecha(1).
           move "..\..\..\Salida\informe-rechazos.txt"
               to tr-origen(2).
           move "informe-rechazos" to tr-reporte(2).
           move "R" to tr-tipo(2).
           move 9 to tr-col-fecha(2).
           move "..\..\..\Salida\no-shows.txt" to tr-origen(3).
           move "no-shows" to tr-reporte(3).
           move "A" to tr-tipo(3).
           move 10 to tr-col-fecha(3).
           move "..\..\..\Salida\depositos.txt" to tr-origen(4).
           move "depositos" to tr-reporte(4).
           move "A" to tr-tipo(4).
           move 10 to tr-col-fecha(4).
           move "..\..\..\Salida\pendientes-estancados.txt"
               to tr-origen(5).
           move "pendientes-estancados" to tr-reporte(5).
           move "A" to tr-tipo(5).
           move 10 to tr-col-fecha(5).
           move "..\..\..\Salida\vencimientos.txt" to tr-origen(6).
           move "vencimientos" to tr-reporte(6).
           move "V" to tr-tipo(6).
           move 11 to tr-col-fecha(6).

       abrir-maestros-consulta.
           open input alquileresmae.
           if ok-alq
               move "S" to hay-alquileres
           end-if.
           open input historico.
           if ok-hist
               move "S" to hay-historico
           end-if.
           open input autos.
           if ok-aut
               move "S" to hay-autos
           end-if.
           open input choferes.
           if ok-cho
               move "S" to hay-choferes
           end-if.

       cerrar-maestros-consulta.
           if hay-alquileres = "S"
               close alquileresmae
           end-if.
           if hay-historico = "S"
               close historico
           end-if.
           if hay-autos = "S"
               close autos
           end-if.
           if hay-choferes = "S"
               close choferes
           end-if.
           if hay-manifiesto = "S"
               close manifiesto
           end-if.

       abrir-manifiesto.
           open extend manifiesto.
           if not ok-man
               *> primera vez: el manifiesto no existe
               open output manifiesto
           end-if.
           if ok-man
               move "S" to hay-manifiesto
           else
               display "Error al abrir manifiesto de distribucion fs: "
                   fs-manifiesto
           end-if.

      *> Recorre los destinos del reporte en el maestro (la clave
      *> empieza por el nombre del reporte).
       distribuir-un-reporte.
           move tr-reporte(ix-rep) to dis-reporte.
           move zeroes to dis-sucursal.
           move low-values to dis-rol.
           start distribucion key is not less than dis-clave
               invalid key move "10" to fs-distribucion
           end-start.
           if ok-dis
               perform leer-distribucion
           end-if.
           perform entregar-destino until not ok-dis
               or dis-reporte is not equal to tr-reporte(ix-rep).

       leer-distribucion.
           read distribucion next record
               at end continue
           end-read.

       entregar-destino.
           if dis-activo = "S"
               perform armar-nombre-entrega
               move zeroes to cant-lineas-suc
               move tr-origen(ix-rep) to nombre-reporte
               open input reporte
               if not ok-rep
                   move "NO EMITIDO" to estado-entrega
                   add 1 to cant-no-emitidos
               else
                   perform generar-entrega
                   close reporte
               end-if
               perform grabar-manifiesto
           end-if.
           perform leer-distribucion.

       armar-nombre-entrega.
           move spaces to nombre-entrega.
           if dis-carpeta = spaces
               move dis-sucursal to sucursal-ed
               string
                   "..\..\..\Salida\sucursal-" delimited by size
                   sucursal-ed delimited by size
                   "\" delimited by size
                   function trim(dis-reporte) delimited by size
                   "-" delimited by size
                   function trim(dis-rol) delimited by size
                   ".txt" delimited by size
                   into nombre-entrega
               end-string
           else
               string
                   function trim(dis-carpeta) delimited by size
                   function trim(dis-reporte) delimited by size
                   "-" delimited by size
                   function trim(dis-rol) delimited by size
                   ".txt" delimited by size
                   into nombre-entrega
               end-string
           end-if.

       generar-entrega.
           open output entrega.
           if not ok-ent
               display "No se pudo crear " nombre-entrega
                   " fs: " fs-entrega
               move "ERROR" to estado-entrega
               add 1 to cant-errores
           else
               move dis-sucursal to ld-sucursal
               move dis-rol to ld-rol
               move fecha-hoy to ld-fecha
               write reg-entrega from linea-destino
               perform recorrer-reporte
               perform escribir-cierre
               close entrega
               if cant-lineas-suc > zeroes
                   move "ENTREGADO" to estado-entrega
                   add 1 to cant-entregadas
               else
                   move "SIN DATOS" to estado-entrega
                   add 1 to cant-sin-datos
               end-if
           end-if.

       recorrer-reporte.
           move "S" to en-cabecera.
           move "N" to detalle-propio.
           move zeroes to cant-contexto.
           move zeroes to titulos-pendientes.
           move spaces to listado-fecha.
           move spaces to listado-legajo.
           perform leer-reporte.
           perform clasificar-linea until not ok-rep.

       leer-reporte.
           read reporte
               at end continue
           end-read.

       clasificar-linea.
           evaluate tr-tipo(ix-rep)
               when "A"
                   perform clasificar-linea-alquiler
               when "R"
                   perform clasificar-linea-rechazo
               when "V"
                   perform clasificar-linea-vencimiento
               when "L"
                   perform clasificar-linea-listado
           end-evaluate.
           perform leer-reporte.

      *> Detalle de los reportes por alquiler: patente en 1-6,
      *> blancos hasta la fecha del alquiler y la fecha numerica.
       clasificar-linea-alquiler.
           perform probar-detalle-alquiler.
           if hay-encontrado
               perform resolver-sucursal-alquiler
               perform tratar-detalle
           else
               perform tratar-cabecera
           end-if.

       probar-detalle-alquiler.
           move "N" to encontrado.
           move tr-col-fecha(ix-rep) to col-fecha.
           compute largo-blanco = col-fecha - 7.
           if reg-reporte(1:6) is not equal to spaces
               and reg-reporte(7:largo-blanco) = spaces
               and reg-reporte(col-fecha:8) is numeric
               move "S" to encontrado
               move reg-reporte(1:6) to linea-patente
               move reg-reporte(col-fecha:8) to linea-fecha
           end-if.

      *> Rechazos: el titulo de cada motivo es contexto y la linea
      *> del chofer (rechazos por contrato) sigue a su detalle.
       clasificar-linea-rechazo.
           if reg-reporte(1:7) = "MOTIVO "
               move zeroes to cant-contexto
               perform agregar-contexto
           else if reg-reporte(1:11) = "   Chofer: "
               perform tratar-continuacion
           else
               perform clasificar-linea-alquiler
           end-if.

      *> Vencimientos: legajo en 1-7 y fecha de fin de contrato en
      *> 11-18.
       clasificar-linea-vencimiento.
           if reg-reporte(1:7) is not equal to spaces
               and reg-reporte(8:3) = spaces
               and reg-reporte(11:8) is numeric
               move reg-reporte(1:7) to linea-legajo
               move reg-reporte(11:8) to linea-fecha
               perform resolver-sucursal-chofer
               perform tratar-detalle
           else
               perform tratar-cabecera
           end-if.

      *> Listado: "Fecha: dd/mm/aaaa" solo (sin el numero de hoja)
      *> abre una fecha; "Chofer: " abre un chofer y las dos lineas
      *> que le siguen son el encabezado de clientes; las lineas de
      *> cliente empiezan con seis blancos. Los encabezados de hoja,
      *> los renglones en blanco y los totales quedan afuera.
       clasificar-linea-listado.
           if reg-reporte(1:7) = "Fecha: "
               and reg-reporte(18:63) = spaces
               move reg-reporte(8:2) to lf-dd
               move reg-reporte(11:2) to lf-mm
               move reg-reporte(14:4) to lf-aaaa
               move zeroes to cant-contexto
               perform agregar-contexto
           else if reg-reporte(1:8) = "Chofer: "
               move reg-reporte(9:7) to listado-legajo
               move 1 to cant-contexto
               perform agregar-contexto
               move 2 to titulos-pendientes
           else if titulos-pendientes > zeroes
               perform agregar-contexto
               subtract 1 from titulos-pendientes
           else if reg-reporte(1:6) = spaces
               and reg-reporte(7:8) is not equal to spaces
               and listado-legajo is not equal to spaces
               move listado-legajo to linea-legajo
               move listado-fecha to linea-fecha
               move reg-reporte(34:20) to linea-nro-doc
               perform resolver-sucursal-listado
               perform tratar-detalle
           else
               perform tratar-cabecera
           end-if.

      *> Lo que aparece antes del primer detalle o titulo es la
      *> cabecera del reporte y va a todos los destinos.
       tratar-cabecera.
           if es-cabecera
               write reg-entrega from reg-reporte
           end-if.

       agregar-contexto.
           move "N" to en-cabecera.
           if cant-contexto < 5
               add 1 to cant-contexto
               move reg-reporte to ctx-linea(cant-contexto)
               move "N" to ctx-escrita(cant-contexto)
           end-if.

       tratar-detalle.
           move "N" to en-cabecera.
           move "N" to detalle-propio.
           if sucursal-linea = dis-sucursal
               perform escribir-contexto
                   varying ix-ctx from 1 by 1
                   until ix-ctx > cant-contexto
               write reg-entrega from reg-reporte
               add 1 to cant-lineas-suc
               move "S" to detalle-propio
           end-if.

       escribir-contexto.
           if ctx-escrita(ix-ctx) = "N"
               write reg-entrega from ctx-linea(ix-ctx)
               move "S" to ctx-escrita(ix-ctx)
           end-if.

       tratar-continuacion.
           if ultimo-detalle-propio
               write reg-entrega from reg-reporte
           end-if.

       escribir-cierre.
           if cant-lineas-suc = zeroes
               move dis-sucursal to lsd-sucursal
               write reg-entrega from linea-sin-datos
           end-if.
           move dis-sucursal to lc-sucursal.
           move cant-lineas-suc to lc-lineas.
           write reg-entrega from linea-cierre.

      *> Alquiler del maestro, si no del historico, si no la
      *> sucursal del auto.
       resolver-sucursal-alquiler.
           move zeroes to sucursal-linea.
           move "N" to encontrado.
           if hay-alquileres = "S"
               move linea-patente to alq-patente
               move linea-fecha-n to alq-fecha
               read alquileresmae record key is alq-clave
                   invalid key continue
                   not invalid key
                       move "S" to encontrado
                       move alq-sucursal to sucursal-linea
               end-read
           end-if.
           if not hay-encontrado and hay-historico = "S"
               move linea-patente to hist-patente
               move linea-fecha-n to hist-fecha
               read historico record key is hist-clave
                   invalid key continue
                   not invalid key
                       move "S" to encontrado
                       move hist-sucursal to sucursal-linea
               end-read
           end-if.
           if not hay-encontrado and hay-autos = "S"
               move linea-patente to aut-patente
               read autos
                   invalid key continue
                   not invalid key
                       move aut-sucursal to sucursal-linea
               end-read
           end-if.

      *> Sucursal del contrato del legajo que vence en la fecha de
      *> la linea; si ninguno coincide, la del ultimo contrato.
       resolver-sucursal-chofer.
           move zeroes to sucursal-linea.
           if hay-choferes = "S"
               move linea-legajo to cho-nro-legajo
               move zeroes to cho-fecha-desde
               move "N" to fin-busqueda
               start choferes key is not less than cho-clave
                   invalid key move "S" to fin-busqueda
               end-start
               perform leer-contrato-chofer
               perform revisar-contrato-chofer
                   until busqueda-terminada
           end-if.

       leer-contrato-chofer.
           if not busqueda-terminada
               read choferes next record
                   at end move "S" to fin-busqueda
               end-read
               if not ok-cho
                   or cho-nro-legajo is not equal to linea-legajo
                   move "S" to fin-busqueda
               end-if
           end-if.

       revisar-contrato-chofer.
           move cho-sucursal to sucursal-linea.
           if cho-fecha-hasta = linea-fecha-n
               move "S" to fin-busqueda
           else
               perform leer-contrato-chofer
           end-if.

      *> Alquiler del chofer en la fecha para el documento del
      *> cliente (maestro y despues historico); si no aparece, la
      *> sucursal del chofer.
       resolver-sucursal-listado.
           move zeroes to sucursal-linea.
           move "N" to encontrado.
           if hay-alquileres = "S"
               perform buscar-alquiler-chofer
           end-if.
           if not hay-encontrado and hay-historico = "S"
               perform buscar-archivado-chofer
           end-if.
           if not hay-encontrado
               move zeroes to linea-fecha-n
               perform resolver-sucursal-chofer
           end-if.

       buscar-alquiler-chofer.
           move linea-legajo to alq-chofer.
           move "N" to fin-busqueda.
           start alquileresmae key is equal to alq-chofer
               invalid key move "S" to fin-busqueda
           end-start.
           perform leer-alquiler-chofer.
           perform revisar-alquiler-chofer until busqueda-terminada.

       leer-alquiler-chofer.
           if not busqueda-terminada
               read alquileresmae next record
                   at end move "S" to fin-busqueda
               end-read
               if not ok-alq
                   or alq-chofer is not equal to linea-legajo
                   move "S" to fin-busqueda
               end-if
           end-if.

       revisar-alquiler-chofer.
           if alq-fecha = linea-fecha-n
               and alq-nro-doc = linea-nro-doc
               move "S" to encontrado
               move alq-sucursal to sucursal-linea
               move "S" to fin-busqueda
           else
               perform leer-alquiler-chofer
           end-if.

       buscar-archivado-chofer.
           move linea-legajo to hist-chofer.
           move "N" to fin-busqueda.
           start historico key is equal to hist-chofer
               invalid key move "S" to fin-busqueda
           end-start.
           perform leer-archivado-chofer.
           perform revisar-archivado-chofer until busqueda-terminada.

       leer-archivado-chofer.
           if not busqueda-terminada
               read historico next record
                   at end move "S" to fin-busqueda
               end-read
               if not ok-hist
                   or hist-chofer is not equal to linea-legajo
                   move "S" to fin-busqueda
               end-if
           end-if.

       revisar-archivado-chofer.
           if hist-fecha = linea-fecha-n
               and hist-nro-doc = linea-nro-doc
               move "S" to encontrado
               move hist-sucursal to sucursal-linea
               move "S" to fin-busqueda
           else
               perform leer-archivado-chofer
           end-if.

       grabar-manifiesto.
           if hay-manifiesto = "S"
               move spaces to reg-manifiesto
               move fecha-hoy to man-fecha
               move hora-hoy to man-hora
               move dis-reporte to man-reporte
               move dis-sucursal to man-sucursal
               move dis-rol to man-rol
               move estado-entrega to man-estado
               move cant-lineas-suc to man-lineas
               move nombre-entrega to man-archivo
               write reg-manifiesto
           end-if.
           display estado-entrega " " dis-reporte " " dis-sucursal " "
               dis-rol " " cant-lineas-suc.

       leer-parametros-corrida.
           open input parametros-corrida.
           if ok-corr
               read parametros-corrida
                   at end continue
               end-read
               if ok-corr and corr-desatendida = "S"
                   move "S" to modo-corrida-batch
               end-if
               close parametros-corrida
           end-if.
