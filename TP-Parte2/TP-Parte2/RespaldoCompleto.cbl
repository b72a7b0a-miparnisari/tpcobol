       identification division.
       program-id. RespaldoCompleto.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Respaldo nocturno de TODOS los maestros indexados (ver la
      *> tabla de AccesoMaestros), no solo alquileres y clientes
      *> como el respaldo pre-corrida de Principal: facturas,
      *> pagos, depositos, senias, puntos, reservas, liquidaciones
      *> y el resto de lo que hoy tiene plata e historia. Es para
      *> recuperarse de un desastre (disco, borrado, indice roto),
      *> no de una corrida fallida.
      *>
      *> Cada noche deja una generacion fechada en Salida:
      *> respaldo-AAAAMMDD.dat, con cada registro de cada maestro
      *> precedido por el numero de maestro, y
      *> respaldo-AAAAMMDD-manifiesto.txt, con la cantidad de
      *> registros y el total de control de cada archivo (codigo
      *> encadenado de CalcularControl sobre todos sus registros:
      *> cambia si cambia cualquier registro). Antes de darla por
      *> buena relee la generacion y la controla contra el
      *> manifiesto. La generacion verificada queda en el
      *> inventario (respaldos-control.txt) y se podan las mas
      *> viejas por encima del parametro RESPALDO-RETENER (default
      *> 7); una generacion con errores no poda nada, asi siempre
      *> quedan las anteriores. Con errores levanta alerta de
      *> severidad 1 y deja RETURN-CODE 1. La restauracion es
      *> RestaurarRespaldo.
      *>
      *> Corre al final de la cadena, con el semaforo del sistema
      *> todavia tomado, asi ningun operador escribe mientras se
      *> copia.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select generacion
           assign to disk nombre-generacion
           organization is line sequential
           file status is fs-generacion.

       select manifiesto
           assign to disk nombre-manifiesto
           organization is line sequential
           file status is fs-manifiesto.

       select control-respaldos
           assign to disk "..\..\..\Salida\respaldos-control.txt"
           organization is line sequential
           file status is fs-control.

       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

       fd generacion
           label record is standard.
       01  reg-generacion.
           03  gen-maestro         pic 9(3).
           03  gen-registro        pic x(250).

       fd manifiesto
           label record is standard.
       01  reg-manifiesto.
           03  man-maestro         pic 9(3).
           03  filler              pic x.
           03  man-archivo         pic x(40).
           03  filler              pic x.
           03  man-cantidad        pic 9(8).
           03  filler              pic x.
           03  man-control         pic 9(9).
           03  filler              pic x.
           03  man-estado          pic x(12).

       fd control-respaldos
           label record is standard.
       01  reg-control.
           03  ctl-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  ctl-hora            pic 9(6).
           03  filler              pic x.
           03  ctl-maestros        pic 9(3).
           03  filler              pic x.
           03  ctl-registros       pic 9(9).
           03  filler              pic x.
           03  ctl-estado          pic x(12).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-generacion        pic xx.
           88 ok-gen                   value "00".
           88 eof-gen                  value "10".
       01 fs-manifiesto        pic xx.
           88 ok-man                   value "00".
       01 fs-control           pic xx.
           88 ok-ctl                   value "00".
           88 eof-ctl                  value "10".
       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       01 hora-hoy              pic 9(6).
       01 nombre-generacion     pic x(60).
       01 nombre-manifiesto     pic x(60).
       01 nombre-a-borrar       pic x(60).
       77 retorno-borrado       pic s9(9) comp.

      *> Parametros de AccesoMaestros
       01 am-operacion          pic x.
       01 am-maestro            pic 9(3).
       01 am-nombre             pic x(40).
       01 am-cantidad           pic 9(3).
       01 am-registro           pic x(250).
       01 am-fs                 pic xx.
           88 am-ok                    value "00".
           88 am-fin                   value "10".
           88 am-no-existe             value "35".

      *> Lo respaldado de cada maestro y lo releido de la generacion
       01 tabla-respaldo.
           03 tr-elem occurs 200 times.
               05 tr-archivo       pic x(40).
               05 tr-estado        pic x(12).
               05 tr-cantidad      pic 9(8).
               05 tr-control       pic 9(9).
               05 tv-cantidad      pic 9(8).
               05 tv-control       pic 9(9).
       77 cant-maestros         pic 9(3)    value zeroes.
       77 ix-mae                pic 9(3).

       77 secuencia-control     pic 9(8).
       77 control-anterior      pic 9(9).
       77 control-nuevo         pic 9(9).

      *> Inventario de generaciones (control-respaldos): se cargan
      *> todas, se reemplaza o agrega la de hoy, se podan las mas
      *> viejas y se regraba.
       01 tabla-generaciones.
           03 tg-elem occurs 100 times.
               05 tg-fecha         pic 9(8).
               05 tg-hora          pic 9(6).
               05 tg-maestros      pic 9(3).
               05 tg-registros     pic 9(9).
               05 tg-estado        pic x(12).
               05 tg-vigente       pic x.
       77 cant-generaciones     pic 9(3)    value zeroes.
       77 max-generaciones      pic 9(3)    value 100.
       77 ix-gen                pic 9(3).
       77 pos-hoy               pic 9(3).
       77 pos-mas-vieja         pic 9(3).
       77 fecha-mas-vieja       pic 9(8).
       77 cant-vigentes         pic 9(3).

       77 respaldo-retener      pic 9(3)    value 7.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       77 cant-respaldados      pic 9(3)    value zeroes.
       77 cant-no-existen       pic 9(3)    value zeroes.
       77 cant-errores          pic 9(3)    value zeroes.
       77 cant-registros        pic 9(9)    value zeroes.
       77 cant-podadas          pic 9(3)    value zeroes.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12)   value "RESPALDO".
       01 alerta-severidad      pic 9       value 1.
       01 alerta-texto.
           03 filler            pic x(36)   value
               "RESPALDO COMPLETO CON ERRORES EN   ".
           03 at-errores        pic zz9.
           03 filler            pic x(21)   value " MAESTROS".

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           move "RESPALDO-RETENER" to nombre-parametro.
           move respaldo-retener to default-parametro.
           call "ObtenerParametro" using nombre-parametro,
               default-parametro, valor-parametro.
           move valor-parametro to respaldo-retener.
           if respaldo-retener = zeroes
               move 1 to respaldo-retener
           end-if.
           move function current-date(1:8) to fecha-hoy.
           move function current-date(9:6) to hora-hoy.
           perform armar-nombres.
           perform abrir-generacion.
           move "I" to am-operacion.
           move 1 to am-maestro.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           move am-cantidad to cant-maestros.
           perform respaldar-maestro
               varying ix-mae from 1 by 1 until ix-mae > cant-maestros.
           close generacion.
           close manifiesto.
           perform verificar-generacion.
           perform actualizar-inventario.
           display "RESPALDO " fecha-hoy ": MAESTROS " cant-respaldados
               "  REGISTROS " cant-registros.
           display "  NO EXISTEN: " cant-no-existen
               "  CON ERRORES: " cant-errores
               "  GENERACIONES PODADAS: " cant-podadas.
           if cant-errores > zeroes
               move cant-errores to at-errores
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               display "RESPALDO CON ERRORES: ver "
                   nombre-manifiesto
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

       armar-nombres.
           move spaces to nombre-generacion.
           string
               "..\..\..\Salida\respaldo-" delimited by size
               fecha-hoy delimited by size
               ".dat" delimited by size
               into nombre-generacion
           end-string.
           move spaces to nombre-manifiesto.
           string
               "..\..\..\Salida\respaldo-" delimited by size
               fecha-hoy delimited by size
               "-manifiesto.txt" delimited by size
               into nombre-manifiesto
           end-string.

      *> Una recorrida del mismo dia pisa la generacion de hoy.
       abrir-generacion.
           open output generacion.
           if ok-gen
               open output manifiesto
           end-if.
           if not ok-gen or not ok-man
               display "Error al crear la generacion " fecha-hoy
                   " fs: " fs-generacion " / " fs-manifiesto
               move "NO SE PUDO CREAR LA GENERACION DEL RESPALDO"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.

      *>------------------------------------------------------------
      *> Un maestro entero a la generacion, con su renglon en el
      *> manifiesto. Un maestro que nunca se creo (fs 35) no es
      *> error: queda en el manifiesto como NO EXISTE.
      *>------------------------------------------------------------
       respaldar-maestro.
           move ix-mae to am-maestro.
           move "I" to am-operacion.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           move am-nombre to tr-archivo(ix-mae).
           move zeroes to tr-cantidad(ix-mae).
           move zeroes to tr-control(ix-mae).
           move zeroes to tv-cantidad(ix-mae).
           move zeroes to tv-control(ix-mae).
           move "E" to am-operacion.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           if am-no-existe
               move "NO EXISTE" to tr-estado(ix-mae)
               add 1 to cant-no-existen
           else if not am-ok
               move "ERROR" to tr-estado(ix-mae)
               add 1 to cant-errores
               display "Error al abrir " am-nombre " fs: " am-fs
           else
               move "OK" to tr-estado(ix-mae)
               perform leer-maestro
               perform copiar-registro until not am-ok
               if not am-fin
                   move "ERROR" to tr-estado(ix-mae)
                   add 1 to cant-errores
                   display "Error al leer " am-nombre " fs: " am-fs
               else
                   add 1 to cant-respaldados
               end-if
               move "C" to am-operacion
               call "AccesoMaestros" using am-operacion, am-maestro,
                   am-nombre, am-cantidad, am-registro, am-fs
           end-if.
           move spaces to reg-manifiesto.
           move ix-mae to man-maestro.
           move tr-archivo(ix-mae) to man-archivo.
           move tr-cantidad(ix-mae) to man-cantidad.
           move tr-control(ix-mae) to man-control.
           move tr-estado(ix-mae) to man-estado.
           write reg-manifiesto.

       leer-maestro.
           move "L" to am-operacion.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.

       copiar-registro.
           move ix-mae to gen-maestro.
           move am-registro to gen-registro.
           write reg-generacion.
           if not ok-gen
               display "Error al grabar la generacion fs: "
                   fs-generacion
           end-if.
           add 1 to tr-cantidad(ix-mae).
           add 1 to cant-registros.
           move tr-cantidad(ix-mae) to secuencia-control.
           move tr-control(ix-mae) to control-anterior.
           call "CalcularControl" using am-registro,
               secuencia-control, control-anterior, control-nuevo.
           move control-nuevo to tr-control(ix-mae).
           perform leer-maestro.

      *>------------------------------------------------------------
      *> Relectura de la generacion: cada maestro tiene que dar la
      *> misma cantidad y el mismo total de control que se anoto
      *> en el manifiesto al copiarlo.
      *>------------------------------------------------------------
       verificar-generacion.
           open input generacion.
           if not ok-gen
               display "No se pudo releer la generacion fs: "
                   fs-generacion
               add 1 to cant-errores
           else
               perform leer-generacion
               perform recontar-registro until not ok-gen
               close generacion
               perform comparar-maestro
                   varying ix-mae from 1 by 1
                   until ix-mae > cant-maestros
           end-if.

       leer-generacion.
           read generacion
               at end continue
           end-read.

       recontar-registro.
           if gen-maestro > zeroes and gen-maestro <= cant-maestros
               add 1 to tv-cantidad(gen-maestro)
               move tv-cantidad(gen-maestro) to secuencia-control
               move tv-control(gen-maestro) to control-anterior
               call "CalcularControl" using gen-registro,
                   secuencia-control, control-anterior,
                   control-nuevo
               move control-nuevo to tv-control(gen-maestro)
           end-if.
           perform leer-generacion.

       comparar-maestro.
           if tr-estado(ix-mae) = "OK"
               and (tv-cantidad(ix-mae) not = tr-cantidad(ix-mae)
               or tv-control(ix-mae) not = tr-control(ix-mae))
               add 1 to cant-errores
               display "NO VERIFICA: " tr-archivo(ix-mae)
                   " copiados " tr-cantidad(ix-mae)
                   " releidos " tv-cantidad(ix-mae)
           end-if.

      *>------------------------------------------------------------
      *> Inventario de generaciones y poda por retencion
      *>------------------------------------------------------------
       actualizar-inventario.
           perform cargar-inventario.
           move zeroes to pos-hoy.
           perform buscar-generacion-hoy
               varying ix-gen from 1 by 1
               until ix-gen > cant-generaciones.
           if pos-hoy = zeroes and cant-generaciones < max-generaciones
               add 1 to cant-generaciones
               move cant-generaciones to pos-hoy
           end-if.
           if pos-hoy > zeroes
               move fecha-hoy to tg-fecha(pos-hoy)
               move hora-hoy to tg-hora(pos-hoy)
               move cant-respaldados to tg-maestros(pos-hoy)
               move cant-registros to tg-registros(pos-hoy)
               move "S" to tg-vigente(pos-hoy)
               if cant-errores > zeroes
                   move "CON ERRORES" to tg-estado(pos-hoy)
               else
                   move "VERIFICADO" to tg-estado(pos-hoy)
               end-if
           end-if.
           if cant-errores = zeroes
               perform contar-vigentes
               perform podar-mas-vieja
                   until cant-vigentes is not greater than
                       respaldo-retener
           end-if.
           perform regrabar-inventario.

       cargar-inventario.
           open input control-respaldos.
           if ok-ctl
               perform leer-inventario
               perform registrar-generacion until eof-ctl
               close control-respaldos
           end-if.

       leer-inventario.
           read control-respaldos
               at end continue
           end-read.

       registrar-generacion.
           if cant-generaciones < max-generaciones
               add 1 to cant-generaciones
               move ctl-fecha to tg-fecha(cant-generaciones)
               move ctl-hora to tg-hora(cant-generaciones)
               move ctl-maestros to tg-maestros(cant-generaciones)
               move ctl-registros to tg-registros(cant-generaciones)
               move ctl-estado to tg-estado(cant-generaciones)
               move "S" to tg-vigente(cant-generaciones)
           end-if.
           perform leer-inventario.

       buscar-generacion-hoy.
           if tg-fecha(ix-gen) = fecha-hoy
               move ix-gen to pos-hoy
           end-if.

       contar-vigentes.
           move zeroes to cant-vigentes.
           perform contar-una-generacion
               varying ix-gen from 1 by 1
               until ix-gen > cant-generaciones.

       contar-una-generacion.
           if tg-vigente(ix-gen) = "S"
               add 1 to cant-vigentes
           end-if.

      *> La de hoy nunca se poda: es la mas nueva.
       podar-mas-vieja.
           move zeroes to pos-mas-vieja.
           move 99999999 to fecha-mas-vieja.
           perform buscar-mas-vieja
               varying ix-gen from 1 by 1
               until ix-gen > cant-generaciones.
           if pos-mas-vieja > zeroes
               move spaces to nombre-a-borrar
               string
                   "..\..\..\Salida\respaldo-" delimited by size
                   tg-fecha(pos-mas-vieja) delimited by size
                   ".dat" delimited by size
                   into nombre-a-borrar
               end-string
               call "CBL_DELETE_FILE" using nombre-a-borrar
                   returning retorno-borrado
               move spaces to nombre-a-borrar
               string
                   "..\..\..\Salida\respaldo-" delimited by size
                   tg-fecha(pos-mas-vieja) delimited by size
                   "-manifiesto.txt" delimited by size
                   into nombre-a-borrar
               end-string
               call "CBL_DELETE_FILE" using nombre-a-borrar
                   returning retorno-borrado
               move "N" to tg-vigente(pos-mas-vieja)
               add 1 to cant-podadas
               display "PODADA: generacion " tg-fecha(pos-mas-vieja)
           end-if.
           subtract 1 from cant-vigentes.

       buscar-mas-vieja.
           if tg-vigente(ix-gen) = "S"
               and tg-fecha(ix-gen) not = fecha-hoy
               and tg-fecha(ix-gen) < fecha-mas-vieja
               move tg-fecha(ix-gen) to fecha-mas-vieja
               move ix-gen to pos-mas-vieja
           end-if.

       regrabar-inventario.
           open output control-respaldos.
           if ok-ctl
               perform grabar-generacion
                   varying ix-gen from 1 by 1
                   until ix-gen > cant-generaciones
               close control-respaldos
           end-if.

       grabar-generacion.
           if tg-vigente(ix-gen) = "S"
               move spaces to reg-control
               move tg-fecha(ix-gen) to ctl-fecha
               move tg-hora(ix-gen) to ctl-hora
               move tg-maestros(ix-gen) to ctl-maestros
               move tg-registros(ix-gen) to ctl-registros
               move tg-estado(ix-gen) to ctl-estado
               write reg-control
           end-if.

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
