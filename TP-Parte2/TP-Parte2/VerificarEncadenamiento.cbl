       identification division.
       program-id. VerificarEncadenamiento.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Verificacion de los logs sellados (ver EncadenarRegistro):
      *> recorre journal-cambios.txt, eventos-seguridad.txt y
      *> bitacora.txt recalculando el codigo de control de cada
      *> linea con el de la anterior, y controla que la secuencia
      *> no saltee numeros y que el log termine en la ultima
      *> secuencia que quedo en control-logs.dat. De cada log
      *> informa el primer eslabon roto: linea alterada, linea
      *> faltante (borrada en el medio o al final), linea sin
      *> sello intercalada o log borrado entero. Las lineas sin
      *> sello anteriores al primer registro sellado son las que
      *> se escribieron antes de sellar los logs y solo se cuentan.
      *>
      *> Un log roto va como alerta de severidad 1 a la cola
      *> central (RegistrarAlerta) y deja RETURN-CODE 1; en la
      *> cadena nocturna es un paso de advertencia. Reporte en
      *> Salida\verificacion-logs.txt.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select journal
           assign to disk "..\..\..\Salida\journal-cambios.txt"
           organization is line sequential
           file status is fs-journal.

       select eventos
           assign to disk "..\..\..\Salida\eventos-seguridad.txt"
           organization is line sequential
           file status is fs-eventos.

       select bitacora
           assign to disk "..\..\..\Salida\bitacora.txt"
           organization is line sequential
           file status is fs-bitacora.

       select control-logs
           assign to disk "..\..\..\Entrada\control-logs.dat"
           organization is indexed
           access mode is random
           record key is ctl-log
           file status is fs-control-logs.

       select reporte
           assign to disk "..\..\..\Salida\verificacion-logs.txt"
           organization is line sequential
           file status is fs-reporte.

      *> Control de corrida (ver Principal): en modo desatendido el
      *> ACCEPT final no frena la cadena nocturna.
       select parametros-corrida
           assign to disk "..\..\..\Entrada\parametros-corrida.dat"
           organization is line sequential
           file status is fs-param-corrida.

       DATA DIVISION.
       file section.

      *> Los tres logs vistos como cuerpo sellado + sello
       fd journal
           label record is standard.
       01  reg-journal.
           03  jrn-cuerpo          pic x(242).
           03  filler              pic x.
           03  jrn-secuencia       pic x(8).
           03  filler              pic x.
           03  jrn-control         pic x(9).

       fd eventos
           label record is standard.
       01  reg-eventos.
           03  eve-cuerpo          pic x(35).
           03  filler              pic x.
           03  eve-secuencia       pic x(8).
           03  filler              pic x.
           03  eve-control         pic x(9).

       fd bitacora
           label record is standard.
       01  reg-bitacora.
           03  bit-cuerpo          pic x(80).
           03  filler              pic x.
           03  bit-secuencia       pic x(8).
           03  filler              pic x.
           03  bit-control         pic x(9).

       fd control-logs
           label record is standard.
       01  rec-control-logs.
           03  ctl-log             pic x(12).
           03  ctl-secuencia       pic 9(8).
           03  ctl-control         pic 9(9).
           03  ctl-fecha           pic 9(8).  *> AAAAMMDD
           03  ctl-hora            pic 9(6).

       fd reporte
           label record is standard.
       01  reg-reporte             pic x(80).

       fd parametros-corrida
           label record is standard.
       01  reg-param-corrida.
           03  corr-desatendida    pic x.
           03  filler              pic x(27).

       working-storage section.
       01 fs-journal           pic xx.
           88 ok-jrn                   value "00".
           88 eof-jrn                  value "10".
       01 fs-eventos           pic xx.
           88 ok-eve                   value "00".
           88 eof-eve                  value "10".
       01 fs-bitacora          pic xx.
           88 ok-bit                   value "00".
           88 eof-bit                  value "10".
       01 fs-control-logs      pic xx.
           88 ok-ctl                   value "00".
       01 fs-reporte           pic xx.
           88 ok-rep                   value "00".

       01 hay-control-logs      pic x       value "N".
           88 control-logs-abierto     value "S".

       01 fs-param-corrida     pic xx.
           88 ok-corr                  value "00".
       01 modo-corrida-batch   pic x       value "N".
           88 modo-desatendido         value "S".

       77 ws-exit               pic x.

      *> Logs a verificar, en el orden del reporte
       01 tabla-nombres-log.
           03 filler pic x(36) value
               "JOURNAL     journal-cambios.txt     ".
           03 filler pic x(36) value
               "SEGURIDAD   eventos-seguridad.txt   ".
           03 filler pic x(36) value
               "BITACORA    bitacora.txt            ".
       01 tabla-nombres-log-r redefines tabla-nombres-log.
           03 nl-elem occurs 3 times.
               05 nl-log           pic x(12).
               05 nl-archivo       pic x(24).
       77 cant-logs             pic 9       value 3.
       77 ix-log                pic 9.

      *> Linea en curso, cualquiera sea el log
       01 lin-cuerpo            pic x(250).
       01 lin-secuencia         pic x(8).
       01 lin-control           pic x(9).
       01 lin-fin               pic x.
           88 fin-de-log               value "S".

      *> Estado de la cadena del log en curso
       01 cadena-iniciada       pic x.
           88 hay-cadena               value "S".
       01 cadena-rota           pic x.
           88 esta-rota                value "S".
       77 secuencia-esperada    pic 9(8).
       77 secuencia-leida       pic 9(8).
       77 control-anterior      pic 9(9).
       77 control-leido         pic 9(9).
       77 control-calculado     pic 9(9).
       77 cant-lineas           pic 9(8).
       77 cant-sin-sello        pic 9(8).
       77 linea-rota            pic 9(8).
       01 motivo-rotura         pic x(40).
       01 estado-log            pic x(12).

       77 cant-logs-rotos       pic 9       value zeroes.

       01 enc-ver1.
           03 filler pic x(44) value
               "VERIFICACION DE LOGS SELLADOS -             ".
           03 ev1-fecha         pic 9(8).
       01 enc-ver2.
           03 filler pic x(80) value all "-".

       01 det-ver1.
           03 filler pic x(5)   value "Log: ".
           03 dv1-archivo       pic x(24).
           03 filler pic x(9)   value " Estado: ".
           03 dv1-estado        pic x(12).
       01 det-ver2.
           03 filler pic x(21)  value "  Lineas leidas:    ".
           03 dv2-lineas        pic z(7)9.
           03 filler pic x(21)  value "  Previas al sello: ".
           03 dv2-sin-sello     pic z(7)9.
       01 det-ver3.
           03 filler pic x(21)  value "  Ultima secuencia: ".
           03 dv3-secuencia     pic z(7)9.
           03 filler pic x(21)  value "  Control de logs:  ".
           03 dv3-control       pic z(7)9.
       01 det-ver4.
           03 filler pic x(21)  value "  Primer eslabon:   ".
           03 filler pic x(6)   value "linea ".
           03 dv4-linea         pic z(7)9.
           03 filler pic x(2)   value spaces.
           03 dv4-motivo        pic x(40).

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta), para que la manana la vea en
      *> ConsolaAlertas aunque nadie abra este reporte.
       01 alerta-origen         pic x(12)   value "VERIF-LOGS".
       01 alerta-severidad      pic 9       value 1.
       01 alerta-texto.
           03 filler            pic x(17)   value "LOG ALTERADO:   ".
           03 at-log            pic x(12).
           03 filler            pic x(7)    value " LINEA ".
           03 at-linea          pic 9(8).
           03 filler            pic x(16)   value spaces.

       PROCEDURE DIVISION.
           perform leer-parametros-corrida.
           open output reporte.
           if not ok-rep
               display "Error al abrir reporte fs: " fs-reporte
               move 1 to return-code
               if not modo-desatendido
                   accept ws-exit
               end-if
               stop run
           end-if.
           move function current-date(1:8) to ev1-fecha.
           write reg-reporte from enc-ver1.
           write reg-reporte from enc-ver2.
           open input control-logs.
           if ok-ctl
               move "S" to hay-control-logs
           end-if.
           perform verificar-log
               varying ix-log from 1 by 1 until ix-log > cant-logs.
           if control-logs-abierto
               close control-logs
           end-if.
           close reporte.
           display "LOGS VERIFICADOS: " cant-logs
               "  ROTOS: " cant-logs-rotos.
           if cant-logs-rotos > zeroes
               display "VERIFICACION: hay logs alterados, ver "
                   "verificacion-logs.txt."
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           if not modo-desatendido
               accept ws-exit
           end-if.
           stop run.

      *>------------------------------------------------------------
      *> Un log completo: cadena linea por linea y cierre contra
      *> el control de logs
      *>------------------------------------------------------------
       verificar-log.
           move "N" to cadena-iniciada.
           move "N" to cadena-rota.
           move "N" to lin-fin.
           move 1 to secuencia-esperada.
           move zeroes to control-anterior.
           move zeroes to cant-lineas.
           move zeroes to cant-sin-sello.
           move zeroes to linea-rota.
           move spaces to motivo-rotura.
           move "OK" to estado-log.
           perform abrir-log.
           if fin-de-log
               move "SIN LOG" to estado-log
           else
               perform leer-linea
               perform verificar-linea
                   until fin-de-log or esta-rota
               perform cerrar-log
           end-if.
           if not esta-rota
               perform cerrar-contra-control
           end-if.
           if esta-rota
               move "ROTO" to estado-log
               add 1 to cant-logs-rotos
               move nl-log(ix-log) to at-log
               move linea-rota to at-linea
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.
           perform informar-log.

       abrir-log.
           if ix-log = 1
               open input journal
               if not ok-jrn
                   move "S" to lin-fin
               end-if
           else if ix-log = 2
               open input eventos
               if not ok-eve
                   move "S" to lin-fin
               end-if
           else
               open input bitacora
               if not ok-bit
                   move "S" to lin-fin
               end-if
           end-if.

       cerrar-log.
           if ix-log = 1
               close journal
           else if ix-log = 2
               close eventos
           else
               close bitacora
           end-if.

      *> Lleva la linea leida, del log que sea, al area comun.
       leer-linea.
           move spaces to lin-cuerpo.
           if ix-log = 1
               read journal
                   at end move "S" to lin-fin
                   not at end
                       move jrn-cuerpo to lin-cuerpo
                       move jrn-secuencia to lin-secuencia
                       move jrn-control to lin-control
               end-read
           else if ix-log = 2
               read eventos
                   at end move "S" to lin-fin
                   not at end
                       move eve-cuerpo to lin-cuerpo
                       move eve-secuencia to lin-secuencia
                       move eve-control to lin-control
               end-read
           else
               read bitacora
                   at end move "S" to lin-fin
                   not at end
                       move bit-cuerpo to lin-cuerpo
                       move bit-secuencia to lin-secuencia
                       move bit-control to lin-control
               end-read
           end-if.

       verificar-linea.
           add 1 to cant-lineas.
           if lin-secuencia is not numeric
               perform linea-sin-sello
           else
               perform linea-sellada
           end-if.
           if not esta-rota
               perform leer-linea
           end-if.

      *> Antes del primer sello es historia previa; despues, una
      *> linea intercalada a mano.
       linea-sin-sello.
           if hay-cadena
               move "LINEA SIN SELLO INTERCALADA" to motivo-rotura
               perform marcar-rotura
           else
               add 1 to cant-sin-sello
           end-if.

       linea-sellada.
           move "S" to cadena-iniciada.
           move lin-secuencia to secuencia-leida.
           if lin-control is not numeric
               move "CODIGO DE CONTROL INVALIDO" to motivo-rotura
               perform marcar-rotura
           else if secuencia-leida > secuencia-esperada
               move "FALTAN LINEAS ANTES DE ESTA" to motivo-rotura
               perform marcar-rotura
           else if secuencia-leida < secuencia-esperada
               move "SECUENCIA REPETIDA O FUERA DE ORDEN"
                   to motivo-rotura
               perform marcar-rotura
           else
               move lin-control to control-leido
               call "CalcularControl" using lin-cuerpo,
                   secuencia-leida, control-anterior,
                   control-calculado
               if control-calculado is not equal to control-leido
                   move "LINEA ALTERADA" to motivo-rotura
                   perform marcar-rotura
               else
                   move control-leido to control-anterior
                   add 1 to secuencia-esperada
               end-if
           end-if.

       marcar-rotura.
           move "S" to cadena-rota.
           move cant-lineas to linea-rota.

      *> La ultima linea del log tiene que ser la ultima que quedo
      *> asentada en el control de logs: si no, se borraron lineas
      *> del final (o el log entero).
       cerrar-contra-control.
           move zeroes to ctl-secuencia.
           if control-logs-abierto
               move nl-log(ix-log) to ctl-log
               read control-logs
                   invalid key move zeroes to ctl-secuencia
               end-read
           else if hay-cadena
               move "FALTA EL CONTROL DE LOGS" to motivo-rotura
               move cant-lineas to linea-rota
               move "S" to cadena-rota
           end-if.
           if not esta-rota
               if ctl-secuencia > secuencia-esperada - 1
                   move "FALTAN LINEAS AL FINAL DEL LOG"
                       to motivo-rotura
                   compute linea-rota = cant-lineas + 1
                   move "S" to cadena-rota
               else if ctl-secuencia > zeroes
                   and ctl-control is not equal to control-anterior
                   move "ULTIMA LINEA NO COINCIDE CON EL CONTROL"
                       to motivo-rotura
                   move cant-lineas to linea-rota
                   move "S" to cadena-rota
               end-if
           end-if.

       informar-log.
           move nl-archivo(ix-log) to dv1-archivo.
           move estado-log to dv1-estado.
           write reg-reporte from det-ver1.
           move cant-lineas to dv2-lineas.
           move cant-sin-sello to dv2-sin-sello.
           write reg-reporte from det-ver2.
           compute dv3-secuencia = secuencia-esperada - 1.
           move ctl-secuencia to dv3-control.
           write reg-reporte from det-ver3.
           if esta-rota
               move linea-rota to dv4-linea
               move motivo-rotura to dv4-motivo
               write reg-reporte from det-ver4
           end-if.
           write reg-reporte from enc-ver2.

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
