       identification division.
       program-id. RestaurarRespaldo.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Recuperacion ante desastre: reconstruye TODOS los maestros
      *> indexados desde una generacion del respaldo completo
      *> (RespaldoCompleto), no solo alquileres y clientes como
      *> RestaurarMaestros despues de una corrida fallida.
      *>
      *> Pide la fecha de la generacion (0 = la ultima verificada
      *> del inventario respaldos-control.txt) y antes de tocar
      *> nada relee la generacion y la controla contra su
      *> manifiesto: si un archivo no cierra no se restaura nada.
      *> Con la confirmacion del operador recrea cada maestro del
      *> manifiesto con los registros de la generacion y despues
      *> lo relee y verifica, archivo por archivo, cantidad y
      *> total de control contra el manifiesto. El resultado queda
      *> en Salida\restauracion-respaldo.txt; si algo no cierra lo
      *> dice a gritos, levanta alerta de severidad 1 y deja
      *> RETURN-CODE 1.
      *>
      *> Los maestros se buscan por nombre de archivo, asi que una
      *> generacion vieja se restaura aunque despues se hayan
      *> agregado maestros a AccesoMaestros: los que no estaban en
      *> el respaldo, o que no existian esa noche, no se tocan y se
      *> informan. Pide login de parametros y toma el semaforo del
      *> sistema como la cadena: no arranca con sesiones abiertas y
      *> nadie abre mientras restaura.

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

       select informe
           assign to disk "..\..\..\Salida\restauracion-respaldo.txt"
           organization is line sequential
           file status is fs-informe.

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

       fd informe
           label record is standard.
       01  reg-informe             pic x(80).

       working-storage section.
       01 fs-generacion        pic xx.
           88 ok-gen                   value "00".
           88 eof-gen                  value "10".
       01 fs-manifiesto        pic xx.
           88 ok-man                   value "00".
           88 eof-man                  value "10".
       01 fs-control           pic xx.
           88 ok-ctl                   value "00".
           88 eof-ctl                  value "10".
       01 fs-informe           pic xx.
           88 ok-inf                   value "00".

       77 ws-exit               pic x.
       77 ws-confirmar          pic x.
           88 confirma                 value "S" "s".
       01 puede-seguir          pic x       value "S".
           88 sigue                    value "S".

       01 fecha-elegida         pic 9(8).
       01 ultima-verificada     pic 9(8)    value zeroes.
       01 nombre-generacion     pic x(60).
       01 nombre-manifiesto     pic x(60).

       01 operador-actual       pic x(8).
       01 login-autorizado      pic xx.
           88 esta-autorizado          value "si".
       01 funcion-login         pic x       value "P".

      *> Semaforo del sistema (ControlConcurrencia): la
      *> restauracion lo toma como la cadena nocturna.
       01 op-concurrencia       pic x.
       01 estado-concurrencia   pic x(2).

      *> Parametros de AccesoMaestros
       01 am-operacion          pic x.
       01 am-maestro            pic 9(3).
       01 am-nombre             pic x(40).
       01 am-cantidad           pic 9(3).
       01 am-registro           pic x(250).
       01 am-fs                 pic xx.
           88 am-ok                    value "00".
           88 am-fin                   value "10".

      *> Maestros que conoce hoy AccesoMaestros
       01 tabla-actuales.
           03 ta-elem occurs 200 times.
               05 ta-nombre        pic x(40).
               05 ta-respaldado    pic x.
       77 cant-actuales         pic 9(3)    value zeroes.
       77 ix-act                pic 9(3).

      *> Renglones del manifiesto, por numero de maestro de la
      *> generacion: lo respaldado, lo releido de la generacion y
      *> lo releido del maestro restaurado.
       01 tabla-manifiesto.
           03 rm-elem occurs 200 times.
               05 rm-archivo       pic x(40).
               05 rm-estado        pic x(12).
               05 rm-cantidad      pic 9(8).
               05 rm-control       pic 9(9).
               05 rm-actual        pic 9(3).
               05 rv-cantidad      pic 9(8).
               05 rv-control       pic 9(9).
               05 rr-cantidad      pic 9(8).
               05 rr-control       pic 9(9).
               05 rm-resultado     pic x(16).
       77 cant-manifiesto       pic 9(3)    value zeroes.
       77 max-manifiesto        pic 9(3)    value 200.
       77 ix-mae                pic 9(3).

       77 secuencia-control     pic 9(8).
       77 control-anterior      pic 9(9).
       77 control-nuevo         pic 9(9).

       77 cant-a-restaurar      pic 9(3)    value zeroes.
       77 registros-a-restaurar pic 9(9)    value zeroes.
       77 cant-verificados      pic 9(3)    value zeroes.
       77 cant-errores          pic 9(3)    value zeroes.

       01 enc-inf1.
           03 filler pic x(40) value
               "RESTAURACION DEL RESPALDO COMPLETO -    ".
           03 ei1-generacion    pic 9(8).
           03 filler pic x(12)  value "  Operador: ".
           03 ei1-operador      pic x(8).
       01 enc-inf2.
           03 filler pic x(41)  value "Archivo".
           03 filler pic x(10)  value " Respaldo".
           03 filler pic x(10)  value " Restaur.".
           03 filler pic x(16)  value "Resultado".
       01 enc-inf3.
           03 filler pic x(80) value all "-".
       01 det-inf.
           03 di-archivo        pic x(40).
           03 filler            pic x       value spaces.
           03 di-respaldo       pic z(7)9.
           03 filler            pic x(2)    value spaces.
           03 di-restaurados    pic z(7)9.
           03 filler            pic x(2)    value spaces.
           03 di-resultado      pic x(16).
       01 tot-inf.
           03 filler pic x(22)  value "Maestros restaurados: ".
           03 ti-restaurados    pic zz9.
           03 filler pic x(16)  value "  Verificados: ".
           03 ti-verificados    pic zz9.
           03 filler pic x(16)  value "  Con errores: ".
           03 ti-errores        pic zz9.

      *> Condicion accionable a la cola central de alertas
      *> (RegistrarAlerta).
       01 alerta-origen         pic x(12)   value "RESTAURACION".
       01 alerta-severidad      pic 9       value 1.
       01 alerta-texto.
           03 filler            pic x(26)   value
               "RESTAURACION DEL RESPALDO ".
           03 at-generacion     pic 9(8).
           03 filler            pic x(26)   value
               " NO VERIFICADA".

       PROCEDURE DIVISION.
           call "LoginOperador" using funcion-login,
               operador-actual, login-autorizado.
           if not esta-autorizado
               display "Acceso denegado."
               accept ws-exit
               stop run
           end-if.
           move "B" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           if estado-concurrencia is not equal to "00"
               display "Hay sesiones abiertas: cerrarlas antes de "
                   "restaurar."
               accept ws-exit
               stop run
           end-if.
           perform elegir-generacion.
           if sigue
               perform cargar-manifiesto
           end-if.
           if sigue
               perform ubicar-maestros
               perform verificar-generacion
           end-if.
           if sigue
               perform confirmar-restauracion
           end-if.
           if sigue
               perform restaurar-maestros
               perform verificar-restauracion
               perform emitir-informe
           end-if.
           move "F" to op-concurrencia.
           call "ControlConcurrencia" using op-concurrencia,
               estado-concurrencia.
           accept ws-exit.
           stop run.

      *>------------------------------------------------------------
      *> Generacion a restaurar: se listan las del inventario y el
      *> operador elige una por fecha.
      *>------------------------------------------------------------
       elegir-generacion.
           display "Generaciones del respaldo completo:".
           open input control-respaldos.
           if ok-ctl
               perform leer-inventario
               perform mostrar-generacion until eof-ctl
               close control-respaldos
           end-if.
           display "Fecha de la generacion a restaurar (AAAAMMDD, ".
           display "0 = la ultima verificada): ".
           accept fecha-elegida.
           if fecha-elegida = zeroes
               move ultima-verificada to fecha-elegida
           end-if.
           if fecha-elegida = zeroes
               display "No hay generaciones verificadas para restaurar."
               move "N" to puede-seguir
               move 1 to return-code
           else
               perform armar-nombres
           end-if.

       leer-inventario.
           read control-respaldos
               at end continue
           end-read.

       mostrar-generacion.
           display "  " ctl-fecha " " ctl-hora "  maestros "
               ctl-maestros "  registros " ctl-registros "  "
               ctl-estado.
           if ctl-estado = "VERIFICADO"
               and ctl-fecha > ultima-verificada
               move ctl-fecha to ultima-verificada
           end-if.
           perform leer-inventario.

       armar-nombres.
           move spaces to nombre-generacion.
           string
               "..\..\..\Salida\respaldo-" delimited by size
               fecha-elegida delimited by size
               ".dat" delimited by size
               into nombre-generacion
           end-string.
           move spaces to nombre-manifiesto.
           string
               "..\..\..\Salida\respaldo-" delimited by size
               fecha-elegida delimited by size
               "-manifiesto.txt" delimited by size
               into nombre-manifiesto
           end-string.

      *>------------------------------------------------------------
      *> Manifiesto de la generacion elegida
      *>------------------------------------------------------------
       cargar-manifiesto.
           perform limpiar-renglon
               varying ix-mae from 1 by 1
               until ix-mae > max-manifiesto.
           open input manifiesto.
           if not ok-man
               display "No existe el manifiesto de la generacion "
                   fecha-elegida " (fs " fs-manifiesto ")."
               move "N" to puede-seguir
               move 1 to return-code
           else
               perform leer-manifiesto
               perform registrar-renglon until eof-man
               close manifiesto
               if cant-manifiesto = zeroes
                   display "El manifiesto de la generacion "
                       fecha-elegida " esta vacio."
                   move "N" to puede-seguir
                   move 1 to return-code
               end-if
           end-if.

       limpiar-renglon.
           move spaces to rm-archivo(ix-mae).
           move spaces to rm-estado(ix-mae).
           move spaces to rm-resultado(ix-mae).
           move zeroes to rm-cantidad(ix-mae).
           move zeroes to rm-control(ix-mae).
           move zeroes to rm-actual(ix-mae).
           move zeroes to rv-cantidad(ix-mae).
           move zeroes to rv-control(ix-mae).
           move zeroes to rr-cantidad(ix-mae).
           move zeroes to rr-control(ix-mae).

       leer-manifiesto.
           read manifiesto
               at end continue
           end-read.

       registrar-renglon.
           if man-maestro > zeroes and man-maestro <= max-manifiesto
               move man-archivo to rm-archivo(man-maestro)
               move man-estado to rm-estado(man-maestro)
               move man-cantidad to rm-cantidad(man-maestro)
               move man-control to rm-control(man-maestro)
               if man-maestro > cant-manifiesto
                   move man-maestro to cant-manifiesto
               end-if
           end-if.
           perform leer-manifiesto.

      *> Cada renglon del manifiesto se apunta al maestro de hoy
      *> con el mismo nombre de archivo.
       ubicar-maestros.
           move "I" to am-operacion.
           move 1 to am-maestro.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           move am-cantidad to cant-actuales.
           perform cargar-actual
               varying ix-act from 1 by 1
               until ix-act > cant-actuales.
           perform ubicar-renglon
               varying ix-mae from 1 by 1
               until ix-mae > cant-manifiesto.

       cargar-actual.
           move ix-act to am-maestro.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           move am-nombre to ta-nombre(ix-act).
           move "N" to ta-respaldado(ix-act).

       ubicar-renglon.
           perform comparar-nombre
               varying ix-act from 1 by 1
               until ix-act > cant-actuales.
           if rm-estado(ix-mae) = "OK" and rm-actual(ix-mae) > zeroes
               add 1 to cant-a-restaurar
               add rm-cantidad(ix-mae) to registros-a-restaurar
           end-if.

       comparar-nombre.
           if rm-archivo(ix-mae) not = spaces
               and ta-nombre(ix-act) = rm-archivo(ix-mae)
               move ix-act to rm-actual(ix-mae)
               move "S" to ta-respaldado(ix-act)
           end-if.

      *>------------------------------------------------------------
      *> La generacion tiene que cerrar contra su manifiesto antes
      *> de pisar un solo maestro.
      *>------------------------------------------------------------
       verificar-generacion.
           open input generacion.
           if not ok-gen
               display "No existe la generacion " fecha-elegida
                   " (fs " fs-generacion ")."
               move "N" to puede-seguir
               move 1 to return-code
           else
               perform leer-generacion
               perform recontar-generacion until not ok-gen
               close generacion
               perform comparar-generacion
                   varying ix-mae from 1 by 1
                   until ix-mae > cant-manifiesto
               if cant-errores > zeroes
                   display "La generacion " fecha-elegida
                       " no cierra contra su manifiesto en "
                       cant-errores " archivos: NO se restaura nada."
                   move "N" to puede-seguir
                   move 1 to return-code
               end-if
           end-if.

       leer-generacion.
           read generacion
               at end continue
           end-read.

       recontar-generacion.
           if gen-maestro > zeroes and gen-maestro <= cant-manifiesto
               add 1 to rv-cantidad(gen-maestro)
               move rv-cantidad(gen-maestro) to secuencia-control
               move rv-control(gen-maestro) to control-anterior
               call "CalcularControl" using gen-registro,
                   secuencia-control, control-anterior,
                   control-nuevo
               move control-nuevo to rv-control(gen-maestro)
           end-if.
           perform leer-generacion.

       comparar-generacion.
           if rm-estado(ix-mae) = "OK"
               and (rv-cantidad(ix-mae) not = rm-cantidad(ix-mae)
               or rv-control(ix-mae) not = rm-control(ix-mae))
               add 1 to cant-errores
               display "NO CIERRA EN LA GENERACION: "
                   rm-archivo(ix-mae)
           end-if.

       confirmar-restauracion.
           display "Generacion " fecha-elegida " verificada: "
               cant-a-restaurar " maestros, "
               registros-a-restaurar " registros.".
           display "Se RECREAN todos esos maestros y se PIERDE todo "
               "lo posterior al respaldo.".
           display "Confirma (S/N)? ".
           accept ws-confirmar.
           if not confirma
               display "Restauracion cancelada."
               move "N" to puede-seguir
           end-if.

      *>------------------------------------------------------------
      *> Restauracion: la generacion esta ordenada por numero de
      *> maestro, asi que se recorre una sola vez.
      *>------------------------------------------------------------
       restaurar-maestros.
           open input generacion.
           perform leer-generacion.
           perform restaurar-maestro
               varying ix-mae from 1 by 1
               until ix-mae > cant-manifiesto.
           close generacion.

       restaurar-maestro.
           if rm-estado(ix-mae) = "OK" and rm-actual(ix-mae) > zeroes
               move "S" to am-operacion
               move rm-actual(ix-mae) to am-maestro
               call "AccesoMaestros" using am-operacion, am-maestro,
                   am-nombre, am-cantidad, am-registro, am-fs
               if not am-ok
                   display "Error al recrear " rm-archivo(ix-mae)
                       " fs: " am-fs
                   move "ERROR AL CREAR" to rm-resultado(ix-mae)
                   perform saltear-registro
                       until not ok-gen or gen-maestro not = ix-mae
               else
                   perform grabar-registro
                       until not ok-gen or gen-maestro not = ix-mae
                   move "C" to am-operacion
                   call "AccesoMaestros" using am-operacion,
                       am-maestro, am-nombre, am-cantidad,
                       am-registro, am-fs
               end-if
           else
               perform saltear-registro
                   until not ok-gen or gen-maestro not = ix-mae
           end-if.

       grabar-registro.
           move "G" to am-operacion.
           move gen-registro to am-registro.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           if not am-ok
               display "Error al restaurar registro de "
                   rm-archivo(ix-mae) " fs: " am-fs
           end-if.
           perform leer-generacion.

       saltear-registro.
           perform leer-generacion.

      *>------------------------------------------------------------
      *> Verificacion archivo por archivo: cada maestro restaurado
      *> se relee y tiene que dar lo mismo que el manifiesto.
      *>------------------------------------------------------------
       verificar-restauracion.
           move zeroes to cant-errores.
           perform verificar-maestro
               varying ix-mae from 1 by 1
               until ix-mae > cant-manifiesto.

       verificar-maestro.
           if rm-archivo(ix-mae) = spaces
               continue
           else if rm-estado(ix-mae) not = "OK"
               move "NO EXISTIA" to rm-resultado(ix-mae)
           else if rm-actual(ix-mae) = zeroes
               move "MAESTRO RETIRADO" to rm-resultado(ix-mae)
           else if rm-resultado(ix-mae) not = spaces
               add 1 to cant-errores
           else
               perform releer-maestro
           end-if.

       releer-maestro.
           move "E" to am-operacion.
           move rm-actual(ix-mae) to am-maestro.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.
           if not am-ok
               move "NO SE PUEDE LEER" to rm-resultado(ix-mae)
               add 1 to cant-errores
           else
               perform leer-restaurado
               perform recontar-restaurado until not am-ok
               move "C" to am-operacion
               call "AccesoMaestros" using am-operacion, am-maestro,
                   am-nombre, am-cantidad, am-registro, am-fs
               if rr-cantidad(ix-mae) = rm-cantidad(ix-mae)
                   and rr-control(ix-mae) = rm-control(ix-mae)
                   move "VERIFICADO" to rm-resultado(ix-mae)
                   add 1 to cant-verificados
               else
                   move "NO CIERRA" to rm-resultado(ix-mae)
                   add 1 to cant-errores
               end-if
           end-if.

       leer-restaurado.
           move "L" to am-operacion.
           call "AccesoMaestros" using am-operacion, am-maestro,
               am-nombre, am-cantidad, am-registro, am-fs.

       recontar-restaurado.
           add 1 to rr-cantidad(ix-mae).
           move rr-cantidad(ix-mae) to secuencia-control.
           move rr-control(ix-mae) to control-anterior.
           call "CalcularControl" using am-registro,
               secuencia-control, control-anterior, control-nuevo.
           move control-nuevo to rr-control(ix-mae).
           perform leer-restaurado.

      *>------------------------------------------------------------
      *> Informe de la restauracion
      *>------------------------------------------------------------
       emitir-informe.
           open output informe.
           move fecha-elegida to ei1-generacion.
           move operador-actual to ei1-operador.
           write reg-informe from enc-inf1.
           write reg-informe from enc-inf3.
           write reg-informe from enc-inf2.
           write reg-informe from enc-inf3.
           perform informar-maestro
               varying ix-mae from 1 by 1
               until ix-mae > cant-manifiesto.
           perform informar-no-respaldado
               varying ix-act from 1 by 1
               until ix-act > cant-actuales.
           write reg-informe from enc-inf3.
           move cant-a-restaurar to ti-restaurados.
           move cant-verificados to ti-verificados.
           move cant-errores to ti-errores.
           write reg-informe from tot-inf.
           close informe.
           display "Maestros restaurados: " cant-a-restaurar
               "  verificados: " cant-verificados
               "  con errores: " cant-errores.
           if cant-errores = zeroes
               display "Restauracion VERIFICADA: los conteos cierran."
               move 0 to return-code
           else
               display "ATENCION: la restauracion NO se verifico, "
                   "ver restauracion-respaldo.txt. NO correr la "
                   "cadena hasta revisar."
               move fecha-elegida to at-generacion
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
               move 1 to return-code
           end-if.

       informar-maestro.
           if rm-archivo(ix-mae) not = spaces
               move rm-archivo(ix-mae) to di-archivo
               move rm-cantidad(ix-mae) to di-respaldo
               move rr-cantidad(ix-mae) to di-restaurados
               move rm-resultado(ix-mae) to di-resultado
               write reg-informe from det-inf
           end-if.

      *> Maestros de hoy que la generacion no traia: quedan como
      *> estan.
       informar-no-respaldado.
           if ta-respaldado(ix-act) = "N"
               move ta-nombre(ix-act) to di-archivo
               move zeroes to di-respaldo
               move zeroes to di-restaurados
               move "NO RESPALDADO" to di-resultado
               write reg-informe from det-inf
           end-if.
