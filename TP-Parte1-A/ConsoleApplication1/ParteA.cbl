           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NUEVOALQUILERES-STATUS.

       *> Copia de trabajo de NUEVOALQUILERES para aplicar las
       *> novedades de las agencias sobre alquileres aprobados esta
       *> misma noche (ver APLICAR-NOVEDADES-NOCHE).
           SELECT NUEVOALQTRAB ASSIGN TO
            "..\..\..\Files\NUEVOALQUILERES.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NUEVOALQTRAB-STATUS.

           SELECT APROBADOS ASSIGN TO PRINTER.

       *> Un archivo de respuesta por agencia socia (espejo de la
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGLASPRECIO-STATUS.

       *> Registro de archivos de agencia ya procesados (agencia +
       *> fecha de generacion del header): evita volver a conciliar
       *> una SOLICITUDESn vieja que quedo en la carpeta.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TOTALES-STATUS.

       *> Historico de eventos por agencia, compartido con el
       *> pre-edit y PromoverEspera, que tambien lo graban: por cada
       *> corrida deja solicitudes, aprobados, bajas y
       *> modificaciones de cada agencia. Lo lee el tablero mensual
       *> de agencias (ScorecardAgencias).
           SELECT HISTAGENCIAS ASSIGN TO
           "..\..\..\Files\HISTAGENCIAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTAGENCIAS-STATUS.

           SELECT CIERRE ASSIGN TO
           "..\..\..\Entrada\cierre-periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           "..\..\..\Files\LISTA-ESPERA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTAESPERA-STATUS.

      *> Corrida tardia: una SOLICITUDESn que no llego a la noche
      *> queda pendiente en AGENCIAS-TARDIAS.dat (la marca
      *> PreEditSolicitudes) y entra sola, mas tarde, en una corrida
      *> que CorridaDiaria.cmd TARDIA indica con CORRIDA-TARDIA.dat.
      *> Como ALQUILERES ya se concilio y cargo esa noche, el merge
      *> no lo lee: cada clave se desempata contra lo ya grabado en
      *> el maestro de alquileres.
           SELECT CORRIDATARDIA ASSIGN TO
           "..\..\..\Files\CORRIDA-TARDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORRIDATARDIA-STATUS.

           SELECT AGTARDIAS ASSIGN TO
           "..\..\..\Files\AGENCIAS-TARDIAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGTARDIAS-STATUS.

           SELECT ALQMAESTRO ASSIGN TO
           "..\..\..\Entrada\alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-CLAVE
           ALTERNATE RECORD KEY IS MAE-CHOFER WITH DUPLICATES
           FILE STATUS IS ALQMAESTRO-STATUS.
           
       DATA DIVISION.
       FILE SECTION.
                        07  ALQ-FECHA-AAAA   pic 9(4).
               03  ALQ-TIPODOC   PIC X.
               03  ALQ-NRODOC    PIC X(20).
               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-CAMPANIA  PIC X(8).
               
        FD    NUEVOALQUILERES  LABEL RECORD STANDARD.
        01    REG-NUEVOALQUILERES.
                        07  NUEVOALQ-FECHA-AAAA   PIC 9(4).
               03  NUEVOALQ-TIPODOC   PIC X.
               03  NUEVOALQ-NRODOC    PIC X(20).
               03  NUEVOALQ-IMPORTE   PIC 9(6)V99.
               03  NUEVOALQ-AGENCIA   PIC 9.
               03  NUEVOALQ-CANTDIAS  PIC 9(2).

        FD    NUEVOALQTRAB  LABEL RECORD STANDARD.
        01    REG-NUEVOALQTRAB PIC X(46).
               
        FD    SOLICITUDES1  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES1.
               03  SOL1-TIPODOC   PIC X.
               03  SOL1-NRODOC    PIC X(20).
               03  SOL1-CANTDIAS  PIC 9(2).
               03  SOL1-CAMPANIA  PIC X(8).
               03  SOL1-TIPOREG   PIC X.
               03  SOL1-NUEVA-FECHA PIC 9(8).
               03  SOL1-NUEVOS-DIAS PIC 9(2).

        FD    SOLICITUDES2  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES2.
               03  SOL2-TIPODOC   PIC X.
               03  SOL2-NRODOC    PIC X(20).
               03  SOL2-CANTDIAS  PIC 9(2).
               03  SOL2-CAMPANIA  PIC X(8).
               03  SOL2-TIPOREG   PIC X.
               03  SOL2-NUEVA-FECHA PIC 9(8).
               03  SOL2-NUEVOS-DIAS PIC 9(2).

        FD    SOLICITUDES3  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES3.
               03  SOL3-TIPODOC   PIC X.
               03  SOL3-NRODOC    PIC X(20).
               03  SOL3-CANTDIAS  PIC 9(2).
               03  SOL3-CAMPANIA  PIC X(8).
               03  SOL3-TIPOREG   PIC X.
               03  SOL3-NUEVA-FECHA PIC 9(8).
               03  SOL3-NUEVOS-DIAS PIC 9(2).

        FD    SOLICITUDES4  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES4.
               03  SOL4-TIPODOC   PIC X.
               03  SOL4-NRODOC    PIC X(20).
               03  SOL4-CANTDIAS  PIC 9(2).
               03  SOL4-CAMPANIA  PIC X(8).
               03  SOL4-TIPOREG   PIC X.
               03  SOL4-NUEVA-FECHA PIC 9(8).
               03  SOL4-NUEVOS-DIAS PIC 9(2).

        FD    SOLICITUDES5  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES5.
               03  SOL5-TIPODOC   PIC X.
               03  SOL5-NRODOC    PIC X(20).
               03  SOL5-CANTDIAS  PIC 9(2).
               03  SOL5-CAMPANIA  PIC X(8).
               03  SOL5-TIPOREG   PIC X.
               03  SOL5-NUEVA-FECHA PIC 9(8).
               03  SOL5-NUEVOS-DIAS PIC 9(2).

        FD    SOLICITUDES6  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES6.
               03  SOL6-TIPODOC   PIC X.
               03  SOL6-NRODOC    PIC X(20).
               03  SOL6-CANTDIAS  PIC 9(2).
               03  SOL6-CAMPANIA  PIC X(8).
               03  SOL6-TIPOREG   PIC X.
               03  SOL6-NUEVA-FECHA PIC 9(8).
               03  SOL6-NUEVOS-DIAS PIC 9(2).

        FD    AUTOS  LABEL RECORD STANDARD.
        01    REG-AUTOS.
               03  FILLER        PIC X.
               03  RGLP-DIAS     PIC 9(2).

        FD    BITACORA  LABEL RECORD STANDARD.
        01    REG-BITACORA.
               03  BIT-FECHA     PIC 9(8).
               03  BIT-REGISTROS PIC 9(7).
               03  FILLER        PIC X VALUE SPACES.
               03  BIT-ESTADO    PIC X(2).
               03  FILLER        PIC X(27) VALUE SPACES.
               03  BIT-SECUENCIA PIC 9(8).
               03  FILLER        PIC X VALUE SPACES.
               03  BIT-CONTROL   PIC 9(9).

        FD    TOTALES  LABEL RECORD STANDARD.
        01    REG-TOTALES.
                   05  TOT-AG-CANT PIC 9(4).
                   05  FILLER    PIC X VALUE SPACES.
                   05  TOT-AG-IMPORTE PIC 9(7)V99.
               03  FILLER        PIC X VALUE SPACES.
               03  TOT-NOVEDADES PIC 9(4).

        FD    HISTAGENCIAS  LABEL RECORD STANDARD.
        01    REG-HISTAGENCIAS.
               03  HAG-FECHA-CORRIDA PIC 9(8).
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-AGENCIA   PIC 9.
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-EVENTO    PIC X(2).
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-CANTIDAD  PIC 9(6).

        FD    CIERRE  LABEL RECORD STANDARD.
        01    REG-CIERRE.
               *> P = en espera, A = promovido, X = descartado
               03  ESP-ESTADO    PIC X.

        FD    CORRIDATARDIA  LABEL RECORD STANDARD.
        01    REG-CORRIDATARDIA.
               03  CTAR-MODO     PIC X.

       *> P = pendiente, L = llego y paso el pre-edit, C = ya
       *> conciliada en la corrida tardia.
        FD    AGTARDIAS  LABEL RECORD STANDARD.
        01    REG-AGTARDIAS.
               03  TARD-AGENCIA  PIC 9.
               03  FILLER        PIC X.
               03  TARD-FECHA    PIC 9(8).
               03  FILLER        PIC X.
               03  TARD-ESTADO   PIC X.

        FD    ALQMAESTRO  LABEL RECORD STANDARD.
        01    REG-ALQMAESTRO.
               03  MAE-CLAVE.
                   05  MAE-PATENTE   PIC X(6).
                   05  MAE-FECHA     PIC 9(8).
               03  MAE-TIPODOC   PIC X.
               03  MAE-NRODOC    PIC X(20).
               03  MAE-IMPORTE   PIC 9(6)V99.
               03  MAE-CHOFER    PIC X(7).
               03  MAE-ESTADO    PIC X.
               03  MAE-AGENCIA   PIC 9.
               03  MAE-CANTDIAS  PIC 9(2).
               03  MAE-FACTURA   PIC 9(6).
               03  MAE-SUCURSAL  PIC 99.
               03  MAE-GRUPO     PIC 9(4).

       WORKING-STORAGE SECTION.

       01 CLAVE-ANTERIOR.
       77 AUTOS-STATUS PIC X(2).
       77 RECHAZADOS-STATUS PIC X(2).
       77 NUEVOALQUILERES-STATUS PIC X(2).
       77 NUEVOALQTRAB-STATUS PIC X(2).
       77 CHECKPOINT-STATUS PIC X(2).
       77 RECHHIST-STATUS PIC X(2).
       77 CORRIDATARDIA-STATUS PIC X(2).
       77 AGTARDIAS-STATUS PIC X(2).
       77 ALQMAESTRO-STATUS PIC X(2).
       77 RESPUESTA1-STATUS PIC X(2).
       77 RESPUESTA2-STATUS PIC X(2).
       77 RESPUESTA3-STATUS PIC X(2).
           03  FILLER            PIC X     VALUE SPACES.
           03  RESP-SUGERIDA     PIC X(6).

       *> Respuesta a una novedad de la agencia: la clave original,
       *> el tipo (C/M), si se aplico ("A") o no ("R"), el motivo
       *> (0 = aplicada, 1 = alquiler no encontrado, 2 = agencia o
       *> documento no coinciden, 3 = ya estaba liberado, 4 = auto
       *> ya retirado o alquiler ya facturado, 5 = dias nuevos no
       *> disponibles, 9 = no se pudo procesar, reenviar) y el cargo
       *> por cancelacion segun las condiciones de la agencia.
       01 LINEA-RESPUESTA-NOVEDAD.
           03  RNV-PATENTE       PIC X(6).
           03  FILLER            PIC X     VALUE SPACES.
           03  RNV-FECHA         PIC 9(8).
           03  FILLER            PIC X     VALUE SPACES.
           03  RNV-TIPO          PIC X.
           03  FILLER            PIC X     VALUE SPACES.
           03  RNV-RESULTADO     PIC X.
           03  FILLER            PIC X     VALUE SPACES.
           03  RNV-MOTIVO        PIC 9.
           03  FILLER            PIC X     VALUE SPACES.
           03  RNV-CARGO         PIC 9(6)V99.

       *> Si CHECKPOINT.dat traia un registro al abrir, esta corrida es
       *> un reinicio: WS-CLAVE-CHECKPOINT guarda esa clave y
       *> WS-SALTEAR-GRUPO se enciende, grupo a grupo, mientras
           88 ES-RESTART                VALUE 'S'.
       01 WS-SALTEAR-GRUPO        PIC X        VALUE 'N'.

       *> Corrida tardia (ver CORRIDATARDIA): solo entran las
       *> agencias marcadas L en AGENCIAS-TARDIAS, con la fecha de
       *> generacion que quedo anotada ahi. En la corrida de la
       *> noche la agencia pendiente (P) no se abre y cuenta como
       *> fin de archivo. AG-ACTIVA dice, por agencia, si esta
       *> corrida la abre.
       01 WS-MODO-TARDIO          PIC X        VALUE 'N'.
           88 ES-CORRIDA-TARDIA         VALUE 'S'.
       01 TABLA-AGENCIAS-TARDIAS.
           03 TARD-ELEM occurs 6 times.
               05 TARD-ESTADO-AG     PIC X.
               05 TARD-FECHA-AG      PIC 9(8).
               05 AG-ACTIVA          PIC X.

       *> Si el primer grupo de una patente viene cubierto por el
       *> checkpoint pero uno posterior de la misma patente no, el
       *> encabezado de vehiculo (ENCABEZADO3/4/5) no se puede decidir
       01 WS-CLAVE-CHECKPOINT.
           03  CHKMENOR-PATENTE  PIC X(6).
           03  CHKMENOR-FECHA    PIC 9(8).
       77 TOTPATENTE PIC 9999999V99 VALUE 0.
       77 TOTGRAL PIC 9999999V99 VALUE 0.
       77 TOTDIASPATENTE PIC 9999 VALUE 0.
       77 FLAG-CLAVE-APROB PIC X(2).
       77 TARIFA-DIA PIC 9(4)V99 VALUE 0.
       77 TARIFA-ESTADO PIC X(2).

       *> Precio fijo de la ruta cuando la SOLICITUD es un traslado
       *> con chofer (BuscarTarifaRuta); RUTA-ESTADO "00" si aplica.
       77 PRECIO-RUTA PIC 9(6)V99 VALUE 0.
       77 RUTA-ESTADO PIC X(2).

       01 AUTO-FUERA-SERVICIO PIC XX.
           88 AUTO-ESTA-FUERA-SERVICIO VALUE "si".

       01 SUGERIDA-GRUPO PIC X(6) VALUE SPACES.
       01 SUGERIDA-CALCULADA PIC X VALUE 'N'.
       01 TAMANIO-PEDIDO PIC X.
       01 IMPORTE-PEDIDO PIC 9(6)V99.
       01 PATENTE-PEDIDA PIC X(6).
       01 DIFERENCIA-TARIFA PIC 9(5)V99.
       01 TOLERANCIA-TARIFA PIC 9(5)V99.
       77 REGLASPRECIO-STATUS PIC X(2).
       77 CONTROLSOL-STATUS PIC X(2).
       77 LISTAESPERA-STATUS PIC X(2).
       77 CIERRE-STATUS PIC X(2).
       77 TOTALES-STATUS PIC X(2).
       77 HISTAGENCIAS-STATUS PIC X(2).
       77 BITACORA-STATUS PIC X(2).
       77 SELLO-LOG PIC X(12) VALUE "BITACORA".
       77 SELLO-TEXTO PIC X(250).
       77 SELLO-SECUENCIA PIC 9(8).
       77 SELLO-CONTROL PIC 9(9).
       77 TOTAL-APROBADOS-BIT PIC 9(7) VALUE 0.
       77 FECHA-CERRADA-HASTA PIC 9(8) VALUE 0.
       01 FECHA-GRUPO-COMP PIC 9(8).
       *> la de hoy, el conteo no cierra o el archivo ya se
       *> proceso en una corrida anterior.
       01 FECHA-HOY-DDMMAAAA PIC 9(8).
       01 FECHA-ESPERADA PIC 9(8).
       01 TABLA-FECHAS-GENERACION.
           03 FECHA-GENERACION OCCURS 6 TIMES PIC 9(8).
       01 TABLA-CANT-REGISTROS.
       77 ALTA-CTL-AGENCIA PIC 9.
       77 ALTA-CTL-FECHA PIC 9(8).

       *> Reglas de precio cargadas en memoria al arrancar. Si el
       *> archivo no esta, la tabla queda vacia y se precia como
       *> siempre (tarifa plana por dia). Los feriados salen del
       *> calendario por sucursal via DiaHabil.
       77 CANT-REGLAS PIC 99 VALUE 0.
       77 MAX-REGLAS PIC 99 VALUE 10.
       01 TABLA-REGLAS.
               05 RGL-SENTIDO    PIC X.
               05 RGL-DIAS       PIC 9(2).

       77 IX-REGLA PIC 99.
       01 ES-FERIADO PIC X VALUE 'N'.
       01 ES-FINDE PIC X VALUE 'N'.

       *> Consulta al calendario de feriados por sucursal (servicio
       *> DiaHabil, funcion E) para el recargo de feriado.
       01 DH-FUNCION PIC X VALUE "E".
       01 DH-FECHA-HASTA PIC 9(8) VALUE 0.
       01 DH-CANTIDAD PIC 9(5) VALUE 0.
       01 DH-TIPO-DIA PIC XX.
           88 DH-DIA-FERIADO VALUE "fe".
       01 DH-FECHA PIC 9(8).
       01 DH-CANTIDAD-RES PIC 9(5).

       *> Letras de las reglas aplicadas al importe del alquiler
       *> recien aprobado (por ejemplo "E L"), para que la agencia
       *> pueda verificar el precio en el listado de APROBADOS.
       01 BLOQUEO-CLAVE             PIC X(21).
       01 DOC-BLOQUEADO             PIC XX.
           88 DOC-ESTA-BLOQUEADO        VALUE "si".

      *> Campania promocional del alquiler aprobado (AplicarCampania,
      *> del TP de Parte 2): el codigo viene en la linea de
      *> ALQUILERES o de la SOLICITUDES, o si viene en blanco, el que
      *> quedo anotado al cotizar o reservar esa patente+fecha. El
      *> descuento se resta del importe ya valuado.
       01 CAMPANIA-MODO             PIC X VALUE "A".
       01 CAMPANIA-CODIGO           PIC X(8).
       01 CAMPANIA-USADA            PIC X(8).
       01 CAMPANIA-AGENCIA          PIC 9.
       01 CAMPANIA-LISTA            PIC 9(6)V99.
       01 CAMPANIA-DESCUENTO        PIC 9(6)V99.
       01 CAMPANIA-ESTADO           PIC XX.
       77 AGENCIA PIC X.
       77 NUMERO-HOJA PIC 999 VALUE 1.
       77 CANT-LINEAS PIC 99 VALUE 0.
       77 AGENCIA-ACTUAL          PIC 9.
       77 GANADOR-AGENCIA         PIC 9        VALUE 9.

       *> Agencia con cupo garantizado vigente para el tamano y la
       *> fecha del grupo actual (ConsultarCupo, del TP de Parte 2):
       *> su SOLICITUDES se procesa antes que el orden de desempate.
       *> 0 = ninguna agencia con cupo en este grupo.
       77 AGENCIA-CUPO            PIC 9        VALUE 0.
       01 CUPO-OP                 PIC X.
       01 CUPO-ESTADO             PIC XX.

       *> Novedades de las agencias: registros "C" (cancelacion) y
       *> "M" (modificacion de fecha o dias) de la SOLICITUDESn, que
       *> referencian un alquiler ya pedido por patente + fecha +
       *> documento. No entran al merge: LEER-SOLICITUD-AGENCIA las
       *> aparta en esta tabla y se aplican con el merge terminado
       *> (APLICAR-NOVEDADES), sobre el maestro via
       *> AplicarNovedadAgencia (TP de Parte 2) o, si el alquiler se
       *> aprobo esta misma noche, sobre NUEVOALQUILERES.
       77 CANT-NOVEDADES          PIC 9(3)     VALUE 0.
       77 MAX-NOVEDADES           PIC 9(3)     VALUE 200.
       77 CANT-NOV-LEIDAS         PIC 9(4)     VALUE 0.
       77 CANT-NOV-PENDIENTES     PIC 9(3)     VALUE 0.
       77 IX-NOV                  PIC 9(3).
       *> Novedades leidas y bajas/modificaciones aplicadas por
       *> agencia, para el historico de eventos por agencia.
       01 TABLA-NOV-AGENCIA.
           03 NOV-AG-ELEM occurs 6 times.
               05 NOV-AG-LEIDAS      PIC 9(6)     VALUE 0.
               05 NOV-AG-BAJAS       PIC 9(6)     VALUE 0.
               05 NOV-AG-MODIF       PIC 9(6)     VALUE 0.
       01 TABLA-NOVEDADES.
           03 NOV-ELEM occurs 200 times.
               05 NOV-AGENCIA        PIC 9.
               05 NOV-TIPO           PIC X.
               05 NOV-PATENTE        PIC X(6).
               05 NOV-FECHA          PIC 9(8).
               05 NOV-TIPODOC        PIC X.
               05 NOV-NRODOC         PIC X(20).
               05 NOV-NUEVA-FECHA    PIC 9(8).
               05 NOV-NUEVOS-DIAS    PIC 9(2).
               05 NOV-CARGO          PIC 9(6)V99.
               05 NOV-ESTADO         PIC XX.
       01 NOVEDAD-VERIFICAR       PIC X        VALUE "V".
       01 NOVEDAD-FECHA           PIC 9(8).
       01 NOVEDAD-DIAS            PIC 9(2).
       01 NOVEDAD-DIAS-SAL        PIC 9(2).
       01 NOVEDAD-IMPORTE         PIC 9(6)V99.
       01 NOVEDAD-CARGO           PIC 9(6)V99.
       01 NOVEDAD-ESTADO          PIC XX.
       01 NOVEDAD-DESCARTA        PIC X.

       01 WS-EOF-GENERAL          PIC X        VALUE 'N'.
           88 EOF-GENERAL                VALUE 'S'.

               05 TA-TIPODOC         PIC X.
               05 TA-NRODOC          PIC X(20).
               05 TA-CANTDIAS        PIC 9(2).
               05 TA-CAMPANIA        PIC X(8).
               05 TA-TIPOREG         PIC X.
                   88 TA-ES-NOVEDAD        VALUE "C" "M".
               05 TA-NUEVA-FECHA     PIC 9(8).
               05 TA-NUEVOS-DIAS     PIC 9(2).
               05 TA-STATUS          PIC XX.

       *> Totales por agencia (0 = ALQUILERES, 1..CANT-AGENCIAS = las
           03  FILLER    PIC X(17) VALUE
          "Cantidad de días ".
           03  E7-TOTDIASPATENTE      PIC 9999 .
           03  FILLER PIC X(14) VALUE
           "    Importe   ".
           03 E7-TOTPATENTE-ENTEROS      PIC 9999999.
           03 FILLER PIC X VALUE ",".
           03  E7-TOTPATENTE-DECIMALES PIC 99.
           
           PERFORM VERIFICAR-EOF-GENERAL.
           PERFORM IMPRIMIR-ENCABEZADO-1-Y-2.
           PERFORM PROCESO1 UNTIL EOF-GENERAL.
           PERFORM APLICAR-NOVEDADES.
           PERFORM AVISAR-TOTALES-INCOMPLETOS.
           PERFORM IMPRIMIR-TOT-GRAL.
           PERFORM IMPRIMIR-TOT-AGENCIAS.
           PERFORM IMPRIMIR-TOT-COLOR.
           PERFORM IMPRIMIR-TOT-SUCURSAL.
           PERFORM GRABAR-TOTALES-CORRIDA.
           PERFORM GRABAR-HISTORICO-AGENCIAS.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM LIMPIAR-CHECKPOINT.
           PERFORM GRABAR-CONTROL-SOLICITUDES.
           IF ES-CORRIDA-TARDIA
               PERFORM CERRAR-AGENCIAS-TARDIAS
           END-IF.
           MOVE "FIN" TO BIT-EVENTO.
           MOVE 0 TO TOTAL-APROBADOS-BIT.
           PERFORM SUMAR-APROBADOS-BIT
           IF BITACORA-STATUS IS EQUAL TO 00
               MOVE FUNCTION CURRENT-DATE(1:8) TO BIT-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO BIT-HORA
               MOVE REG-BITACORA(1:80) TO SELLO-TEXTO
               CALL "EncadenarRegistro" USING SELLO-LOG, SELLO-TEXTO,
                   SELLO-SECUENCIA, SELLO-CONTROL
               MOVE SELLO-SECUENCIA TO BIT-SECUENCIA
               MOVE SELLO-CONTROL TO BIT-CONTROL
               WRITE REG-BITACORA
               CLOSE BITACORA
           END-IF.
           PERFORM CARGAR-CONTROL-SOLICITUDES.
           PERFORM LEER-CIERRE-PERIODOS.
           PERFORM LEER-CHECKPOINT.
           PERFORM LEER-MODO-CORRIDA.
           PERFORM CARGAR-AGENCIAS-TARDIAS.

           IF ES-CORRIDA-TARDIA
               OPEN INPUT ALQMAESTRO
               IF ALQMAESTRO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR MAESTRO ALQUILERES FS: "
                       ALQMAESTRO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT ALQUILERES
               IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ALQUILERES FS: "
                       ALQUILERES-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM ABRIR-SOLICITUD-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.

               STOP RUN
           END-IF.

           PERFORM ABRIR-RESPUESTA-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.

           PERFORM CARGAR-REGLAS-PRECIO.

           PERFORM INICIALIZAR-ORDEN-PRIORIDAD.

       LEER-MODO-CORRIDA.
           MOVE 'N' TO WS-MODO-TARDIO.
           OPEN INPUT CORRIDATARDIA.
           IF CORRIDATARDIA-STATUS IS EQUAL TO 00
               READ CORRIDATARDIA RECORD AT END
                   MOVE SPACES TO CTAR-MODO
               END-READ
               IF CTAR-MODO IS EQUAL TO "S"
                   MOVE 'S' TO WS-MODO-TARDIO
               END-IF
               CLOSE CORRIDATARDIA
           END-IF.

       *> Sin AGENCIAS-TARDIAS.dat todas las agencias estan en la
       *> noche, como siempre.
       CARGAR-AGENCIAS-TARDIAS.
           PERFORM LIMPIAR-AGENCIA-TARDIA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS-MAX.
           OPEN INPUT AGTARDIAS.
           IF AGTARDIAS-STATUS IS EQUAL TO 00
               READ AGTARDIAS RECORD AT END
                   MOVE 10 TO AGTARDIAS-STATUS
               END-READ
               PERFORM REGISTRAR-AGENCIA-TARDIA UNTIL
                   AGTARDIAS-STATUS IS NOT EQUAL TO 00
               CLOSE AGTARDIAS
           END-IF.
           PERFORM DETERMINAR-AGENCIA-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS-MAX.

       LIMPIAR-AGENCIA-TARDIA.
           MOVE SPACE TO TARD-ESTADO-AG(AGENCIA-ACTUAL).
           MOVE 0 TO TARD-FECHA-AG(AGENCIA-ACTUAL).

       REGISTRAR-AGENCIA-TARDIA.
           IF TARD-AGENCIA IS NUMERIC AND TARD-AGENCIA >= 1
               AND TARD-AGENCIA <= CANT-AGENCIAS-MAX
               MOVE TARD-ESTADO TO TARD-ESTADO-AG(TARD-AGENCIA)
               MOVE TARD-FECHA TO TARD-FECHA-AG(TARD-AGENCIA)
           END-IF.
           READ AGTARDIAS RECORD AT END
               MOVE 10 TO AGTARDIAS-STATUS
           END-READ.

       *> Una agencia inactiva queda como si ya hubiera llegado a
       *> fin de archivo (con su trailer visto), asi el merge, el
       *> fin de archivo general y los controles la pasan de largo.
       DETERMINAR-AGENCIA-ACTIVA.
           IF ES-CORRIDA-TARDIA
               IF TARD-ESTADO-AG(AGENCIA-ACTUAL) IS EQUAL TO "L"
                   MOVE 'S' TO AG-ACTIVA(AGENCIA-ACTUAL)
               ELSE
                   MOVE 'N' TO AG-ACTIVA(AGENCIA-ACTUAL)
               END-IF
           ELSE IF TARD-ESTADO-AG(AGENCIA-ACTUAL) IS EQUAL TO "P"
               MOVE 'N' TO AG-ACTIVA(AGENCIA-ACTUAL)
               IF AGENCIA-ACTUAL IS NOT GREATER THAN CANT-AGENCIAS
                   DISPLAY "SOLICITUDES" AGENCIA-ACTUAL " NO LLEGO: "
                       "QUEDA PARA LA CORRIDA TARDIA"
               END-IF
           ELSE
               MOVE 'S' TO AG-ACTIVA(AGENCIA-ACTUAL)
           END-IF.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'N'
               MOVE HIGH-VALUE TO TA-CLAVE(AGENCIA-ACTUAL)
               MOVE SPACES TO TA-TIPOREG(AGENCIA-ACTUAL)
               MOVE "10" TO TA-STATUS(AGENCIA-ACTUAL)
               MOVE 'S' TO TRAILER-VISTO(AGENCIA-ACTUAL)
           END-IF.

       ABRIR-SOLICITUD-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM ABRIR-SOLICITUD-AGENCIA
           END-IF.

       ABRIR-RESPUESTA-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM ABRIR-RESPUESTA-AGENCIA
           END-IF.

       *> Las agencias conciliadas en la corrida tardia pasan de L
       *> a C; el resto de AGENCIAS-TARDIAS queda como estaba.
       CERRAR-AGENCIAS-TARDIAS.
           OPEN OUTPUT AGTARDIAS.
           IF AGTARDIAS-STATUS IS EQUAL TO 00
               PERFORM GRABAR-AGENCIA-TARDIA
                   VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
                   AGENCIA-ACTUAL > CANT-AGENCIAS-MAX
               CLOSE AGTARDIAS
           ELSE
               DISPLAY "ERROR ABRIR AGENCIAS-TARDIAS FS: "
                   AGTARDIAS-STATUS
           END-IF.

       GRABAR-AGENCIA-TARDIA.
           IF TARD-ESTADO-AG(AGENCIA-ACTUAL) IS EQUAL TO "L"
               MOVE "C" TO TARD-ESTADO-AG(AGENCIA-ACTUAL)
           END-IF.
           IF TARD-ESTADO-AG(AGENCIA-ACTUAL) IS NOT EQUAL TO SPACE
               MOVE SPACES TO REG-AGTARDIAS
               MOVE AGENCIA-ACTUAL TO TARD-AGENCIA
               MOVE TARD-FECHA-AG(AGENCIA-ACTUAL) TO TARD-FECHA
               MOVE TARD-ESTADO-AG(AGENCIA-ACTUAL) TO TARD-ESTADO
               WRITE REG-AGTARDIAS
           END-IF.

       *> Ambos archivos de reglas son opcionales: si no estan, las
       *> tablas quedan vacias y el precio queda plano como siempre.
       CARGAR-REGLAS-PRECIO.
               MOVE 10 TO REGLASPRECIO-STATUS
           END-READ.

       *> Abre la RESPUESTAn de la agencia AGENCIA-ACTUAL, con el
       *> mismo criterio de reinicio que RECHAZADOS/NUEVOALQUILERES:
       *> en una corrida reiniciada se sigue agregando a lo ya
       *> cronologico y acotado a MAX-CONTROL entradas (las mas
       *> viejas rotan hacia afuera).
       GRABAR-CONTROL-SOLICITUDES.
           PERFORM AGREGAR-CONTROL-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.
           OPEN OUTPUT CONTROLSOL.
                   CONTROLSOL-STATUS
           END-IF.

       AGREGAR-CONTROL-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM AGREGAR-CONTROL-AGENCIA
           END-IF.

       AGREGAR-CONTROL-AGENCIA.
           MOVE AGENCIA-ACTUAL TO ALTA-CTL-AGENCIA.
           MOVE FECHA-GENERACION(AGENCIA-ACTUAL) TO ALTA-CTL-FECHA.
       *> procesada; recien entonces se lee el primer registro real
       *> y arranca el merge.
       VALIDAR-CONTROL-AGENCIAS.
           PERFORM VALIDAR-CONTROL-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.

       VALIDAR-CONTROL-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM VALIDAR-CONTROL-AGENCIA
           END-IF.

       VALIDAR-CONTROL-AGENCIA.
           IF TA-STATUS(AGENCIA-ACTUAL) IS EQUAL TO 10
               DISPLAY "SOLICITUDES" AGENCIA-ACTUAL " VACIA O SIN "
           *> En una corrida reiniciada desde checkpoint el archivo
           *> ya paso estos controles en la corrida que aborto; si
           *> el reinicio cruza la medianoche, exigir la fecha de
           *> hoy frustraria justamente el reinicio. En la corrida
           *> tardia la fecha esperada es la que anoto la noche en
           *> AGENCIAS-TARDIAS, aunque ya sea otro dia.
           IF ES-CORRIDA-TARDIA
               MOVE TARD-FECHA-AG(AGENCIA-ACTUAL) TO FECHA-ESPERADA
           ELSE
               MOVE FECHA-HOY-DDMMAAAA TO FECHA-ESPERADA
           END-IF.
           IF NOT ES-RESTART
               IF FECHA-GENERACION(AGENCIA-ACTUAL) IS NOT EQUAL TO
                   FECHA-ESPERADA
                   DISPLAY "SOLICITUDES" AGENCIA-ACTUAL
                       " CON FECHA DE GENERACION "
                       FECHA-GENERACION(AGENCIA-ACTUAL)
                       " QUE NO ES LA ESPERADA " FECHA-ESPERADA
                       " - SE CORTA LA CORRIDA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           COMPUTE OP-ELEM(IX-ORDEN) = IX-ORDEN - 1.

       CERRAR-ARCHIVOS.
           IF ES-CORRIDA-TARDIA
               CLOSE ALQMAESTRO
           ELSE
               CLOSE ALQUILERES
           END-IF.
           PERFORM CERRAR-SOLICITUD-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.
           CLOSE NUEVOALQUILERES.
           CLOSE RECHHIST.
           CLOSE LISTAESPERA.

       CERRAR-SOLICITUD-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM CERRAR-SOLICITUD-AGENCIA
           END-IF.

       CERRAR-SOLICITUD-AGENCIA.
           IF AGENCIA-ACTUAL IS EQUAL TO 1
               CLOSE SOLICITUDES1
               WRITE REG-RESPUESTA6 FROM LINEA-RESPUESTA
           END-IF.

       GRABAR-RESPUESTA-NOVEDAD.
           IF AGENCIA-ACTUAL IS EQUAL TO 1
               WRITE REG-RESPUESTA1 FROM LINEA-RESPUESTA-NOVEDAD
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 2
               WRITE REG-RESPUESTA2 FROM LINEA-RESPUESTA-NOVEDAD
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 3
               WRITE REG-RESPUESTA3 FROM LINEA-RESPUESTA-NOVEDAD
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 4
               WRITE REG-RESPUESTA4 FROM LINEA-RESPUESTA-NOVEDAD
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 5
               WRITE REG-RESPUESTA5 FROM LINEA-RESPUESTA-NOVEDAD
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 6
               WRITE REG-RESPUESTA6 FROM LINEA-RESPUESTA-NOVEDAD
           END-IF.

       *> En la corrida tardia ALQUILERES no participa del merge.
       LEER-ALQ.
           IF ES-CORRIDA-TARDIA
               MOVE HIGH-VALUE TO CLAVE-ALQ
               MOVE "10" TO ALQUILERES-STATUS
           ELSE
               READ ALQUILERES RECORD AT END
                   MOVE HIGH-VALUE TO CLAVE-ALQ
               END-READ
               IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
                   DISPLAY "ERROR LEER ALQUILERES FS: "
                       ALQUILERES-STATUS
               END-IF
           END-IF.

       *> Lee la SOLICITUDESn de cada agencia activa y vuelca clave,
       *> aca todo el merge/desempate trabaja sobre esa tabla, no
       *> sobre los REG-SOLICITUDESn de cada archivo fisico.
       LEER-TODAS-SOLICITUDES.
           PERFORM LEER-SOLICITUD-SI-ACTIVA
               VARYING AGENCIA-ACTUAL FROM 1 BY 1 UNTIL
               AGENCIA-ACTUAL > CANT-AGENCIAS.

       LEER-SOLICITUD-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-ACTUAL) IS EQUAL TO 'S'
               PERFORM LEER-SOLICITUD-AGENCIA
           END-IF.

       *> Proximo registro de solicitud de AGENCIA-ACTUAL: las
       *> novedades (C/M) que aparezcan en el camino se apartan a
       *> TABLA-NOVEDADES, asi el merge solo ve solicitudes.
       LEER-SOLICITUD-AGENCIA.
           PERFORM LEER-SOLICITUD-FISICA.
           PERFORM DESVIAR-NOVEDAD-AGENCIA UNTIL
               TA-STATUS(AGENCIA-ACTUAL) IS NOT EQUAL TO "00"
               OR NOT TA-ES-NOVEDAD(AGENCIA-ACTUAL)
               OR TA-PATENTE(AGENCIA-ACTUAL) IS EQUAL TO "HEADER".

       DESVIAR-NOVEDAD-AGENCIA.
           ADD 1 TO CANT-NOV-LEIDAS.
           ADD 1 TO NOV-AG-LEIDAS(AGENCIA-ACTUAL).
           IF CANT-NOVEDADES IS LESS THAN MAX-NOVEDADES
               ADD 1 TO CANT-NOVEDADES
               MOVE AGENCIA-ACTUAL TO NOV-AGENCIA(CANT-NOVEDADES)
               MOVE TA-TIPOREG(AGENCIA-ACTUAL) TO
                   NOV-TIPO(CANT-NOVEDADES)
               MOVE TA-PATENTE(AGENCIA-ACTUAL) TO
                   NOV-PATENTE(CANT-NOVEDADES)
               MOVE TA-FECHA(AGENCIA-ACTUAL) TO
                   NOV-FECHA(CANT-NOVEDADES)
               MOVE TA-TIPODOC(AGENCIA-ACTUAL) TO
                   NOV-TIPODOC(CANT-NOVEDADES)
               MOVE TA-NRODOC(AGENCIA-ACTUAL) TO
                   NOV-NRODOC(CANT-NOVEDADES)
               MOVE TA-NUEVA-FECHA(AGENCIA-ACTUAL) TO
                   NOV-NUEVA-FECHA(CANT-NOVEDADES)
               MOVE TA-NUEVOS-DIAS(AGENCIA-ACTUAL) TO
                   NOV-NUEVOS-DIAS(CANT-NOVEDADES)
               MOVE 0 TO NOV-CARGO(CANT-NOVEDADES)
               MOVE SPACES TO NOV-ESTADO(CANT-NOVEDADES)
           ELSE
               DISPLAY "TABLA DE NOVEDADES LLENA, SE DEVUELVE: "
                   TA-CLAVE(AGENCIA-ACTUAL)
               MOVE TA-PATENTE(AGENCIA-ACTUAL) TO RNV-PATENTE
               MOVE TA-FECHA(AGENCIA-ACTUAL) TO RNV-FECHA
               MOVE TA-TIPOREG(AGENCIA-ACTUAL) TO RNV-TIPO
               MOVE "R" TO RNV-RESULTADO
               MOVE 9 TO RNV-MOTIVO
               MOVE 0 TO RNV-CARGO
               PERFORM GRABAR-RESPUESTA-NOVEDAD
           END-IF.
           PERFORM LEER-SOLICITUD-FISICA.

       LEER-SOLICITUD-FISICA.
           IF AGENCIA-ACTUAL IS EQUAL TO 1
               PERFORM LEER-SOL1
           ELSE IF AGENCIA-ACTUAL IS EQUAL TO 2
           MOVE CLAVE-SOL1 TO TA-CLAVE(1).
           MOVE SOL1-TIPODOC TO TA-TIPODOC(1).
           MOVE SOL1-NRODOC TO TA-NRODOC(1).
           MOVE SOL1-CAMPANIA TO TA-CAMPANIA(1).
           MOVE SOL1-TIPOREG TO TA-TIPOREG(1).
           MOVE SOL1-NUEVA-FECHA TO TA-NUEVA-FECHA(1).
           MOVE SOL1-NUEVOS-DIAS TO TA-NUEVOS-DIAS(1).
           IF SOL1-CANTDIAS IS NOT NUMERIC OR SOL1-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(1)
           MOVE CLAVE-SOL2 TO TA-CLAVE(2).
           MOVE SOL2-TIPODOC TO TA-TIPODOC(2).
           MOVE SOL2-NRODOC TO TA-NRODOC(2).
           MOVE SOL2-CAMPANIA TO TA-CAMPANIA(2).
           MOVE SOL2-TIPOREG TO TA-TIPOREG(2).
           MOVE SOL2-NUEVA-FECHA TO TA-NUEVA-FECHA(2).
           MOVE SOL2-NUEVOS-DIAS TO TA-NUEVOS-DIAS(2).
           IF SOL2-CANTDIAS IS NOT NUMERIC OR SOL2-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(2)
           MOVE CLAVE-SOL3 TO TA-CLAVE(3).
           MOVE SOL3-TIPODOC TO TA-TIPODOC(3).
           MOVE SOL3-NRODOC TO TA-NRODOC(3).
           MOVE SOL3-CAMPANIA TO TA-CAMPANIA(3).
           MOVE SOL3-TIPOREG TO TA-TIPOREG(3).
           MOVE SOL3-NUEVA-FECHA TO TA-NUEVA-FECHA(3).
           MOVE SOL3-NUEVOS-DIAS TO TA-NUEVOS-DIAS(3).
           IF SOL3-CANTDIAS IS NOT NUMERIC OR SOL3-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(3)
           MOVE CLAVE-SOL4 TO TA-CLAVE(4).
           MOVE SOL4-TIPODOC TO TA-TIPODOC(4).
           MOVE SOL4-NRODOC TO TA-NRODOC(4).
           MOVE SOL4-CAMPANIA TO TA-CAMPANIA(4).
           MOVE SOL4-TIPOREG TO TA-TIPOREG(4).
           MOVE SOL4-NUEVA-FECHA TO TA-NUEVA-FECHA(4).
           MOVE SOL4-NUEVOS-DIAS TO TA-NUEVOS-DIAS(4).
           IF SOL4-CANTDIAS IS NOT NUMERIC OR SOL4-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(4)
           MOVE CLAVE-SOL5 TO TA-CLAVE(5).
           MOVE SOL5-TIPODOC TO TA-TIPODOC(5).
           MOVE SOL5-NRODOC TO TA-NRODOC(5).
           MOVE SOL5-CAMPANIA TO TA-CAMPANIA(5).
           MOVE SOL5-TIPOREG TO TA-TIPOREG(5).
           MOVE SOL5-NUEVA-FECHA TO TA-NUEVA-FECHA(5).
           MOVE SOL5-NUEVOS-DIAS TO TA-NUEVOS-DIAS(5).
           IF SOL5-CANTDIAS IS NOT NUMERIC OR SOL5-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(5)
           MOVE CLAVE-SOL6 TO TA-CLAVE(6).
           MOVE SOL6-TIPODOC TO TA-TIPODOC(6).
           MOVE SOL6-NRODOC TO TA-NRODOC(6).
           MOVE SOL6-CAMPANIA TO TA-CAMPANIA(6).
           MOVE SOL6-TIPOREG TO TA-TIPOREG(6).
           MOVE SOL6-NUEVA-FECHA TO TA-NUEVA-FECHA(6).
           MOVE SOL6-NUEVOS-DIAS TO TA-NUEVOS-DIAS(6).
           IF SOL6-CANTDIAS IS NOT NUMERIC OR SOL6-CANTDIAS
               IS EQUAL TO ZERO
               MOVE 1 TO TA-CANTDIAS(6)
               PERFORM IMPRIMIR-ENCABEZADO-PATENTE-SI-FALTA
           END-IF.
           PERFORM INICIALIZAR-FLAGS.
           IF ES-CORRIDA-TARDIA
               PERFORM VERIFICAR-CLAVE-MAESTRO
           END-IF.
           PERFORM DETERMINAR-GRUPO-VALIDO.
           PERFORM DETERMINAR-AGENCIA-CUPO.
           IF AGENCIA-CUPO IS NOT EQUAL TO 0
               MOVE AGENCIA-CUPO TO AGENCIA-ACTUAL
               PERFORM POS-SOLICITUD-AGENCIA
           END-IF.
           PERFORM PROCESAR-AGENCIA-EN-ORDEN
               VARYING IX-ORDEN FROM 1 BY 1 UNTIL
               IX-ORDEN > CANT-AGENCIAS + 1.
       PROCESAR-AGENCIA-EN-ORDEN.
           IF OP-ELEM(IX-ORDEN) IS EQUAL TO 0
               PERFORM POS-ALQUILERES
           ELSE IF OP-ELEM(IX-ORDEN) IS NOT EQUAL TO AGENCIA-CUPO
               MOVE OP-ELEM(IX-ORDEN) TO AGENCIA-ACTUAL
               PERFORM POS-SOLICITUD-AGENCIA
           END-IF.

       *> Antes del desempate normal: la primera agencia (en el
       *> orden de prioridad) que pide esta patente+fecha y tiene
       *> cupo garantizado sin completar para el tamano del vehiculo
       *> pasa adelante. Pasada la fecha de liberacion del cupo la
       *> agencia compite como todas.
       DETERMINAR-AGENCIA-CUPO.
           MOVE 0 TO AGENCIA-CUPO.
           IF GRUPO-VALIDO IS EQUAL TO 'SI'
               AND WS-SALTEAR-GRUPO IS EQUAL TO 'N'
               MOVE "C" TO CUPO-OP
               PERFORM BUSCAR-AGENCIA-CUPO
                   VARYING IX-ORDEN FROM 1 BY 1 UNTIL
                   IX-ORDEN > CANT-AGENCIAS + 1
                   OR AGENCIA-CUPO IS NOT EQUAL TO 0
           END-IF.

       BUSCAR-AGENCIA-CUPO.
           IF OP-ELEM(IX-ORDEN) IS NOT EQUAL TO 0
               MOVE OP-ELEM(IX-ORDEN) TO AGENCIA-ACTUAL
               IF TA-CLAVE(AGENCIA-ACTUAL) IS EQUAL TO CLAVE-MENOR
                   CALL "ConsultarCupo" USING CUPO-OP,
                       AGENCIA-ACTUAL, AUT-TAMAÑO,
                       TA-FECHA(AGENCIA-ACTUAL), CUPO-ESTADO
                   IF CUPO-ESTADO IS EQUAL TO "00"
                       MOVE AGENCIA-ACTUAL TO AGENCIA-CUPO
                   END-IF
               END-IF
           END-IF.

       *> Todo auto aprobado a una agencia dentro de su cupo (tamano,
       *> fecha, antes de la liberacion) descuenta del cupo del dia,
       *> haya tenido que pasar adelante o no.
       ASENTAR-USO-CUPO.
           MOVE "U" TO CUPO-OP.
           CALL "ConsultarCupo" USING CUPO-OP, AGENCIA-ACTUAL,
               AUT-TAMAÑO, TA-FECHA(AGENCIA-ACTUAL), CUPO-ESTADO.

       INICIALIZAR-FLAGS.
          MOVE 'NO' TO  FLAG-CLAVE-APROB.
          MOVE 9 TO GANADOR-AGENCIA.
            MOVE 'NO' TO  FLAG-CLAVE-RECH
          END-IF.

       *> Corrida tardia: si la clave ya esta en el maestro (en
       *> cualquier estado) la noche ya la adjudico, y para el
       *> desempate es como si ALQUILERES la hubiera ganado: toda
       *> solicitud tardia por esa clave va a motivo 1 y a la lista
       *> de espera, con la agencia del maestro como ganadora.
       VERIFICAR-CLAVE-MAESTRO.
           MOVE CLAVE-MENOR TO MAE-CLAVE.
           READ ALQMAESTRO RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'SI' TO FLAG-CLAVE-APROB
                   MOVE MAE-AGENCIA TO GANADOR-AGENCIA
           END-READ.
           IF ALQMAESTRO-STATUS IS NOT EQUAL TO 00 AND 23
               DISPLAY "ERROR LEER MAESTRO ALQUILERES FS: "
                   ALQMAESTRO-STATUS
           END-IF.

       POS-ALQUILERES.
           MOVE 0 TO AGENCIA.
           IF CLAVE-MENOR IS EQUAL TO CLAVE-ALQ
                   MOVE REG-ALQUILERES TO REG-NUEVOALQUILERES
                   MOVE 0 TO NUEVOALQ-AGENCIA
                   MOVE 1 TO NUEVOALQ-CANTDIAS
                   MOVE ALQ-CAMPANIA TO CAMPANIA-CODIGO
                   MOVE 0 TO CAMPANIA-AGENCIA
                   PERFORM APLICAR-CAMPANIA
                   WRITE REG-NUEVOALQUILERES
                   ADD NUEVOALQ-IMPORTE TO TOTPATENTE
                   ADD NUEVOALQ-CANTDIAS TO TOTDIASPATENTE
                   ADD NUEVOALQ-IMPORTE TO TOTAG-IMPORTE(1)
                   ADD 1 TO TOTAG-CANT(1)
                   PERFORM ACUMULAR-TAMANIO-COLOR
               END-IF
                    MOVE TA-NRODOC(AGENCIA-ACTUAL) TO NUEVOALQ-NRODOC
                    MOVE TA-CANTDIAS(AGENCIA-ACTUAL) TO
                        NUEVOALQ-CANTDIAS
                    PERFORM VALUAR-SOLICITUD
                    MOVE TA-CAMPANIA(AGENCIA-ACTUAL) TO
                        CAMPANIA-CODIGO
                    MOVE AGENCIA-ACTUAL TO CAMPANIA-AGENCIA
                    PERFORM APLICAR-CAMPANIA
                    MOVE AGENCIA-ACTUAL TO NUEVOALQ-AGENCIA
                    WRITE REG-NUEVOALQUILERES
                    PERFORM ASENTAR-USO-CUPO
                    ADD NUEVOALQ-IMPORTE TO TOTPATENTE
                    ADD TA-CANTDIAS(AGENCIA-ACTUAL) TO TOTDIASPATENTE
                    COMPUTE IX-TOTAG = AGENCIA-ACTUAL + 1
           CALL "ClienteBloqueado" USING BLOQUEO-TIPO,
               BLOQUEO-CLAVE, CLVMENOR-FECHA, DOC-BLOQUEADO.

       *> Valua la SOLICITUD aprobada. Un traslado con chofer
       *> (marcado en traslados.dat desde Cotizaciones) lleva el
       *> precio fijo de la ruta para el tamano del vehiculo, sin
       *> reglas de precio; el resto, y un traslado cuya ruta no
       *> tiene tarifa vigente, se valua por dia como siempre.
       VALUAR-SOLICITUD.
           CALL "BuscarTarifaRuta" USING CLVMENOR-PATENTE,
               TA-FECHA(AGENCIA-ACTUAL), AUT-TAMAÑO, PRECIO-RUTA,
               RUTA-ESTADO.
           IF RUTA-ESTADO IS EQUAL TO "00"
               MOVE PRECIO-RUTA TO NUEVOALQ-IMPORTE
               MOVE "RUT" TO REGLAS-APLICADAS
           ELSE
               CALL "BuscarTarifaVigente" USING CLVMENOR-PATENTE,
                   TA-FECHA(AGENCIA-ACTUAL), TARIFA-DIA,
                   TARIFA-ESTADO
               IF TARIFA-ESTADO IS NOT EQUAL TO "00"
                   MOVE AUT-IMPORTE TO TARIFA-DIA
               END-IF
               COMPUTE NUEVOALQ-IMPORTE ROUNDED =
                   TARIFA-DIA * TA-CANTDIAS(AGENCIA-ACTUAL)
               PERFORM APLICAR-REGLAS-PRECIO
           END-IF.

       *> Resta del importe valuado el descuento de la campania
       *> promocional, si la hay y el alquiler es elegible; la marca
       *> "C" en REGLAS-APLICADAS lo deja ver en el listado.
       APLICAR-CAMPANIA.
           MOVE NUEVOALQ-IMPORTE TO CAMPANIA-LISTA.
           CALL "AplicarCampania" USING CAMPANIA-MODO,
               CAMPANIA-CODIGO, NUEVOALQ-PATENTE, NUEVOALQ-FECHA,
               CAMPANIA-AGENCIA, CAMPANIA-LISTA, CAMPANIA-USADA,
               CAMPANIA-DESCUENTO, CAMPANIA-ESTADO.
           IF CAMPANIA-ESTADO IS EQUAL TO "00"
               SUBTRACT CAMPANIA-DESCUENTO FROM NUEVOALQ-IMPORTE
               IF REGLAS-APLICADAS IS NOT EQUAL TO "RUT"
                   MOVE "C" TO REGLAS-APLICADAS(2:1)
               END-IF
           END-IF.

       *> Ajusta NUEVOALQ-IMPORTE con las reglas comerciales que le
       *> caben al alquiler recien valuado: recargo de feriado (E) o,
       *> si no es feriado, de fin de semana (F) segun la fecha de
       DETERMINAR-FERIADO-Y-FINDE.
           MOVE 'N' TO ES-FERIADO.
           MOVE 'N' TO ES-FINDE.
           DIVIDE TA-FECHA(AGENCIA-ACTUAL) BY 1000000
               GIVING DD-REGLA REMAINDER RESTO-FECHA-REGLA.
           DIVIDE RESTO-FECHA-REGLA BY 10000
           IF DIA-SEMANA-REGLA IS EQUAL TO 6 OR 0
               MOVE 'S' TO ES-FINDE
           END-IF.
           CALL "DiaHabil" USING DH-FUNCION, AUT-SUCURSAL,
               FECHA-COMP-REGLA, DH-FECHA-HASTA, DH-CANTIDAD,
               DH-TIPO-DIA, DH-FECHA, DH-CANTIDAD-RES.
           IF DH-DIA-FERIADO
               MOVE 'S' TO ES-FERIADO
           END-IF.

               ADD 3 TO CANT-LINEAS
           END-IF.    
           MOVE TOTDIASPATENTE TO E7-TOTDIASPATENTE.
           MOVE TOTPATENTE(1:7) TO  E7-TOTPATENTE-ENTEROS.
           MOVE TOTPATENTE(8:2) TO E7-TOTPATENTE-DECIMALES.
           DISPLAY ENCABEZADO7.
           DISPLAY ENCABEZADO9.
           DISPLAY ENCABEZADO9.
       
           
       *> Novedades de las agencias, con el merge ya terminado:
       *> primero contra el maestro; las que no encuentran ahi el
       *> alquiler ("23": aprobado esta misma noche, todavia no
       *> cargado) se buscan en NUEVOALQUILERES. Cada novedad vuelve
       *> a su agencia como una linea de la RESPUESTAn.
       APLICAR-NOVEDADES.
           MOVE 0 TO CANT-NOV-PENDIENTES.
           PERFORM APLICAR-NOVEDAD-MAESTRO
               VARYING IX-NOV FROM 1 BY 1 UNTIL
               IX-NOV > CANT-NOVEDADES.
           IF CANT-NOV-PENDIENTES IS GREATER THAN 0
               PERFORM APLICAR-NOVEDADES-NOCHE
           END-IF.
           PERFORM RESPONDER-NOVEDAD
               VARYING IX-NOV FROM 1 BY 1 UNTIL
               IX-NOV > CANT-NOVEDADES.

       APLICAR-NOVEDAD-MAESTRO.
           CALL "AplicarNovedadAgencia" USING NOV-TIPO(IX-NOV),
               NOV-AGENCIA(IX-NOV), NOV-PATENTE(IX-NOV),
               NOV-FECHA(IX-NOV), NOV-TIPODOC(IX-NOV),
               NOV-NRODOC(IX-NOV), NOV-NUEVA-FECHA(IX-NOV),
               NOV-NUEVOS-DIAS(IX-NOV), NOVEDAD-DIAS-SAL,
               NOVEDAD-IMPORTE, NOV-CARGO(IX-NOV), NOV-ESTADO(IX-NOV).
           IF NOV-ESTADO(IX-NOV) IS EQUAL TO "23"
               ADD 1 TO CANT-NOV-PENDIENTES
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "00"
               AND NOV-TIPO(IX-NOV) IS EQUAL TO "M"
               AND NOV-NUEVA-FECHA(IX-NOV) IS NOT EQUAL TO 0
               AND NOV-NUEVA-FECHA(IX-NOV) IS NOT EQUAL TO
                   NOV-FECHA(IX-NOV)
               PERFORM GRABAR-ALQUILER-MODIFICADO
           END-IF.

       *> Cambio de fecha sobre el maestro: el original ya quedo
       *> liberado; el alquiler de la fecha nueva sigue el camino de
       *> cualquier aprobado (choferes, carga, Principal).
       GRABAR-ALQUILER-MODIFICADO.
           MOVE NOV-PATENTE(IX-NOV) TO NUEVOALQ-PATENTE.
           MOVE NOV-NUEVA-FECHA(IX-NOV) TO NUEVOALQ-FECHA.
           MOVE NOV-TIPODOC(IX-NOV) TO NUEVOALQ-TIPODOC.
           MOVE NOV-NRODOC(IX-NOV) TO NUEVOALQ-NRODOC.
           MOVE NOVEDAD-IMPORTE TO NUEVOALQ-IMPORTE.
           MOVE NOV-AGENCIA(IX-NOV) TO NUEVOALQ-AGENCIA.
           MOVE NOVEDAD-DIAS-SAL TO NUEVOALQ-CANTDIAS.
           WRITE REG-NUEVOALQUILERES.

       *> Novedades sobre alquileres aprobados en esta corrida: se
       *> rearma NUEVOALQUILERES pasando por NUEVOALQTRAB, sacando
       *> las cancelaciones (sin cargo: el alquiler no llego a
       *> existir) y ajustando fecha, dias e importe de las
       *> modificaciones. Al final queda abierto EXTEND como lo
       *> espera CERRAR-ARCHIVOS.
       APLICAR-NOVEDADES-NOCHE.
           CLOSE NUEVOALQUILERES.
           OPEN INPUT NUEVOALQUILERES.
           OPEN OUTPUT NUEVOALQTRAB.
           IF NUEVOALQUILERES-STATUS IS EQUAL TO 00
               AND NUEVOALQTRAB-STATUS IS EQUAL TO 00
               PERFORM LEER-NUEVOALQ
               PERFORM FILTRAR-NUEVOALQ UNTIL
                   NUEVOALQUILERES-STATUS IS NOT EQUAL TO 00
               CLOSE NUEVOALQUILERES
               CLOSE NUEVOALQTRAB
               PERFORM DEVOLVER-NUEVOALQ
           ELSE
               DISPLAY "ERROR ABRIR NUEVOALQTRAB FS: "
                   NUEVOALQTRAB-STATUS " " NUEVOALQUILERES-STATUS
               CLOSE NUEVOALQUILERES
               CLOSE NUEVOALQTRAB
           END-IF.
           OPEN EXTEND NUEVOALQUILERES.

       LEER-NUEVOALQ.
           READ NUEVOALQUILERES RECORD AT END CONTINUE.

       FILTRAR-NUEVOALQ.
           MOVE 'N' TO NOVEDAD-DESCARTA.
           PERFORM BUSCAR-NOVEDAD-NOCHE
               VARYING IX-NOV FROM 1 BY 1 UNTIL
               IX-NOV > CANT-NOVEDADES.
           IF NOVEDAD-DESCARTA IS EQUAL TO 'N'
               WRITE REG-NUEVOALQTRAB FROM REG-NUEVOALQUILERES
           END-IF.
           PERFORM LEER-NUEVOALQ.

       BUSCAR-NOVEDAD-NOCHE.
           IF NOV-ESTADO(IX-NOV) IS EQUAL TO "23"
               AND NOV-AGENCIA(IX-NOV) IS EQUAL TO NUEVOALQ-AGENCIA
               AND NOV-PATENTE(IX-NOV) IS EQUAL TO NUEVOALQ-PATENTE
               AND NOV-FECHA(IX-NOV) IS EQUAL TO NUEVOALQ-FECHA
               AND NOV-TIPODOC(IX-NOV) IS EQUAL TO NUEVOALQ-TIPODOC
               AND NOV-NRODOC(IX-NOV) IS EQUAL TO NUEVOALQ-NRODOC
               PERFORM APLICAR-NOVEDAD-NOCHE
           END-IF.

       APLICAR-NOVEDAD-NOCHE.
           IF NOV-TIPO(IX-NOV) IS EQUAL TO "C"
               MOVE 'S' TO NOVEDAD-DESCARTA
               MOVE 0 TO NOV-CARGO(IX-NOV)
               MOVE "00" TO NOV-ESTADO(IX-NOV)
           ELSE
               PERFORM MODIFICAR-NUEVOALQ
           END-IF.

       *> Los dias nuevos se controlan contra el maestro, reservas y
       *> taller (modo "V"); el importe se ajusta en proporcion a los
       *> dias, igual que sobre el maestro.
       MODIFICAR-NUEVOALQ.
           IF NOV-NUEVA-FECHA(IX-NOV) IS EQUAL TO 0
               MOVE NUEVOALQ-FECHA TO NOVEDAD-FECHA
           ELSE
               MOVE NOV-NUEVA-FECHA(IX-NOV) TO NOVEDAD-FECHA
           END-IF.
           IF NOV-NUEVOS-DIAS(IX-NOV) IS EQUAL TO 0
               MOVE NUEVOALQ-CANTDIAS TO NOVEDAD-DIAS
           ELSE
               MOVE NOV-NUEVOS-DIAS(IX-NOV) TO NOVEDAD-DIAS
           END-IF.
           CALL "AplicarNovedadAgencia" USING NOVEDAD-VERIFICAR,
               NOV-AGENCIA(IX-NOV), NOV-PATENTE(IX-NOV),
               NOV-FECHA(IX-NOV), NOV-TIPODOC(IX-NOV),
               NOV-NRODOC(IX-NOV), NOVEDAD-FECHA, NOVEDAD-DIAS,
               NOVEDAD-DIAS-SAL, NOVEDAD-IMPORTE, NOVEDAD-CARGO,
               NOVEDAD-ESTADO.
           IF NOVEDAD-ESTADO IS EQUAL TO "00"
               COMPUTE NUEVOALQ-IMPORTE ROUNDED = NUEVOALQ-IMPORTE *
                   NOVEDAD-DIAS / NUEVOALQ-CANTDIAS
               MOVE NOVEDAD-DIAS TO NUEVOALQ-CANTDIAS
               MOVE NOVEDAD-FECHA TO NUEVOALQ-FECHA
           END-IF.
           MOVE 0 TO NOV-CARGO(IX-NOV).
           MOVE NOVEDAD-ESTADO TO NOV-ESTADO(IX-NOV).

       DEVOLVER-NUEVOALQ.
           OPEN INPUT NUEVOALQTRAB.
           OPEN OUTPUT NUEVOALQUILERES.
           IF NUEVOALQTRAB-STATUS IS EQUAL TO 00
               AND NUEVOALQUILERES-STATUS IS EQUAL TO 00
               PERFORM LEER-NUEVOALQTRAB
               PERFORM COPIAR-NUEVOALQTRAB UNTIL
                   NUEVOALQTRAB-STATUS IS NOT EQUAL TO 00
           ELSE
               DISPLAY "ERROR REARMAR NUEVOALQUILERES FS: "
                   NUEVOALQUILERES-STATUS " " NUEVOALQTRAB-STATUS
           END-IF.
           CLOSE NUEVOALQTRAB.
           CLOSE NUEVOALQUILERES.

       LEER-NUEVOALQTRAB.
           READ NUEVOALQTRAB RECORD AT END CONTINUE.

       COPIAR-NUEVOALQTRAB.
           WRITE REG-NUEVOALQUILERES FROM REG-NUEVOALQTRAB.
           PERFORM LEER-NUEVOALQTRAB.

       RESPONDER-NOVEDAD.
           MOVE NOV-AGENCIA(IX-NOV) TO AGENCIA-ACTUAL.
           MOVE NOV-PATENTE(IX-NOV) TO RNV-PATENTE.
           MOVE NOV-FECHA(IX-NOV) TO RNV-FECHA.
           MOVE NOV-TIPO(IX-NOV) TO RNV-TIPO.
           MOVE NOV-CARGO(IX-NOV) TO RNV-CARGO.
           MOVE "R" TO RNV-RESULTADO.
           IF NOV-ESTADO(IX-NOV) IS EQUAL TO "00"
               MOVE "A" TO RNV-RESULTADO
               MOVE 0 TO RNV-MOTIVO
               PERFORM CONTAR-NOVEDAD-AGENCIA
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "23"
               MOVE 1 TO RNV-MOTIVO
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "02"
               MOVE 2 TO RNV-MOTIVO
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "03"
               MOVE 3 TO RNV-MOTIVO
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "04"
               MOVE 4 TO RNV-MOTIVO
           ELSE IF NOV-ESTADO(IX-NOV) IS EQUAL TO "05"
               MOVE 5 TO RNV-MOTIVO
           ELSE
               MOVE 9 TO RNV-MOTIVO
           END-IF.
           PERFORM GRABAR-RESPUESTA-NOVEDAD.

       CONTAR-NOVEDAD-AGENCIA.
           IF NOV-TIPO(IX-NOV) IS EQUAL TO "C"
               ADD 1 TO NOV-AG-BAJAS(AGENCIA-ACTUAL)
           ELSE
               ADD 1 TO NOV-AG-MODIF(AGENCIA-ACTUAL)
           END-IF.

       *> Los totales (TOTGRAL, TOTAG-*, TAM-*, COL-*) son contadores
       *> en memoria, no se reconstruyen desde CHECKPOINT.dat: un
       *> grupo saltado por venir cubierto por el checkpoint de una
               MOVE TOTGRAL TO TOT-GRAL-SAL
               PERFORM CARGAR-TOTAL-AGENCIA-SAL
                   VARYING IX-TOTAG FROM 1 BY 1 UNTIL IX-TOTAG > 7
               MOVE CANT-NOV-LEIDAS TO TOT-NOVEDADES
               WRITE REG-TOTALES
               CLOSE TOTALES
           ELSE
                   TOTALES-STATUS
           END-IF.

       *> Una linea por agencia y evento: SO solicitudes recibidas
       *> (sin las novedades), AP aprobadas, CA bajas y MO
       *> modificaciones aplicadas. Un historico que no abre no corta
       *> la corrida: el tablero de agencias queda sin esta noche.
       GRABAR-HISTORICO-AGENCIAS.
           OPEN EXTEND HISTAGENCIAS.
           IF HISTAGENCIAS-STATUS IS NOT EQUAL TO 00
               OPEN OUTPUT HISTAGENCIAS
           END-IF.
           IF HISTAGENCIAS-STATUS IS EQUAL TO 00
               PERFORM GRABAR-HISTORICO-SI-ACTIVA
                   VARYING AGENCIA-NUM FROM 1 BY 1 UNTIL
                   AGENCIA-NUM > CANT-AGENCIAS
               CLOSE HISTAGENCIAS
           ELSE
               DISPLAY "ERROR ABRIR HISTAGENCIAS FS: "
                   HISTAGENCIAS-STATUS
           END-IF.

       GRABAR-HISTORICO-SI-ACTIVA.
           IF AG-ACTIVA(AGENCIA-NUM) IS EQUAL TO 'S'
               PERFORM GRABAR-HISTORICO-AGENCIA
           END-IF.

       GRABAR-HISTORICO-AGENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HAG-FECHA-CORRIDA.
           MOVE AGENCIA-NUM TO HAG-AGENCIA.
           MOVE "SO" TO HAG-EVENTO.
           COMPUTE HAG-CANTIDAD = CANT-REGISTROS-AG(AGENCIA-NUM)
               - NOV-AG-LEIDAS(AGENCIA-NUM).
           WRITE REG-HISTAGENCIAS.
           MOVE "AP" TO HAG-EVENTO.
           MOVE TOTAG-CANT(AGENCIA-NUM + 1) TO HAG-CANTIDAD.
           WRITE REG-HISTAGENCIAS.
           MOVE "CA" TO HAG-EVENTO.
           MOVE NOV-AG-BAJAS(AGENCIA-NUM) TO HAG-CANTIDAD.
           WRITE REG-HISTAGENCIAS.
           MOVE "MO" TO HAG-EVENTO.
           MOVE NOV-AG-MODIF(AGENCIA-NUM) TO HAG-CANTIDAD.
           WRITE REG-HISTAGENCIAS.

       CARGAR-TOTAL-AGENCIA-SAL.
           MOVE TOTAG-CANT(IX-TOTAG) TO TOT-AG-CANT(IX-TOTAG).
           MOVE TOTAG-IMPORTE(IX-TOTAG) TO TOT-AG-IMPORTE(IX-TOTAG).
