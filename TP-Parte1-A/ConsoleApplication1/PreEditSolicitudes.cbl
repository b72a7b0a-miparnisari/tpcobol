       *> pasada: la SELECT de entrada y la de salida toman el
       *> nombre fisico de una variable, y una tabla fija de
       *> pares entrada/salida/reingreso alimenta el ciclo.
       *>
       *> Una SOLICITUDESn que todavia no llego no frena la noche:
       *> la agencia queda pendiente en AGENCIAS-TARDIAS.dat y la
       *> conciliacion sigue sin ella. En la corrida tardia
       *> (CORRIDA-TARDIA.dat, la arma CorridaDiaria.cmd TARDIA)
       *> solo se pre-editan las pendientes que ya llegaron, y
       *> quedan marcadas para que la conciliacion las tome.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TEMPORAL ASSIGN TO
           "..\..\..\Files\preedit-temporal.tmp".

       *> Historico de eventos por agencia (lo acumulan el pre-edit,
       *> la conciliacion, PromoverEspera y Retiros, con la fecha de
       *> corrida adelante): base del tablero mensual de agencias.
           SELECT HISTAGENCIAS ASSIGN TO
           "..\..\..\Files\HISTAGENCIAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTAGENCIAS-STATUS.

           SELECT CORRIDATARDIA ASSIGN TO
           "..\..\..\Files\CORRIDA-TARDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORRIDATARDIA-STATUS.

           SELECT AGTARDIAS ASSIGN TO
           "..\..\..\Files\AGENCIAS-TARDIAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGTARDIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

               03  FILLER        PIC X VALUE SPACES.
               03  CUAR-MOTIVO   PIC X(12).
               03  FILLER        PIC X VALUE SPACES.
               03  CUAR-LINEA    PIC X(56).

        FD    HISTAGENCIAS  LABEL RECORD STANDARD.
        01    REG-HISTAGENCIAS.
               03  HAG-FECHA-CORRIDA PIC 9(8).
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-AGENCIA   PIC 9.
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-EVENTO    PIC X(2).
               03  FILLER        PIC X VALUE SPACES.
               03  HAG-CANTIDAD  PIC 9(6).

        FD    CORRIDATARDIA  LABEL RECORD STANDARD.
        01    REG-CORRIDATARDIA.
               03  CTAR-MODO     PIC X.

       *> Una linea por agencia cuya SOLICITUDES no llego a la
       *> corrida de la noche: P = pendiente, L = llego y ya paso
       *> el pre-edit, C = conciliada en la corrida tardia. La
       *> fecha es la de generacion que tiene que traer el header.
        FD    AGTARDIAS  LABEL RECORD STANDARD.
        01    REG-AGTARDIAS.
               03  TARD-AGENCIA  PIC 9.
               03  FILLER        PIC X VALUE SPACES.
               03  TARD-FECHA    PIC 9(8).
               03  FILLER        PIC X VALUE SPACES.
               03  TARD-ESTADO   PIC X.

        FD    CONTROL-REPORTE  LABEL RECORD STANDARD.
        01    LINEA-CONTROL PIC X(84).
       77 REINGRESO-STATUS PIC X(2).
       77 CUARENTENA-STATUS PIC X(2).
       77 CONTROL-STATUS PIC X(2).
       77 HISTAGENCIAS-STATUS PIC X(2).
       77 CORRIDATARDIA-STATUS PIC X(2).
       77 AGTARDIAS-STATUS PIC X(2).
       77 WS-EXIT PIC X.

       01 NOMBRE-ENTRADA PIC X(40).
               05 TAR-SALIDA     PIC X(40).
               05 TAR-REINGRESO  PIC X(40).
               05 TAR-CON-CONTROL PIC X.
               05 TAR-PROCESAR   PIC X.
       77 IX-ARCHIVO PIC 9.
       77 IX-AGENCIA PIC 9.

       01 WS-MODO-TARDIO PIC X VALUE "N".
           88 ES-CORRIDA-TARDIA VALUE "S".
       01 FECHA-HOY-DDMMAAAA PIC 9(8).

       *> Estado de cada agencia en AGENCIAS-TARDIAS (espacio = no
       *> figura) y la fecha de generacion esperada.
       01 TABLA-TARDIAS.
           03 TT-ELEM OCCURS 6 TIMES.
               05 TT-ESTADO      PIC X.
               05 TT-FECHA       PIC 9(8).
       77 CANT-PENDIENTES PIC 9 VALUE 0.
       77 CANT-A-PROCESAR PIC 9 VALUE 0.

       *> Cantidad de agencias socias activas: mantener en sincro
       *> con CANT-AGENCIAS de la conciliacion. Las SOLICITUDES por

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR-TABLA.
           PERFORM LEER-MODO-CORRIDA.
           PERFORM DETERMINAR-ARCHIVOS.
           *> La corrida tardia agrega a la cuarentena de la noche
           *> en vez de pisarla.
           IF ES-CORRIDA-TARDIA
               OPEN EXTEND CUARENTENA
               IF CUARENTENA-STATUS IS NOT EQUAL TO 00
                   OPEN OUTPUT CUARENTENA
               END-IF
           ELSE
               OPEN OUTPUT CUARENTENA
           END-IF.
           OPEN OUTPUT CONTROL-REPORTE.
           OPEN EXTEND HISTAGENCIAS.
           IF HISTAGENCIAS-STATUS IS NOT EQUAL TO 00
               OPEN OUTPUT HISTAGENCIAS
           END-IF.
           PERFORM PROCESAR-SI-CORRESPONDE
               VARYING IX-ARCHIVO FROM 1 BY 1 UNTIL
               IX-ARCHIVO > CANT-AGENCIAS + 1.
           CLOSE CUARENTENA.
           CLOSE CONTROL-REPORTE.
           CLOSE HISTAGENCIAS.
           PERFORM GRABAR-AGENCIAS-TARDIAS.
           IF ES-CORRIDA-TARDIA AND CANT-A-PROCESAR IS EQUAL TO 0
               DISPLAY "PREEDIT: NINGUNA SOLICITUDES PENDIENTE "
                   "LLEGO TODAVIA"
           END-IF.
           IF TOTAL-CUARENTENA IS EQUAL TO 0
               MOVE 0 TO RETURN-CODE
           ELSE
               TO TAR-REINGRESO(7).
           MOVE "S" TO TAR-CON-CONTROL(7).

       *> Corrida tardia si CORRIDA-TARDIA.dat existe y lo pide;
       *> sin el archivo es la corrida de la noche, como siempre.
       LEER-MODO-CORRIDA.
           MOVE "N" TO WS-MODO-TARDIO.
           OPEN INPUT CORRIDATARDIA.
           IF CORRIDATARDIA-STATUS IS EQUAL TO 00
               READ CORRIDATARDIA RECORD AT END
                   MOVE SPACES TO CTAR-MODO
               END-READ
               IF CTAR-MODO IS EQUAL TO "S"
                   MOVE "S" TO WS-MODO-TARDIO
               END-IF
               CLOSE CORRIDATARDIA
           END-IF.

       *> De noche se procesan ALQUILERES y toda SOLICITUDES que
       *> haya llegado; la que falta queda pendiente. En la corrida
       *> tardia solo las pendientes que ahora estan.
       DETERMINAR-ARCHIVOS.
           MOVE FUNCTION CURRENT-DATE(7:2) TO
               FECHA-HOY-DDMMAAAA(1:2).
           MOVE FUNCTION CURRENT-DATE(5:2) TO
               FECHA-HOY-DDMMAAAA(3:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO
               FECHA-HOY-DDMMAAAA(5:4).
           PERFORM LIMPIAR-TARDIA
               VARYING IX-AGENCIA FROM 1 BY 1 UNTIL IX-AGENCIA > 6.
           IF ES-CORRIDA-TARDIA
               PERFORM CARGAR-AGENCIAS-TARDIAS
               MOVE "N" TO TAR-PROCESAR(1)
           ELSE
               MOVE "S" TO TAR-PROCESAR(1)
               ADD 1 TO CANT-A-PROCESAR
           END-IF.
           PERFORM DETERMINAR-ARCHIVO-AGENCIA
               VARYING IX-ARCHIVO FROM 2 BY 1 UNTIL
               IX-ARCHIVO > CANT-AGENCIAS + 1.

       LIMPIAR-TARDIA.
           MOVE SPACE TO TT-ESTADO(IX-AGENCIA).
           MOVE 0 TO TT-FECHA(IX-AGENCIA).

       CARGAR-AGENCIAS-TARDIAS.
           OPEN INPUT AGTARDIAS.
           IF AGTARDIAS-STATUS IS EQUAL TO 00
               READ AGTARDIAS RECORD AT END
                   MOVE 10 TO AGTARDIAS-STATUS
               END-READ
               PERFORM REGISTRAR-AGENCIA-TARDIA UNTIL
                   AGTARDIAS-STATUS IS NOT EQUAL TO 00
               CLOSE AGTARDIAS
           END-IF.

       REGISTRAR-AGENCIA-TARDIA.
           IF TARD-AGENCIA IS NUMERIC AND TARD-AGENCIA >= 1
               AND TARD-AGENCIA <= 6
               MOVE TARD-ESTADO TO TT-ESTADO(TARD-AGENCIA)
               MOVE TARD-FECHA TO TT-FECHA(TARD-AGENCIA)
           END-IF.
           READ AGTARDIAS RECORD AT END
               MOVE 10 TO AGTARDIAS-STATUS
           END-READ.

       DETERMINAR-ARCHIVO-AGENCIA.
           COMPUTE IX-AGENCIA = IX-ARCHIVO - 1.
           MOVE "N" TO TAR-PROCESAR(IX-ARCHIVO).
           MOVE TAR-ENTRADA(IX-ARCHIVO) TO NOMBRE-ENTRADA.
           OPEN INPUT ENTRADA.
           IF ENTRADA-STATUS IS EQUAL TO 00
               CLOSE ENTRADA
           END-IF.
           IF ES-CORRIDA-TARDIA
               IF TT-ESTADO(IX-AGENCIA) IS EQUAL TO "P"
                   AND ENTRADA-STATUS IS EQUAL TO 00
                   MOVE "S" TO TAR-PROCESAR(IX-ARCHIVO)
                   MOVE "L" TO TT-ESTADO(IX-AGENCIA)
                   ADD 1 TO CANT-A-PROCESAR
               END-IF
           ELSE IF ENTRADA-STATUS IS EQUAL TO "35"
               MOVE "P" TO TT-ESTADO(IX-AGENCIA)
               MOVE FECHA-HOY-DDMMAAAA TO TT-FECHA(IX-AGENCIA)
               ADD 1 TO CANT-PENDIENTES
               DISPLAY "PREEDIT: " TAR-ENTRADA(IX-ARCHIVO)(16:16)
                   " NO LLEGO, QUEDA PARA LA CORRIDA TARDIA"
           ELSE
               MOVE "S" TO TAR-PROCESAR(IX-ARCHIVO)
               ADD 1 TO CANT-A-PROCESAR
           END-IF.

       PROCESAR-SI-CORRESPONDE.
           IF TAR-PROCESAR(IX-ARCHIVO) IS EQUAL TO "S"
               PERFORM PROCESAR-UN-ARCHIVO
           END-IF.

       *> De noche el archivo se arma de nuevo con las pendientes
       *> de hoy (las de dias anteriores que nunca llegaron caen);
       *> la corrida tardia lo regraba con las que pasaron a L.
       GRABAR-AGENCIAS-TARDIAS.
           OPEN OUTPUT AGTARDIAS.
           IF AGTARDIAS-STATUS IS EQUAL TO 00
               PERFORM GRABAR-AGENCIA-TARDIA
                   VARYING IX-AGENCIA FROM 1 BY 1 UNTIL
                   IX-AGENCIA > 6
               CLOSE AGTARDIAS
           ELSE
               DISPLAY "PREEDIT: NO SE PUDO GRABAR "
                   "AGENCIAS-TARDIAS FS: " AGTARDIAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-AGENCIA-TARDIA.
           IF TT-ESTADO(IX-AGENCIA) IS NOT EQUAL TO SPACE
               MOVE IX-AGENCIA TO TARD-AGENCIA
               MOVE TT-FECHA(IX-AGENCIA) TO TARD-FECHA
               MOVE TT-ESTADO(IX-AGENCIA) TO TARD-ESTADO
               WRITE REG-AGTARDIAS
           END-IF.

       *> Cada archivo se arma via SORT por clave: el procedimiento
       *> de entrada libera los registros validos del archivo de la
       *> agencia y los del reingreso de cuarentena, y el de salida
                   MOVE "FECHA INVAL." TO MOTIVO-CUARENTENA
               END-IF
           END-IF.
           IF REGISTRO-VALIDO IS EQUAL TO "S"
               AND TAR-CON-CONTROL(IX-ARCHIVO) IS EQUAL TO "S"
               PERFORM VALIDAR-NOVEDAD
           END-IF.

      *> Las SOLICITUDESn traen, ademas de solicitudes (tipo de
      *> registro en blanco o "S"), cancelaciones ("C") y
      *> modificaciones ("M") de alquileres ya pedidos; una
      *> modificacion tiene que traer fecha nueva y/o dias nuevos.
       VALIDAR-NOVEDAD.
           IF REGISTRO-TRABAJO(46:1) IS NOT EQUAL TO SPACE
               AND REGISTRO-TRABAJO(46:1) IS NOT EQUAL TO "S"
               AND REGISTRO-TRABAJO(46:1) IS NOT EQUAL TO "C"
               AND REGISTRO-TRABAJO(46:1) IS NOT EQUAL TO "M"
               MOVE "N" TO REGISTRO-VALIDO
               MOVE "TIPO REG INV" TO MOTIVO-CUARENTENA
           ELSE IF REGISTRO-TRABAJO(46:1) IS EQUAL TO "M"
               AND (REGISTRO-TRABAJO(47:8) IS NOT NUMERIC
               OR REGISTRO-TRABAJO(55:2) IS NOT NUMERIC)
               MOVE "N" TO REGISTRO-VALIDO
               MOVE "MODIF NO NUM" TO MOTIVO-CUARENTENA
           ELSE IF REGISTRO-TRABAJO(46:1) IS EQUAL TO "M"
               AND REGISTRO-TRABAJO(47:10) IS EQUAL TO ZEROES
               MOVE "N" TO REGISTRO-VALIDO
               MOVE "MODIF VACIA" TO MOTIVO-CUARENTENA
           END-IF.

       LIBERAR-REGISTRO-BUENO.
           MOVE REGISTRO-TRABAJO(1:14) TO TEMP-CLAVE.
       MANDAR-A-CUARENTENA.
           MOVE TAR-ENTRADA(IX-ARCHIVO)(16:15) TO CUAR-ARCHIVO.
           MOVE MOTIVO-CUARENTENA TO CUAR-MOTIVO.
           MOVE REGISTRO-TRABAJO(1:56) TO CUAR-LINEA.
           WRITE REG-CUARENTENA.
           ADD 1 TO CANT-CUARENTENA.
           ADD 1 TO TOTAL-CUARENTENA.
           MOVE CANT-REINGRESADOS TO LR-REINGRESADOS.
           WRITE LINEA-CONTROL FROM LINEA-RESUMEN.
           DISPLAY LINEA-RESUMEN.
           IF TAR-CON-CONTROL(IX-ARCHIVO) IS EQUAL TO "S"
               AND HISTAGENCIAS-STATUS IS EQUAL TO 00
               MOVE FUNCTION CURRENT-DATE(1:8) TO HAG-FECHA-CORRIDA
               COMPUTE HAG-AGENCIA = IX-ARCHIVO - 1
               MOVE "CU" TO HAG-EVENTO
               MOVE CANT-CUARENTENA TO HAG-CANTIDAD
               WRITE REG-HISTAGENCIAS
           END-IF.
