002000*           DIRECCION DE RESPALDO DE COBRANZAS. LOS AVISOS       *
002100*           SALEN A COBAVISO PARA EL MISMO SUBSISTEMA DE CORREO  *
002200*           QUE CONSUME LOS AVISOS DE RMYD1NOT.                  *
002210*           UNA CUENTA CON PROMESA DE PAGO ACTIVA (GESTCOB -     *
002220*           RMYD1GES) CUYA FECHA PROMETIDA NO HA PASADO NO       *
002230*           RECIBE CARTA MIENTRAS LA PROMESA ESTE VIGENTE.       *
002300*----------------------------------------------------------------*
002400*  HISTORIAL DE MODIFICACIONES                                   *
002500*  FECHA       INIC  DESCRIPCION                                 *
002600*  02/09/2026  DS    VERSION INICIAL.                            *
002680*  02/09/2026  DS    CUOTDET PASA A ORGANIZACION INDEXADA        *
002690*                    (CLAVE CUENTA+SECUENCIA, VER RMYD1CLD).     *
002692*  15/10/2026  DS    NO SE ENCOLA CARTA A CUENTAS CON PROMESA    *
002694*                    DE PAGO ACTIVA Y VIGENTE EN GESTCOB.        *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004400     SELECT AVISOS-FILE   ASSIGN TO COBAVISO
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS   IS WS-AVI-STATUS.
004610
004620     SELECT GESTIONES-FILE ASSIGN TO GESTCOB
004630            ORGANIZATION IS INDEXED
004640            ACCESS MODE   IS DYNAMIC
004650            RECORD KEY    IS DFH-GES-LLAVE
004660            FILE STATUS   IS WS-GES-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  AVISO-LINEA                  PIC X(112).
006310
006320 FD  GESTIONES-FILE
006330     RECORDING MODE IS F
006340     LABEL RECORDS ARE STANDARD.
006350     COPY RMYD1GES.
006400
006500 WORKING-STORAGE SECTION.
006600 COPY RMYD1BTA.
006800     88 CUO-OK                       VALUE '00'.
006900 77  WS-CTD-STATUS                PIC X(02).
007000 77  WS-AVI-STATUS                PIC X(02).
007010 77  WS-GES-STATUS                PIC X(02).
007020     88 GES-OK                       VALUE '00'.
007030 77  WS-SW-GESTIONES              PIC X(01).
007040     88 GESTIONES-DISPONIBLES        VALUE 'S'.
007050 77  WS-SW-FIN-GESTION            PIC X(01).
007060     88 FIN-GESTIONES-CUENTA         VALUE 'S'.
007070 77  WS-SW-PROMESA                PIC X(01).
007080     88 PROMESA-VIGENTE              VALUE 'S'.
007100 77  WS-SW-FIN-CUOTAS             PIC X(01).
007200     88 FIN-CUOTAS                   VALUE 'S'.
007300 77  WS-SW-CONTACTO-HALLADO       PIC X(01).
007800 77  WS-CUOTAS-LEIDAS             PIC 9(007) COMP.
007900 77  WS-CARTAS-ENCOLADAS          PIC 9(007) COMP.
008000 77  WS-CTAS-SIN-CONTACTO         PIC 9(007) COMP.
008050 77  WS-CARTAS-SUSPENDIDAS        PIC 9(007) COMP.
008100 77  WS-DIRECCION-RESPALDO        PIC X(060)
008200                              VALUE 'COBRANZAS@RESPALDO.LOCAL'.
008300
012600     MOVE 'N'  TO WS-SW-FIN-CUOTAS.
012700     MOVE ZERO TO WS-CUOTAS-LEIDAS WS-CARTAS-ENCOLADAS
012800                  WS-CTAS-SIN-CONTACTO WS-DIAS-MAX-CUENTA.
012850     MOVE ZERO TO WS-CARTAS-SUSPENDIDAS.
012900     ACCEPT WS-FECHA-PROCESO-N FROM DATE YYYYMMDD.
013000     OPEN INPUT  CUOTAS-FILE.
013100     OPEN INPUT  CONTACTO-FILE.
013200     OPEN OUTPUT AVISOS-FILE.
013210     MOVE 'N' TO WS-SW-GESTIONES.
013220     OPEN INPUT  GESTIONES-FILE.
013230     IF GES-OK
013240         MOVE 'S' TO WS-SW-GESTIONES
013250     ELSE
013260         DISPLAY 'RMYD1CRT - SIN GESTIONES DE COBRO '
013265                 WS-GES-STATUS
013270     END-IF.
013300     IF NOT CUO-OK
013400         DISPLAY 'RMYD1CRT - ERROR CUOTAS-FILE ' WS-CUO-STATUS
013500         MOVE 'S' TO WS-SW-FIN-CUOTAS
018000
018100*----------------------------------------------------------------*
018200*  5000-CERRAR-CUENTA : SEGUN EL TRAMO DE MORA DE LA CUENTA,     *
018300*  ENCOLA LA CARTA ESCALONADA QUE CORRESPONDE, SALVO QUE LA      *
018350*  CUENTA TENGA UNA PROMESA DE PAGO VIGENTE.                     *
018400*----------------------------------------------------------------*
018500 5000-CERRAR-CUENTA.
018510     IF WS-DIAS-MAX-CUENTA > ZERO
018520        AND WS-DIAS-MAX-CUENTA <= 90
018530         PERFORM 5200-BUSCAR-PROMESA THRU 5200-EXIT
018540         IF PROMESA-VIGENTE
018550             ADD 1 TO WS-CARTAS-SUSPENDIDAS
018560             MOVE ZERO TO WS-DIAS-MAX-CUENTA
018570             GO TO 5000-EXIT
018580         END-IF
018590     END-IF.
018600     EVALUATE TRUE
018700         WHEN WS-DIAS-MAX-CUENTA NOT > ZERO
018800             CONTINUE
020100     MOVE ZERO TO WS-DIAS-MAX-CUENTA.
020200 5000-EXIT.
020300     EXIT.
020304
020308*----------------------------------------------------------------*
020312*  5200-BUSCAR-PROMESA : RECORRE LAS GESTIONES DE LA CUENTA EN   *
020316*  GESTCOB; HAY PROMESA VIGENTE SI UNA ESTA ACTIVA Y SU FECHA    *
020320*  PROMETIDA NO HA PASADO (LAS VENCIDAS LAS EVALUA RMYD1PPE).    *
020324*----------------------------------------------------------------*
020328 5200-BUSCAR-PROMESA.
020332     MOVE 'N' TO WS-SW-PROMESA.
020336     IF NOT GESTIONES-DISPONIBLES
020340         GO TO 5200-EXIT
020344     END-IF.
020348     MOVE WS-CUENTA-ANTERIOR TO DFH-GES-NUMERO-CUENTA.
020352     MOVE ZERO TO DFH-GES-FECHA DFH-GES-SECUENCIA.
020356     MOVE 'N' TO WS-SW-FIN-GESTION.
020360     START GESTIONES-FILE KEY NOT LESS THAN DFH-GES-LLAVE
020364         INVALID KEY
020368             MOVE 'S' TO WS-SW-FIN-GESTION
020372     END-START.
020376     PERFORM 5210-LEER-GESTION THRU 5210-EXIT
020380         UNTIL FIN-GESTIONES-CUENTA
020384         OR PROMESA-VIGENTE.
020388 5200-EXIT.
020392     EXIT.
020396
020400 5210-LEER-GESTION.
020404     READ GESTIONES-FILE NEXT RECORD
020408         AT END
020412             MOVE 'S' TO WS-SW-FIN-GESTION
020416             GO TO 5210-EXIT
020420     END-READ.
020424     IF DFH-GES-NUMERO-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
020428         MOVE 'S' TO WS-SW-FIN-GESTION
020432         GO TO 5210-EXIT
020436     END-IF.
020440     IF PROMESA-ACTIVA
020444        AND DFH-GES-FECHA-PROMESA NOT < WS-FECHA-PROCESO-N
020448         MOVE 'S' TO WS-SW-PROMESA
020452     END-IF.
020456 5210-EXIT.
020460     EXIT.
020464
020500*----------------------------------------------------------------*
020600*  5500-ENCOLAR-CARTA : DESTINO SEGUN LA VIA PREFERIDA DEL       *
020700*  MAESTRO DE CONTACTO; SIN CONTACTO, A LA DIRECCION DE          *
025600             WS-CARTAS-ENCOLADAS.
025700     DISPLAY 'RMYD1CRT - CTAS SIN CONTACTO : '
025800             WS-CTAS-SIN-CONTACTO.
025810     DISPLAY 'RMYD1CRT - CARTAS SUSPENDIDAS POR PROMESA : '
025820             WS-CARTAS-SUSPENDIDAS.
025900     CLOSE CUOTAS-FILE CONTACTO-FILE AVISOS-FILE.
025910     IF GESTIONES-DISPONIBLES
025920         CLOSE GESTIONES-FILE
025930     END-IF.
026000     MOVE 'RMYD1CRT' TO DFH-BTA-PROGRAMA.
026100     MOVE 'F'        TO DFH-BTA-ACCION.
026200     MOVE WS-CUOTAS-LEIDAS TO DFH-BTA-LEIDOS.
