002000*           CUENTAS INEXISTENTES O NO CASTIGADAS SALEN A         *
002100*           RCPRECH CON MOTIVO. EL REPORTE MENSUAL DE            *
002200*           RECUPERADO CONTRA CASTIGADO LO EMITE RMYD1RCR.       *
002210*           CADA PAGO APLICADO SE ATRIBUYE ADEMAS A LA AGENCIA   *
002220*           EXTERNA QUE TENIA LA CUENTA ASIGNADA EN LA FECHA DEL *
002230*           PAGO (ASGCOB - RMYD1ASG): SE ACUMULA EN LA           *
002240*           ASIGNACION Y SE GRABA EN RECAGEN (RMYD1RAG), LA      *
002250*           REVERSA CON VALOR NEGATIVO, PARA LA LIQUIDACION DE   *
002260*           COMISIONES DE RMYD1ASL.                              *
002300*----------------------------------------------------------------*
002400*  HISTORIAL DE MODIFICACIONES                                   *
002500*  FECHA       INIC  DESCRIPCION                                 *
002600*  02/09/2026  DS    VERSION INICIAL.                            *
002620*  15/10/2026  DS    ATRIBUCION DE RECUPERACIONES A AGENCIAS     *
002640*                    EXTERNAS DE COBRO (ASGCOB / RECAGEN).       *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005400     SELECT RECHAZOS-FILE  ASSIGN TO RCPRECH
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS   IS WS-RCH-STATUS.
005605
005610     SELECT ASIGNAC-FILE   ASSIGN TO ASGCOB
005615            ORGANIZATION IS INDEXED
005620            ACCESS MODE   IS DYNAMIC
005625            RECORD KEY    IS DFH-ASG-LLAVE
005630            FILE STATUS   IS WS-ASG-STATUS.
005635
005640     SELECT RECAGEN-FILE   ASSIGN TO RECAGEN
005645            ORGANIZATION IS LINE SEQUENTIAL
005650            FILE STATUS   IS WS-RAG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  RECHAZO-LINEA                PIC X(080).
008305
008310 FD  ASIGNAC-FILE
008315     RECORDING MODE IS F
008320     LABEL RECORDS ARE STANDARD.
008325     COPY RMYD1ASG.
008330
008335 FD  RECAGEN-FILE
008340     RECORDING MODE IS F
008345     LABEL RECORDS ARE STANDARD.
008350     COPY RMYD1RAG.
008400
008500 WORKING-STORAGE SECTION.
008600 COPY RMYD1BTA.
009000 77  WS-GLM-STATUS                PIC X(02).
009100 77  WS-GLP-STATUS                PIC X(02).
009200 77  WS-RCH-STATUS                PIC X(02).
009210 77  WS-ASG-STATUS                PIC X(02).
009220     88 ASG-OK                       VALUE '00'.
009230 77  WS-RAG-STATUS                PIC X(02).
009240 77  WS-SW-ATRIBUCION             PIC X(01).
009250     88 ATRIBUCION-ACTIVA            VALUE 'S'.
009260 77  WS-SW-FIN-HISTORIA           PIC X(01).
009270     88 FIN-HISTORIA                 VALUE 'S'.
009280 77  WS-SW-HALLADO                PIC X(01).
009290     88 ENTRADA-HALLADA              VALUE 'S'.
009300 77  WS-SW-FIN-PAGOS              PIC X(01).
009400     88 FIN-PAGOS                    VALUE 'S'.
009500 77  WS-SW-CTA-VALIDA             PIC X(01).
010600 77  WS-CTAS-ACTUALIZADAS         PIC 9(007) COMP.
010700 77  WS-CTAS-SALDADAS             PIC 9(007) COMP.
010800 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
010810 77  WS-PAGOS-ATRIBUIDOS          PIC 9(007) COMP.
010820 77  WS-PAGOS-SIN-AGENCIA         PIC 9(007) COMP.
010830 77  WS-VALOR-ATRIBUIDO           PIC S9(009)V99 COMP-3.
010840
010850 01  WS-LLAVE-ATRIBUIDA.
010860     05 WS-LT-CUENTA              PIC X(013).
010870     05 WS-LT-FECHA               PIC 9(008).
010900
011000 01  WS-RECHAZO-DET.
011100     05 WR-CUENTA                 PIC X(013).
014500                  WS-PAGOS-RECHAZADOS WS-CTAS-ACTUALIZADAS
014600                  WS-CTAS-SALDADAS WS-PARTIDAS-GENERADAS
014700                  WS-RECUPERADO-CUENTA.
014720     MOVE ZERO TO WS-PAGOS-ATRIBUIDOS WS-PAGOS-SIN-AGENCIA.
014740     MOVE 'N'  TO WS-SW-ATRIBUCION.
014800     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
014900     OPEN INPUT  RECUPER-FILE.
015000     OPEN I-O    CUENTAS-FILE.
015500         CLOSE PARTIDAS-FILE
015600         OPEN OUTPUT PARTIDAS-FILE
015700     END-IF.
015705*    SIN ASGCOB NO HAY CARTERA EN AGENCIAS Y NADA QUE ATRIBUIR.
015710     OPEN I-O    ASIGNAC-FILE.
015715     IF ASG-OK
015720         MOVE 'S' TO WS-SW-ATRIBUCION
015725         OPEN EXTEND RECAGEN-FILE
015730         IF WS-RAG-STATUS EQUAL '05' OR '35'
015735             CLOSE RECAGEN-FILE
015740             OPEN OUTPUT RECAGEN-FILE
015745         END-IF
015750     ELSE
015755         IF WS-ASG-STATUS NOT = '35'
015760             DISPLAY 'RMYD1RCP - ERROR ASIGNAC-FILE '
015765                     WS-ASG-STATUS
015767         END-IF
015770     END-IF.
015800     IF WS-GLM-STATUS NOT = '00'
015900         DISPLAY 'RMYD1RCP - ERROR CTACONT-FILE ' WS-GLM-STATUS
016000         MOVE 'S' TO WS-SW-FIN-PAGOS
019800     IF CUENTA-APTA
019900         ADD DFH-PAGO-VALOR-RECIBIDO TO WS-RECUPERADO-CUENTA
020000         ADD 1 TO WS-PAGOS-APLICADOS
020020         IF ATRIBUCION-ACTIVA
020040             PERFORM 7000-ATRIBUIR-PAGO THRU 7000-EXIT
020060         END-IF
020100     ELSE
020200         ADD 1 TO WS-PAGOS-RECHAZADOS
020250         MOVE DFH-PAGO-REFERENCIA TO WR-REFERENCIA
027000     ADD 1 TO WS-PARTIDAS-GENERADAS.
027100 5500-EXIT.
027200     EXIT.
027201
027202*----------------------------------------------------------------*
027203*  7000-ATRIBUIR-PAGO : BUSCA LA ASIGNACION VIGENTE EN LA FECHA  *
027204*  DEL PAGO (ASIGNADA HASTA ESA FECHA Y SIN FECHA FIN O CON FIN  *
027205*  POSTERIOR), LE ACUMULA EL PAGO Y GRABA LA RECUPERACION DE LA  *
027206*  AGENCIA.                                                      *
027207*----------------------------------------------------------------*
027208 7000-ATRIBUIR-PAGO.
027209     MOVE 'N' TO WS-SW-HALLADO WS-SW-FIN-HISTORIA.
027210     MOVE DFH-NUMERO-CUENTA IN REG-HIST-PAGO
027211       TO DFH-ASG-NUMERO-CUENTA.
027212     MOVE ZERO TO DFH-ASG-FECHA-ASIGNACION.
027213     START ASIGNAC-FILE KEY NOT LESS THAN DFH-ASG-LLAVE
027214         INVALID KEY
027215             MOVE 'S' TO WS-SW-FIN-HISTORIA
027216     END-START.
027217     PERFORM 7010-BUSCAR-ASIGNACION THRU 7010-EXIT
027218         UNTIL FIN-HISTORIA.
027219     IF NOT ENTRADA-HALLADA
027220         ADD 1 TO WS-PAGOS-SIN-AGENCIA
027221         GO TO 7000-EXIT
027222     END-IF.
027223     MOVE WS-LLAVE-ATRIBUIDA TO DFH-ASG-LLAVE.
027224     READ ASIGNAC-FILE
027225         INVALID KEY
027226             ADD 1 TO WS-PAGOS-SIN-AGENCIA
027227             GO TO 7000-EXIT
027228     END-READ.
027229     IF MOV-REVERSA
027230         COMPUTE WS-VALOR-ATRIBUIDO = 0 - DFH-PAGO-VALOR-RECIBIDO
027231     ELSE
027232         MOVE DFH-PAGO-VALOR-RECIBIDO TO WS-VALOR-ATRIBUIDO
027233         IF DFH-PAGO-FECHA-REAL > DFH-ASG-FECHA-ULT-RECUP
027234             MOVE DFH-PAGO-FECHA-REAL TO DFH-ASG-FECHA-ULT-RECUP
027235         END-IF
027236     END-IF.
027237     ADD WS-VALOR-ATRIBUIDO TO DFH-ASG-RECUPERADO.
027238     REWRITE REG-ASIGNACION-AGENCIA
027239         INVALID KEY
027240             DISPLAY 'RMYD1RCP - ERROR AL REGRABAR ASIGNACION '
027241                     DFH-ASG-NUMERO-CUENTA ' ' WS-ASG-STATUS
027242             GO TO 7000-EXIT
027243     END-REWRITE.
027244     MOVE DFH-ASG-AGENCIA          TO DFH-RAG-AGENCIA.
027245     MOVE DFH-ASG-NUMERO-CUENTA    TO DFH-RAG-NUMERO-CUENTA.
027246     MOVE DFH-ASG-FECHA-ASIGNACION TO DFH-RAG-FECHA-ASIGNACION.
027247     MOVE DFH-PAGO-FECHA-REAL      TO DFH-RAG-FECHA-PAGO.
027248     MOVE WS-VALOR-ATRIBUIDO       TO DFH-RAG-VALOR.
027249     MOVE DFH-PAGO-REFERENCIA      TO DFH-RAG-REFERENCIA.
027250     MOVE WS-FECHA-PROCESO         TO DFH-RAG-FECHA-PROCESO.
027251     WRITE REG-RECUPERACION-AGENCIA.
027252     ADD 1 TO WS-PAGOS-ATRIBUIDOS.
027253 7000-EXIT.
027254     EXIT.
027255
027256 7010-BUSCAR-ASIGNACION.
027257     READ ASIGNAC-FILE NEXT RECORD
027258         AT END
027259             MOVE 'S' TO WS-SW-FIN-HISTORIA
027260             GO TO 7010-EXIT
027261     END-READ.
027262     IF DFH-ASG-NUMERO-CUENTA NOT =
027263        DFH-NUMERO-CUENTA IN REG-HIST-PAGO
027264        OR DFH-ASG-FECHA-ASIGNACION > DFH-PAGO-FECHA-REAL
027265         MOVE 'S' TO WS-SW-FIN-HISTORIA
027266         GO TO 7010-EXIT
027267     END-IF.
027268     IF DFH-ASG-FECHA-FIN = ZERO
027269        OR DFH-PAGO-FECHA-REAL < DFH-ASG-FECHA-FIN
027270         MOVE 'S'           TO WS-SW-HALLADO
027271         MOVE DFH-ASG-LLAVE TO WS-LLAVE-ATRIBUIDA
027272     END-IF.
027273 7010-EXIT.
027274     EXIT.
027300
027400*----------------------------------------------------------------*
027500*  3000-FINALIZAR                                                 *
028900             WS-CTAS-SALDADAS.
029000     DISPLAY 'RMYD1RCP - PARTIDAS GENERADAS: '
029100             WS-PARTIDAS-GENERADAS.
029120     DISPLAY 'RMYD1RCP - PAGOS ATRIB AGENC : '
029140             WS-PAGOS-ATRIBUIDOS.
029160     DISPLAY 'RMYD1RCP - PAGOS SIN AGENCIA : '
029180             WS-PAGOS-SIN-AGENCIA.
029200     CLOSE RECUPER-FILE CUENTAS-FILE CTACONT-FILE
029300           RECHAZOS-FILE PARTIDAS-FILE.
029320     IF ATRIBUCION-ACTIVA
029340         CLOSE ASIGNAC-FILE RECAGEN-FILE
029360     END-IF.
029400     MOVE 'RMYD1RCP' TO DFH-BTA-PROGRAMA.
029500     MOVE 'F'        TO DFH-BTA-ACCION.
029600     MOVE WS-PAGOS-LEIDOS TO DFH-BTA-LEIDOS.
