002000*           CONCEPTOS PRIMADESG Y PRIMAINC DEL MAESTRO GLMMTR    *
002100*           (RMYD1GLM, VER RMYD1TCR / RMYD1PRV), UNA POR         *
002200*           CONCEPTO CON EL TOTAL DEVENGADO DEL MES.             *
002220*           LA POLIZA CON SINIESTRO REPORTADO (SINMTR -          *
002240*           RMYD1SIN) DEJA DE DEVENGAR DESDE LA FECHA DEL        *
002260*           EVENTO, SALVO QUE LA ASEGURADORA LO HAYA DENEGADO.   *
002300*----------------------------------------------------------------*
002400*  HISTORIAL DE MODIFICACIONES                                   *
002500*  FECHA       INIC  DESCRIPCION                                 *
002600*  02/09/2026  DS    VERSION INICIAL.                            *
002620*  15/10/2026  DS    NO SE DEVENGA PRIMA DE LA POLIZA CON        *
002640*                    SINIESTRO NO DENEGADO DESDE LA FECHA DEL    *
002660*                    EVENTO (SINMTR, MANTENIDO POR RMYD1SIM).    *
002670*  15/10/2026  DS    LA EXCLUSION POR SINIESTRO DEPENDE DE UN    *
002680*                    INDICADOR FIJADO AL ABRIR SINMTR Y NO DEL   *
002690*                    ESTADO DE LA ULTIMA LECTURA.                *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS   IS WS-LIQ-STATUS.
005900
005910     SELECT SINIESTROS-FILE ASSIGN TO SINMTR
005920            ORGANIZATION IS INDEXED
005930            ACCESS MODE   IS RANDOM
005940            RECORD KEY    IS DFH-SIN-LLAVE
005950            FILE STATUS   IS WS-SIN-STATUS.
005960
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  POLIZAS-FILE
010100     05 LZ-TOTAL-PRIMAS           PIC S9(013)V99.
010200     05 FILLER                    PIC X(063).
010300
010310 FD  SINIESTROS-FILE
010320     RECORDING MODE IS F
010330     LABEL RECORDS ARE STANDARD.
010340     COPY RMYD1SIN.
010350
010400 WORKING-STORAGE SECTION.
010500 COPY RMYD1BTA.
010600 77  WS-POL-STATUS                PIC X(02).
010900 77  WS-GLM-STATUS                PIC X(02).
011000 77  WS-GLP-STATUS                PIC X(02).
011100 77  WS-LIQ-STATUS                PIC X(02).
011120 77  WS-SIN-STATUS                PIC X(02).
011140     88 SIN-OK                       VALUE '00'.
011160 77  WS-SW-SINMTR                 PIC X(01).
011180     88 SINMTR-DISPONIBLE            VALUE 'S'.
011200 77  WS-SW-FIN-POLIZAS            PIC X(01).
011300     88 FIN-POLIZAS                  VALUE 'S'.
011400 77  WS-SW-CTA-VALIDA             PIC X(01).
012300 77  WS-POLIZAS-DEVENGADAS        PIC 9(007) COMP.
012400 77  WS-POLIZAS-SIN-CUENTA        PIC 9(007) COMP.
012500 77  WS-POLIZAS-NO-VIGENTES       PIC 9(007) COMP.
012550 77  WS-POLIZAS-CON-SINIESTRO     PIC 9(007) COMP.
012600 77  WS-TOTAL-PRIMAS              PIC S9(013)V99 COMP-3.
012700 77  WS-TOTAL-DESGRAVAMEN         PIC S9(013)V99 COMP-3.
012800 77  WS-TOTAL-INCENDIO            PIC S9(013)V99 COMP-3.
015000     MOVE ZERO TO WS-POLIZAS-LEIDAS WS-POLIZAS-DEVENGADAS
015100                  WS-POLIZAS-SIN-CUENTA WS-POLIZAS-NO-VIGENTES
015200                  WS-TOTAL-PRIMAS WS-TOTAL-DESGRAVAMEN
015300                  WS-TOTAL-INCENDIO WS-POLIZAS-CON-SINIESTRO.
015400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
015500     OPEN INPUT  POLIZAS-FILE.
015600     OPEN INPUT  CUENTAS-FILE.
015700     OPEN INPUT  CTACONT-FILE.
015800     OPEN OUTPUT LIQUIDA-FILE.
015820*    SIN MAESTRO DE SINIESTROS (AUN NO CREADO POR RMYD1SIM) NO HAY
015840*    POLIZAS QUE EXCLUIR POR SINIESTRO.
015850     MOVE 'N' TO WS-SW-SINMTR.
015860     OPEN INPUT  SINIESTROS-FILE.
015870     IF SIN-OK
015880         MOVE 'S' TO WS-SW-SINMTR
015890     END-IF.
015900     OPEN EXTEND PARTIDAS-FILE.
016000     IF WS-GLP-STATUS EQUAL '05' OR '35'
016100         CLOSE PARTIDAS-FILE
019000         ADD 1 TO WS-POLIZAS-NO-VIGENTES
019100         GO TO 2000-SIGUIENTE
019200     END-IF.
019205     IF SINMTR-DISPONIBLE
019210         MOVE DFH-POL-LLAVE TO DFH-SIN-LLAVE
019215         READ SINIESTROS-FILE
019220             INVALID KEY
019225                 MOVE SPACES TO DFH-SIN-ESTADO
019230         END-READ
019235         IF DFH-SIN-ESTADO NOT = SPACES
019240            AND NOT SIN-DENEGADO
019245            AND DFH-SIN-FECHA-EVENTO NOT > WS-FECHA-PROCESO
019250             ADD 1 TO WS-POLIZAS-CON-SINIESTRO
019255             GO TO 2000-SIGUIENTE
019260         END-IF
019265     END-IF.
019300     MOVE DFH-POL-NUMERO-CUENTA
019400       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
019500     READ CUENTAS-FILE
025700             WS-POLIZAS-DEVENGADAS.
025800     DISPLAY 'RMYD1PDV - NO VIGENTES       : '
025900             WS-POLIZAS-NO-VIGENTES.
025920     DISPLAY 'RMYD1PDV - CON SINIESTRO     : '
025940             WS-POLIZAS-CON-SINIESTRO.
026000     DISPLAY 'RMYD1PDV - SIN CUENTA        : '
026100             WS-POLIZAS-SIN-CUENTA.
026200     DISPLAY 'RMYD1PDV - TOTAL PRIMAS      : '
026300             WS-TOTAL-PRIMAS.
026400     CLOSE POLIZAS-FILE CUENTAS-FILE CTACONT-FILE
026500           PARTIDAS-FILE LIQUIDA-FILE.
026520     IF SINMTR-DISPONIBLE
026540         CLOSE SINIESTROS-FILE
026560     END-IF.
026600     MOVE 'RMYD1PDV' TO DFH-BTA-PROGRAMA.
026700     MOVE 'F'        TO DFH-BTA-ACCION.
026800     MOVE WS-POLIZAS-LEIDAS TO DFH-BTA-LEIDOS.
