000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1AGM.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : MANTENIMIENTO DEL MAESTRO DE AGENCIAS EXTERNAS DE    *
000900*           COBRO (AGCMTR - RMYD1AGC), AL ESTILO DE RMYD1GLW.    *
001000*           APLICA ALTAS/CAMBIOS CAPTURADOS EN AGCTRAN (IMAGEN   *
001100*           COMPLETA DEL REGISTRO) VALIDANDO CODIGO Y NOMBRE     *
001200*           INFORMADOS, TASA DE COMISION MAYOR QUE CERO Y NO     *
001300*           MAYOR AL 100 POR CIENTO, PLAZO DE ASIGNACION MAYOR   *
001400*           QUE CERO Y ESTADO RECONOCIDO; LO INVALIDO SE RECHAZA *
001500*           CON MOTIVO A AGCRECH. UNA AGENCIA SE DA DE BAJA CON  *
001600*           ESTADO I (INACTIVA); NO RECIBE NUEVAS ASIGNACIONES.  *
001700*----------------------------------------------------------------*
001800*  HISTORIAL DE MODIFICACIONES                                   *
001900*  FECHA       INIC  DESCRIPCION                                 *
002000*  15/10/2026  DS    VERSION INICIAL.                            *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-390.
002500 OBJECT-COMPUTER.  IBM-390.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRANSACC-FILE  ASSIGN TO AGCTRAN
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS   IS WS-TRN-STATUS.
003100
003200     SELECT AGENCIAS-FILE  ASSIGN TO AGCMTR
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS RANDOM
003500            RECORD KEY    IS
003600               DFH-AGC-CODIGO IN REG-AGENCIA-COBRO
003700            FILE STATUS   IS WS-AGC-STATUS.
003800
003900     SELECT RECHAZOS-FILE  ASSIGN TO AGCRECH
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-RCH-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TRANSACC-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY RMYD1AGC REPLACING REG-AGENCIA-COBRO
004900                          BY REG-AGENCIA-COBRO-TRN
005000                          AGENCIA-ACTIVA
005100                          BY TRN-AGENCIA-ACTIVA
005200                          AGENCIA-INACTIVA
005300                          BY TRN-AGENCIA-INACTIVA.
005400
005500 FD  AGENCIAS-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY RMYD1AGC.
005900
006000 FD  RECHAZOS-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  RECHAZO-LINEA                PIC X(080).
006400
006500 WORKING-STORAGE SECTION.
006600 77  WS-TRN-STATUS                PIC X(02).
006700     88 TRN-OK                       VALUE '00'.
006800 77  WS-AGC-STATUS                PIC X(02).
006900 77  WS-RCH-STATUS                PIC X(02).
007000 77  WS-SW-FIN-TRANS              PIC X(01).
007100     88 FIN-TRANSACCIONES            VALUE 'S'.
007200 77  WS-SW-TRANS-VALIDA           PIC X(01).
007300     88 TRANS-VALIDA                 VALUE 'S'.
007400     88 TRANS-INVALIDA               VALUE 'N'.
007500 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
007600 77  WS-TRN-ALTAS                 PIC 9(007) COMP.
007700 77  WS-TRN-CAMBIOS               PIC 9(007) COMP.
007800 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
007900
008000 01  WS-RECHAZO-DET.
008100     05 WR-AGENCIA                PIC X(006).
008200     05 FILLER                    PIC X(002)     VALUE SPACES.
008300     05 WR-MOTIVO                 PIC X(050).
008400     05 FILLER                    PIC X(022)     VALUE SPACES.
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
009000     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
009100         UNTIL FIN-TRANSACCIONES.
009200     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
009300     STOP RUN.
009400
009500*----------------------------------------------------------------*
009600*  1000-INICIALIZAR : EL MAESTRO SE CREA SI NO EXISTE.           *
009700*----------------------------------------------------------------*
009800 1000-INICIALIZAR.
009900     MOVE 'N'  TO WS-SW-FIN-TRANS.
010000     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-ALTAS WS-TRN-CAMBIOS
010100                  WS-TRN-RECHAZADAS.
010200     OPEN INPUT  TRANSACC-FILE.
010300     OPEN I-O    AGENCIAS-FILE.
010400     IF WS-AGC-STATUS EQUAL '35'
010500         OPEN OUTPUT AGENCIAS-FILE
010600         CLOSE AGENCIAS-FILE
010700         OPEN I-O AGENCIAS-FILE
010800     END-IF.
010900     OPEN OUTPUT RECHAZOS-FILE.
011000     IF NOT TRN-OK
011100         DISPLAY 'RMYD1AGM - ERROR TRANSACC-FILE ' WS-TRN-STATUS
011200         MOVE 'S' TO WS-SW-FIN-TRANS
011300         GO TO 1000-EXIT
011400     END-IF.
011500     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
011600 1000-EXIT.
011700     EXIT.
011800
011900*----------------------------------------------------------------*
012000*  2000-PROCESAR-TRANS : ALTA SI LA AGENCIA NO EXISTE, CAMBIO SI *
012100*  YA EXISTE.                                                    *
012200*----------------------------------------------------------------*
012300 2000-PROCESAR-TRANS.
012400     ADD 1 TO WS-TRN-LEIDAS.
012500     PERFORM 6000-VALIDAR-AGENCIA THRU 6000-EXIT.
012600     IF TRANS-INVALIDA
012700         ADD 1 TO WS-TRN-RECHAZADAS
012800         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
012900         GO TO 2000-SIGUIENTE
013000     END-IF.
013100     MOVE DFH-AGC-CODIGO IN REG-AGENCIA-COBRO-TRN
013200       TO DFH-AGC-CODIGO IN REG-AGENCIA-COBRO.
013300     READ AGENCIAS-FILE
013400         INVALID KEY
013500             MOVE REG-AGENCIA-COBRO-TRN TO REG-AGENCIA-COBRO
013600             WRITE REG-AGENCIA-COBRO
013700             ADD 1 TO WS-TRN-ALTAS
013800         NOT INVALID KEY
013900             MOVE REG-AGENCIA-COBRO-TRN TO REG-AGENCIA-COBRO
014000             REWRITE REG-AGENCIA-COBRO
014100             ADD 1 TO WS-TRN-CAMBIOS
014200     END-READ.
014300 2000-SIGUIENTE.
014400     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
014500 2000-EXIT.
014600     EXIT.
014700
014800*----------------------------------------------------------------*
014900*  6000-VALIDAR-AGENCIA                                          *
015000*----------------------------------------------------------------*
015100 6000-VALIDAR-AGENCIA.
015200     MOVE 'N' TO WS-SW-TRANS-VALIDA.
015300     MOVE DFH-AGC-CODIGO IN REG-AGENCIA-COBRO-TRN TO WR-AGENCIA.
015400     IF DFH-AGC-CODIGO IN REG-AGENCIA-COBRO-TRN = SPACES
015500         MOVE 'CODIGO DE AGENCIA SIN INFORMAR' TO WR-MOTIVO
015600         GO TO 6000-EXIT
015700     END-IF.
015800     IF DFH-AGC-NOMBRE IN REG-AGENCIA-COBRO-TRN = SPACES
015900         MOVE 'NOMBRE DE AGENCIA SIN INFORMAR' TO WR-MOTIVO
016000         GO TO 6000-EXIT
016100     END-IF.
016200     IF DFH-AGC-TASA-COMISION IN REG-AGENCIA-COBRO-TRN
016300            NOT NUMERIC
016400        OR DFH-AGC-TASA-COMISION IN REG-AGENCIA-COBRO-TRN
016500            = ZERO
016600        OR DFH-AGC-TASA-COMISION IN REG-AGENCIA-COBRO-TRN
016700            > 100
016800         MOVE 'TASA DE COMISION FUERA DE RANGO' TO WR-MOTIVO
016900         GO TO 6000-EXIT
017000     END-IF.
017100     IF DFH-AGC-DIAS-ASIGNACION IN REG-AGENCIA-COBRO-TRN
017200            NOT NUMERIC
017300        OR DFH-AGC-DIAS-ASIGNACION IN REG-AGENCIA-COBRO-TRN
017400            = ZERO
017500         MOVE 'PLAZO DE ASIGNACION SIN INFORMAR' TO WR-MOTIVO
017600         GO TO 6000-EXIT
017700     END-IF.
017800     IF NOT TRN-AGENCIA-ACTIVA
017900        AND NOT TRN-AGENCIA-INACTIVA
018000         MOVE 'ESTADO DE AGENCIA NO RECONOCIDO' TO WR-MOTIVO
018100         GO TO 6000-EXIT
018200     END-IF.
018300     MOVE 'S' TO WS-SW-TRANS-VALIDA.
018400 6000-EXIT.
018500     EXIT.
018600
018700*----------------------------------------------------------------*
018800*  3000-FINALIZAR                                                *
018900*----------------------------------------------------------------*
019000 3000-FINALIZAR.
019100     DISPLAY 'RMYD1AGM - LEIDAS    : ' WS-TRN-LEIDAS.
019200     DISPLAY 'RMYD1AGM - ALTAS     : ' WS-TRN-ALTAS.
019300     DISPLAY 'RMYD1AGM - CAMBIOS   : ' WS-TRN-CAMBIOS.
019400     DISPLAY 'RMYD1AGM - RECHAZADAS: ' WS-TRN-RECHAZADAS.
019500     CLOSE TRANSACC-FILE AGENCIAS-FILE RECHAZOS-FILE.
019600 3000-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------*
020000*  8000-LEER-TRANSACCION                                         *
020100*----------------------------------------------------------------*
020200 8000-LEER-TRANSACCION.
020300     READ TRANSACC-FILE
020400         AT END
020500             MOVE 'S' TO WS-SW-FIN-TRANS
020600     END-READ.
020700 8000-EXIT.
020800     EXIT.
