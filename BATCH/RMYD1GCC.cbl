000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1GCC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CARGA BATCH DE LAS GESTIONES DE COBRO CAPTURADAS     *
000900*           POR LOS GESTORES (GESTRAN) AL ARCHIVO DE GESTIONES   *
001000*           (GESTCOB - RMYD1GES). VALIDA QUE LA CUENTA EXISTA EN *
001100*           EL MAESTRO (CTASMTR - RMYD1CLG) Y NO ESTE CANCELADA, *
001200*           LA FECHA DE GESTION (RMYD1VDF, NO POSTERIOR A LA     *
001300*           FECHA DE PROCESO), EL GESTOR, EL TIPO DE CONTACTO Y  *
001400*           EL RESULTADO; UNA PROMESA DE PAGO (RESULTADO PP)     *
001500*           EXIGE MONTO Y UNA FECHA PROMETIDA VALIDA NO ANTERIOR *
001600*           A LA GESTION Y NACE ACTIVA. LA SECUENCIA DEL DIA SE  *
001700*           ASIGNA AL GRABAR. LO INVALIDO SALE A GESRECH CON     *
001800*           MOTIVO.                                              *
001900*----------------------------------------------------------------*
002000*  HISTORIAL DE MODIFICACIONES                                   *
002100*  FECHA       INIC  DESCRIPCION                                 *
002200*  15/10/2026  DS    VERSION INICIAL.                            *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-390.
002700 OBJECT-COMPUTER.  IBM-390.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TRANSACC-FILE  ASSIGN TO GESTRAN
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS   IS WS-TRN-STATUS.
003300
003400     SELECT GESTIONES-FILE ASSIGN TO GESTCOB
003500            ORGANIZATION IS INDEXED
003600            ACCESS MODE   IS RANDOM
003700            RECORD KEY    IS DFH-GES-LLAVE
003800            FILE STATUS   IS WS-GES-STATUS.
003900
004000     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE   IS RANDOM
004300            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004400            FILE STATUS   IS WS-CTAS-STATUS.
004500
004600     SELECT RECHAZOS-FILE  ASSIGN TO GESRECH
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS   IS WS-RCH-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TRANSACC-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  REG-GESTION-TRN.
005600     05 TG-NUMERO-CUENTA          PIC X(013).
005700     05 TG-FECHA                  PIC 9(008).
005800     05 TG-GESTOR                 PIC X(010).
005900     05 TG-TIPO-CONTACTO          PIC X(001).
006000        88 TG-TIPO-VALIDO            VALUE 'L' 'V' 'M'.
006100     05 TG-RESULTADO              PIC X(002).
006200        88 TG-RESULTADO-VALIDO       VALUE 'CT' 'PP' 'NC'
006300                                           'RP' 'DE'.
006400        88 TG-PROMESA                VALUE 'PP'.
006500     05 TG-MONTO-PROMESA          PIC S9(009)V99.
006600     05 TG-FECHA-PROMESA          PIC 9(008).
006700     05 TG-OBSERVACION            PIC X(060).
006800
006900 FD  GESTIONES-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY RMYD1GES.
007300
007400 FD  CUENTAS-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY RMYD1CLG.
007800
007900 FD  RECHAZOS-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  RECHAZO-LINEA                PIC X(090).
008300
008400 WORKING-STORAGE SECTION.
008500 COPY RMYD1BTA.
008600 77  WS-TRN-STATUS                PIC X(02).
008700     88 TRN-OK                       VALUE '00'.
008800 77  WS-GES-STATUS                PIC X(02).
008900     88 GES-OK                       VALUE '00'.
009000 77  WS-CTAS-STATUS               PIC X(02).
009100 77  WS-RCH-STATUS                PIC X(02).
009200 77  WS-SW-FIN-TRANS              PIC X(01).
009300     88 FIN-TRANSACCIONES            VALUE 'S'.
009400 77  WS-SW-TRANS-VALIDA           PIC X(01).
009500     88 TRANS-VALIDA                 VALUE 'S'.
009600     88 TRANS-INVALIDA               VALUE 'N'.
009700 77  WS-SW-GRABADA                PIC X(01).
009800     88 GESTION-GRABADA              VALUE 'S'.
009900 77  WS-CODRET-VALIDA             PIC X(002).
010000     88 FECHA-VALIDA                 VALUE '00'.
010100 77  WS-SECUENCIA                 PIC 9(004) COMP.
010200 77  WS-FECHA-PROCESO             PIC 9(008).
010300 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
010400 77  WS-TRN-GRABADAS              PIC 9(007) COMP.
010500 77  WS-PROMESAS-GRABADAS         PIC 9(007) COMP.
010600 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
010700 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
010800
010900 01  WS-RECHAZO-DET.
011000     05 WR-CUENTA                 PIC X(013).
011100     05 FILLER                    PIC X(002)     VALUE SPACES.
011200     05 WR-FECHA                  PIC 9(008).
011300     05 FILLER                    PIC X(002)     VALUE SPACES.
011400     05 WR-GESTOR                 PIC X(010).
011500     05 FILLER                    PIC X(002)     VALUE SPACES.
011600     05 WR-MOTIVO                 PIC X(050).
011700     05 FILLER                    PIC X(003)     VALUE SPACES.
011800
011900 PROCEDURE DIVISION.
012000
012100 0000-MAINLINE.
012200     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
012300     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
012400         UNTIL FIN-TRANSACCIONES.
012500     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
012600     STOP RUN.
012700
012800*----------------------------------------------------------------*
012900*  1000-INICIALIZAR : ABRE LOS ARCHIVOS (EL DE GESTIONES SE      *
013000*  CREA SI NO EXISTE).                                           *
013100*----------------------------------------------------------------*
013200 1000-INICIALIZAR.
013300     MOVE 'RMYD1GCC' TO DFH-BTA-PROGRAMA.
013400     MOVE 'I'        TO DFH-BTA-ACCION.
013500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
013600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
013700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
013800     MOVE 'N'  TO WS-SW-FIN-TRANS.
013900     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-GRABADAS
014000                  WS-PROMESAS-GRABADAS WS-TRN-RECHAZADAS.
014100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
014200     OPEN INPUT  TRANSACC-FILE.
014300     OPEN I-O    GESTIONES-FILE.
014400     IF WS-GES-STATUS EQUAL '35'
014500         OPEN OUTPUT GESTIONES-FILE
014600         CLOSE GESTIONES-FILE
014700         OPEN I-O GESTIONES-FILE
014800     END-IF.
014900     OPEN INPUT  CUENTAS-FILE.
015000     OPEN OUTPUT RECHAZOS-FILE.
015100     IF NOT GES-OK
015200         DISPLAY 'RMYD1GCC - ERROR GESTIONES-FILE ' WS-GES-STATUS
015300         MOVE 'S' TO WS-SW-FIN-TRANS
015400         MOVE 16  TO WS-CODRET-CORRIDA
015500         GO TO 1000-EXIT
015600     END-IF.
015700     IF NOT TRN-OK
015800         DISPLAY 'RMYD1GCC - ERROR TRANSACC-FILE ' WS-TRN-STATUS
015900         MOVE 'S' TO WS-SW-FIN-TRANS
016000         GO TO 1000-EXIT
016100     END-IF.
016200     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500
016600*----------------------------------------------------------------*
016700*  2000-PROCESAR-TRANS : VALIDA LA GESTION Y LA GRABA.           *
016800*----------------------------------------------------------------*
016900 2000-PROCESAR-TRANS.
017000     ADD 1 TO WS-TRN-LEIDAS.
017100     PERFORM 6000-VALIDAR-TRANSACCION THRU 6000-EXIT.
017200     IF TRANS-VALIDA
017300         PERFORM 7000-GRABAR-GESTION THRU 7000-EXIT
017400     END-IF.
017500     IF TRANS-INVALIDA
017600         ADD 1 TO WS-TRN-RECHAZADAS
017700         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
017800         IF WS-CODRET-CORRIDA < 4
017900             MOVE 4 TO WS-CODRET-CORRIDA
018000         END-IF
018100     END-IF.
018200     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------*
018700*  6000-VALIDAR-TRANSACCION : CUENTA, FECHA, GESTOR, TIPO DE     *
018800*  CONTACTO, RESULTADO Y DATOS DE LA PROMESA.                    *
018900*----------------------------------------------------------------*
019000 6000-VALIDAR-TRANSACCION.
019100     MOVE 'N' TO WS-SW-TRANS-VALIDA.
019200     MOVE TG-NUMERO-CUENTA TO WR-CUENTA.
019300     MOVE TG-FECHA         TO WR-FECHA.
019400     MOVE TG-GESTOR        TO WR-GESTOR.
019500     MOVE TG-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
019600     READ CUENTAS-FILE
019700         INVALID KEY
019800             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
019900             GO TO 6000-EXIT
020000     END-READ.
020100     IF CUENTA-CANCELADA
020200         MOVE 'CUENTA CANCELADA' TO WR-MOTIVO
020300         GO TO 6000-EXIT
020400     END-IF.
020500     CALL 'RMYD1VDF' USING TG-FECHA
020600                           WS-CODRET-VALIDA.
020700     IF NOT FECHA-VALIDA
020800         MOVE 'FECHA DE GESTION INVALIDA' TO WR-MOTIVO
020900         GO TO 6000-EXIT
021000     END-IF.
021100     IF TG-FECHA > WS-FECHA-PROCESO
021200         MOVE 'FECHA DE GESTION POSTERIOR AL PROCESO' TO WR-MOTIVO
021300         GO TO 6000-EXIT
021400     END-IF.
021500     IF TG-GESTOR = SPACES
021600         MOVE 'GESTOR EN BLANCO' TO WR-MOTIVO
021700         GO TO 6000-EXIT
021800     END-IF.
021900     IF NOT TG-TIPO-VALIDO
022000         MOVE 'TIPO DE CONTACTO NO RECONOCIDO' TO WR-MOTIVO
022100         GO TO 6000-EXIT
022200     END-IF.
022300     IF NOT TG-RESULTADO-VALIDO
022400         MOVE 'RESULTADO DE GESTION NO RECONOCIDO' TO WR-MOTIVO
022500         GO TO 6000-EXIT
022600     END-IF.
022700     IF NOT TG-PROMESA
022800         MOVE 'S' TO WS-SW-TRANS-VALIDA
022900         GO TO 6000-EXIT
023000     END-IF.
023100     IF TG-MONTO-PROMESA NOT > ZERO
023200         MOVE 'PROMESA DE PAGO SIN MONTO' TO WR-MOTIVO
023300         GO TO 6000-EXIT
023400     END-IF.
023500     CALL 'RMYD1VDF' USING TG-FECHA-PROMESA
023600                           WS-CODRET-VALIDA.
023700     IF NOT FECHA-VALIDA
023800         MOVE 'FECHA PROMETIDA INVALIDA' TO WR-MOTIVO
023900         GO TO 6000-EXIT
024000     END-IF.
024100     IF TG-FECHA-PROMESA < TG-FECHA
024200         MOVE 'FECHA PROMETIDA ANTERIOR A LA GESTION' TO WR-MOTIVO
024300         GO TO 6000-EXIT
024400     END-IF.
024500     MOVE 'S' TO WS-SW-TRANS-VALIDA.
024600 6000-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------------*
025000*  7000-GRABAR-GESTION : ARMA EL REGISTRO Y LO GRABA CON LA      *
025100*  PRIMERA SECUENCIA LIBRE DE LA CUENTA EN ESA FECHA.            *
025200*----------------------------------------------------------------*
025300 7000-GRABAR-GESTION.
025400     MOVE SPACES               TO REG-GESTION-COBRO.
025500     MOVE TG-NUMERO-CUENTA     TO DFH-GES-NUMERO-CUENTA.
025600     MOVE TG-FECHA             TO DFH-GES-FECHA.
025700     MOVE TG-GESTOR            TO DFH-GES-GESTOR.
025800     MOVE TG-TIPO-CONTACTO     TO DFH-GES-TIPO-CONTACTO.
025900     MOVE TG-RESULTADO         TO DFH-GES-RESULTADO.
026000     MOVE TG-OBSERVACION       TO DFH-GES-OBSERVACION.
026100     MOVE ZERO TO DFH-GES-VALOR-PAGADO DFH-GES-FECHA-EVALUACION.
026200     IF TG-PROMESA
026300         MOVE TG-MONTO-PROMESA TO DFH-GES-MONTO-PROMESA
026400         MOVE TG-FECHA-PROMESA TO DFH-GES-FECHA-PROMESA
026500         MOVE 'A'              TO DFH-GES-ESTADO-PROMESA
026600     ELSE
026700         MOVE ZERO TO DFH-GES-MONTO-PROMESA DFH-GES-FECHA-PROMESA
026800         MOVE SPACE            TO DFH-GES-ESTADO-PROMESA
026900     END-IF.
027000     MOVE 'N' TO WS-SW-GRABADA.
027100     MOVE 1   TO WS-SECUENCIA.
027200     PERFORM 7100-INTENTAR-SECUENCIA THRU 7100-EXIT
027300         UNTIL GESTION-GRABADA
027400         OR WS-SECUENCIA > 999.
027500     IF NOT GESTION-GRABADA
027600         MOVE 'N' TO WS-SW-TRANS-VALIDA
027700         MOVE 'SECUENCIAS DEL DIA AGOTADAS PARA LA CUENTA'
027800           TO WR-MOTIVO
027900         GO TO 7000-EXIT
028000     END-IF.
028100     ADD 1 TO WS-TRN-GRABADAS.
028200     IF TG-PROMESA
028300         ADD 1 TO WS-PROMESAS-GRABADAS
028400     END-IF.
028500 7000-EXIT.
028600     EXIT.
028700
028800 7100-INTENTAR-SECUENCIA.
028900     MOVE WS-SECUENCIA TO DFH-GES-SECUENCIA.
029000     WRITE REG-GESTION-COBRO
029100         INVALID KEY
029200             ADD 1 TO WS-SECUENCIA
029300         NOT INVALID KEY
029400             MOVE 'S' TO WS-SW-GRABADA
029500     END-WRITE.
029600 7100-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------*
030000*  3000-FINALIZAR                                                *
030100*----------------------------------------------------------------*
030200 3000-FINALIZAR.
030300     DISPLAY 'RMYD1GCC - LEIDAS       : ' WS-TRN-LEIDAS.
030400     DISPLAY 'RMYD1GCC - GRABADAS     : ' WS-TRN-GRABADAS.
030500     DISPLAY 'RMYD1GCC - PROMESAS     : ' WS-PROMESAS-GRABADAS.
030600     DISPLAY 'RMYD1GCC - RECHAZADAS   : ' WS-TRN-RECHAZADAS.
030700     CLOSE TRANSACC-FILE GESTIONES-FILE CUENTAS-FILE
030800           RECHAZOS-FILE.
030900     MOVE 'RMYD1GCC' TO DFH-BTA-PROGRAMA.
031000     MOVE 'F'        TO DFH-BTA-ACCION.
031100     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
031200     MOVE WS-TRN-GRABADAS TO DFH-BTA-ESCRITOS.
031300     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
031400     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
031500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
031600*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
031700*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
031800     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
031900 3000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------*
032300*  8000-LEER-TRANSACCION                                         *
032400*----------------------------------------------------------------*
032500 8000-LEER-TRANSACCION.
032600     READ TRANSACC-FILE
032700         AT END
032800             MOVE 'S' TO WS-SW-FIN-TRANS
032900     END-READ.
033000 8000-EXIT.
033100     EXIT.
