000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1MDM.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : MANTENIMIENTO BATCH DEL MAESTRO DE MANDATOS DE       *
000900*           DEBITO AUTOMATICO (MANMTR - RMYD1MAN), AL ESTILO DEL *
001000*           MANTENIMIENTO DE POLIZAS RMYD1POM. APLICA ALTAS Y    *
001100*           CAMBIOS CAPTURADOS EN MANTRN (BANCO, CUENTA          *
001200*           BANCARIA, TITULAR, VIGENCIA Y ESTADO) VALIDANDO: LA  *
001300*           CUENTA DEBE EXISTIR EN EL MAESTRO (RMYD1CLG) Y NO    *
001400*           ESTAR CANCELADA NI CASTIGADA, BANCO, CUENTA Y        *
001500*           TITULAR SON OBLIGATORIOS, LAS VIGENCIAS SE VALIDAN   *
001600*           CON RMYD1VDF Y ENTRE SI Y EL ESTADO CAPTURADO SOLO   *
001700*           PUEDE SER ACTIVO (A) O REVOCADO (R); LA SUSPENSION   *
001800*           LA DECIDE RMYD1DBR POR RECHAZOS DEL BANCO. ACTIVAR   *
001900*           DE NUEVO UN MANDATO SUSPENDIDO REINICIA LA CUENTA DE *
002000*           RECHAZOS CONSECUTIVOS. LO INVALIDO SALE A MANRECH    *
002100*           CON MOTIVO Y CADA CAMBIO APLICADO DEJA BITACORA      *
002200*           (RESPONSABLE DEL LOTE DE MDMPARM) EN CTABITA.        *
002300*----------------------------------------------------------------*
002400*  HISTORIAL DE MODIFICACIONES                                   *
002500*  FECHA       INIC  DESCRIPCION                                 *
002600*  15/10/2026  DS    VERSION INICIAL.                            *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-390.
003100 OBJECT-COMPUTER.  IBM-390.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TRANSACC-FILE  ASSIGN TO MANTRN
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS   IS WS-TRN-STATUS.
003700
003800     SELECT PARAM-FILE     ASSIGN TO MDMPARM
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS   IS WS-PRM-STATUS.
004100
004200     SELECT MANDATOS-FILE  ASSIGN TO MANMTR
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE   IS RANDOM
004500            RECORD KEY    IS DFH-MAN-NUMERO-CUENTA
004600            FILE STATUS   IS WS-MAN-STATUS.
004700
004800     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE   IS RANDOM
005100            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005200            FILE STATUS   IS WS-CTAS-STATUS.
005300
005400     SELECT RECHAZOS-FILE  ASSIGN TO MANRECH
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS   IS WS-RCH-STATUS.
005700
005800     SELECT BITACORA-FILE  ASSIGN TO CTABITA
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS   IS WS-BIT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TRANSACC-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  REG-MANDATO-TRN.
006800     05 TM-NUMERO-CUENTA          PIC X(013).
006900     05 TM-BANCO                  PIC X(004).
007000     05 TM-CUENTA-BANCO           PIC X(020).
007100     05 TM-TITULAR                PIC X(060).
007200     05 TM-VIGENCIA-DESDE         PIC 9(008).
007300     05 TM-VIGENCIA-HASTA         PIC 9(008).
007400     05 TM-ESTADO                 PIC X(001).
007500        88 TM-ACTIVO                 VALUE 'A'.
007600        88 TM-REVOCADO               VALUE 'R'.
007700
007800 FD  PARAM-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  REG-PARAM-MDM.
008200     05 PM-RESPONSABLE            PIC X(010).
008300
008400 FD  MANDATOS-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY RMYD1MAN.
008800
008900 FD  CUENTAS-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RMYD1CLG.
009300
009400 FD  RECHAZOS-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  RECHAZO-LINEA                PIC X(090).
009800
009900 FD  BITACORA-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY RMYD1CTB.
010300
010400 WORKING-STORAGE SECTION.
010500 COPY RMYD1BTA.
010600 77  WS-TRN-STATUS                PIC X(02).
010700     88 TRN-OK                       VALUE '00'.
010800 77  WS-PRM-STATUS                PIC X(02).
010900     88 PRM-OK                       VALUE '00'.
011000 77  WS-MAN-STATUS                PIC X(02).
011100     88 MAN-OK                       VALUE '00'.
011200 77  WS-CTAS-STATUS               PIC X(02).
011300 77  WS-RCH-STATUS                PIC X(02).
011400 77  WS-BIT-STATUS                PIC X(02).
011500 77  WS-SW-FIN-TRANS              PIC X(01).
011600     88 FIN-TRANSACCIONES            VALUE 'S'.
011700 77  WS-SW-TRANS-VALIDA           PIC X(01).
011800     88 TRANS-VALIDA                 VALUE 'S'.
011900     88 TRANS-INVALIDA               VALUE 'N'.
012000 77  WS-CODRET-VALIDA             PIC X(002).
012100     88 FECHA-VALIDA                 VALUE '00'.
012200 77  WS-RESPONSABLE               PIC X(010)
012300                                  VALUE 'MDMBATCH  '.
012400 77  WS-FECHA-PROCESO             PIC 9(008).
012500 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
012600 77  WS-TRN-ALTAS                 PIC 9(007) COMP.
012700 77  WS-TRN-CAMBIOS               PIC 9(007) COMP.
012800 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
012900 77  WS-CAMBIOS-BITACORA          PIC 9(007) COMP.
013000 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
013100
013200 01  WS-CAMPO-BITACORA            PIC X(025).
013300 01  WS-VALOR-ANTERIOR            PIC X(020).
013400 01  WS-VALOR-NUEVO               PIC X(020).
013500
013600 01  WS-RECHAZO-DET.
013700     05 WR-CUENTA                 PIC X(013).
013800     05 FILLER                    PIC X(002)     VALUE SPACES.
013900     05 WR-BANCO                  PIC X(004).
014000     05 FILLER                    PIC X(002)     VALUE SPACES.
014100     05 WR-MOTIVO                 PIC X(050).
014200     05 FILLER                    PIC X(019)     VALUE SPACES.
014300
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014700     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
014800     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
014900         UNTIL FIN-TRANSACCIONES.
015000     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
015100     STOP RUN.
015200
015300*----------------------------------------------------------------*
015400*  1000-INICIALIZAR : TOMA EL RESPONSABLE DEL LOTE DE MDMPARM Y  *
015500*  ABRE LOS ARCHIVOS (EL MAESTRO DE MANDATOS SE CREA SI NO       *
015600*  EXISTE).                                                      *
015700*----------------------------------------------------------------*
015800 1000-INICIALIZAR.
015900     MOVE 'RMYD1MDM' TO DFH-BTA-PROGRAMA.
016000     MOVE 'I'        TO DFH-BTA-ACCION.
016100     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
016200                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
016300     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
016400     MOVE 'N'  TO WS-SW-FIN-TRANS.
016500     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-ALTAS WS-TRN-CAMBIOS
016600                  WS-TRN-RECHAZADAS WS-CAMBIOS-BITACORA.
016700     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
016800     OPEN INPUT  TRANSACC-FILE.
016900     OPEN INPUT  PARAM-FILE.
017000     IF PRM-OK
017100         READ PARAM-FILE
017200             AT END
017300                 CONTINUE
017400             NOT AT END
017500                 MOVE PM-RESPONSABLE TO WS-RESPONSABLE
017600         END-READ
017700     END-IF.
017800     OPEN I-O    MANDATOS-FILE.
017900     IF WS-MAN-STATUS EQUAL '35'
018000         OPEN OUTPUT MANDATOS-FILE
018100         CLOSE MANDATOS-FILE
018200         OPEN I-O MANDATOS-FILE
018300     END-IF.
018400     OPEN INPUT  CUENTAS-FILE.
018500     OPEN OUTPUT RECHAZOS-FILE.
018600     OPEN EXTEND BITACORA-FILE.
018700     IF WS-BIT-STATUS EQUAL '05' OR '35'
018800         CLOSE BITACORA-FILE
018900         OPEN OUTPUT BITACORA-FILE
019000     END-IF.
019100     IF NOT MAN-OK
019200         DISPLAY 'RMYD1MDM - ERROR MANDATOS-FILE ' WS-MAN-STATUS
019300         MOVE 'S' TO WS-SW-FIN-TRANS
019400         MOVE 16  TO WS-CODRET-CORRIDA
019500         GO TO 1000-EXIT
019600     END-IF.
019700     IF NOT TRN-OK
019800         DISPLAY 'RMYD1MDM - ERROR TRANSACC-FILE ' WS-TRN-STATUS
019900         MOVE 'S' TO WS-SW-FIN-TRANS
020000         GO TO 1000-EXIT
020100     END-IF.
020200     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500
020600*----------------------------------------------------------------*
020700*  2000-PROCESAR-TRANS : VALIDA LA TRANSACCION Y APLICA EL ALTA  *
020800*  O EL CAMBIO, DEJANDO BITACORA DE LO APLICADO.                 *
020900*----------------------------------------------------------------*
021000 2000-PROCESAR-TRANS.
021100     ADD 1 TO WS-TRN-LEIDAS.
021200     PERFORM 6000-VALIDAR-TRANSACCION THRU 6000-EXIT.
021300     IF TRANS-INVALIDA
021400         ADD 1 TO WS-TRN-RECHAZADAS
021500         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
021600         IF WS-CODRET-CORRIDA < 4
021700             MOVE 4 TO WS-CODRET-CORRIDA
021800         END-IF
021900         GO TO 2000-SIGUIENTE
022000     END-IF.
022100     MOVE TM-NUMERO-CUENTA TO DFH-MAN-NUMERO-CUENTA.
022200     READ MANDATOS-FILE
022300         INVALID KEY
022400             PERFORM 7000-APLICAR-ALTA   THRU 7000-EXIT
022500         NOT INVALID KEY
022600             PERFORM 7500-APLICAR-CAMBIO THRU 7500-EXIT
022700     END-READ.
022800 2000-SIGUIENTE.
022900     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200
023300*----------------------------------------------------------------*
023400*  6000-VALIDAR-TRANSACCION : CUENTA, DATOS BANCARIOS, VIGENCIAS *
023500*  Y ESTADO.                                                     *
023600*----------------------------------------------------------------*
023700 6000-VALIDAR-TRANSACCION.
023800     MOVE 'N' TO WS-SW-TRANS-VALIDA.
023900     MOVE TM-NUMERO-CUENTA TO WR-CUENTA.
024000     MOVE TM-BANCO         TO WR-BANCO.
024100     MOVE TM-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
024200     READ CUENTAS-FILE
024300         INVALID KEY
024400             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
024500             GO TO 6000-EXIT
024600     END-READ.
024700     IF TM-ACTIVO
024800        AND (CUENTA-CANCELADA OR INCOB-CASTIGADA)
024900         MOVE 'CUENTA CANCELADA O CASTIGADA' TO WR-MOTIVO
025000         GO TO 6000-EXIT
025100     END-IF.
025200     IF TM-BANCO = SPACES OR TM-CUENTA-BANCO = SPACES
025300         MOVE 'BANCO O CUENTA BANCARIA EN BLANCO' TO WR-MOTIVO
025400         GO TO 6000-EXIT
025500     END-IF.
025600     IF TM-TITULAR = SPACES
025700         MOVE 'TITULAR DE LA CUENTA BANCARIA EN BLANCO'
025800           TO WR-MOTIVO
025900         GO TO 6000-EXIT
026000     END-IF.
026100     CALL 'RMYD1VDF' USING TM-VIGENCIA-DESDE
026200                           WS-CODRET-VALIDA.
026300     IF NOT FECHA-VALIDA
026400         MOVE 'VIGENCIA DESDE INVALIDA' TO WR-MOTIVO
026500         GO TO 6000-EXIT
026600     END-IF.
026700     CALL 'RMYD1VDF' USING TM-VIGENCIA-HASTA
026800                           WS-CODRET-VALIDA.
026900     IF NOT FECHA-VALIDA
027000         MOVE 'VIGENCIA HASTA INVALIDA' TO WR-MOTIVO
027100         GO TO 6000-EXIT
027200     END-IF.
027300     IF TM-VIGENCIA-HASTA < TM-VIGENCIA-DESDE
027400         MOVE 'VIGENCIA INVERTIDA' TO WR-MOTIVO
027500         GO TO 6000-EXIT
027600     END-IF.
027700     IF NOT TM-ACTIVO AND NOT TM-REVOCADO
027800         MOVE 'ESTADO DE MANDATO NO RECONOCIDO' TO WR-MOTIVO
027900         GO TO 6000-EXIT
028000     END-IF.
028100     MOVE 'S' TO WS-SW-TRANS-VALIDA.
028200 6000-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600*  7000-APLICAR-ALTA : EL MANDATO NO EXISTE; SE CREA SIN CUOTAS  *
028700*  SOLICITADAS NI RECHAZOS Y LA BITACORA REGISTRA EL ALTA.       *
028800*----------------------------------------------------------------*
028900 7000-APLICAR-ALTA.
029000     MOVE SPACES               TO REG-MANDATO-DEBITO.
029100     MOVE TM-NUMERO-CUENTA     TO DFH-MAN-NUMERO-CUENTA.
029200     MOVE TM-BANCO             TO DFH-MAN-BANCO.
029300     MOVE TM-CUENTA-BANCO      TO DFH-MAN-CUENTA-BANCO.
029400     MOVE TM-TITULAR           TO DFH-MAN-TITULAR.
029500     MOVE TM-VIGENCIA-DESDE    TO DFH-MAN-VIGENCIA-DESDE.
029600     MOVE TM-VIGENCIA-HASTA    TO DFH-MAN-VIGENCIA-HASTA.
029700     MOVE TM-ESTADO            TO DFH-MAN-ESTADO.
029800     MOVE WS-FECHA-PROCESO     TO DFH-MAN-FECHA-ESTADO.
029900     MOVE ZERO TO DFH-MAN-ULT-SEC-SOLICITADA
030000                  DFH-MAN-RECHAZOS-CONSEC
030100                  DFH-MAN-FECHA-ULT-RECHAZO.
030200     WRITE REG-MANDATO-DEBITO.
030300     ADD 1 TO WS-TRN-ALTAS.
030400     MOVE 'ALTA MANDATO DEBITO'   TO WS-CAMPO-BITACORA.
030500     MOVE SPACES                  TO WS-VALOR-ANTERIOR.
030600     MOVE TM-CUENTA-BANCO         TO WS-VALOR-NUEVO.
030700     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
030800 7000-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------*
031200*  7500-APLICAR-CAMBIO : COMPARA LOS CAMPOS CONTROLADOS, DEJA    *
031300*  UNA LINEA DE BITACORA POR CADA DIFERENCIA Y REESCRIBE EL      *
031400*  MANDATO. LOS CAMPOS DE CONTROL DEL COBRO SE CONSERVAN.        *
031500*----------------------------------------------------------------*
031600 7500-APLICAR-CAMBIO.
031700     IF TM-BANCO NOT = DFH-MAN-BANCO
031800         MOVE 'DFH-MAN-BANCO'        TO WS-CAMPO-BITACORA
031900         MOVE DFH-MAN-BANCO          TO WS-VALOR-ANTERIOR
032000         MOVE TM-BANCO               TO WS-VALOR-NUEVO
032100         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
032200     END-IF.
032300     IF TM-CUENTA-BANCO NOT = DFH-MAN-CUENTA-BANCO
032400         MOVE 'DFH-MAN-CUENTA-BANCO' TO WS-CAMPO-BITACORA
032500         MOVE DFH-MAN-CUENTA-BANCO   TO WS-VALOR-ANTERIOR
032600         MOVE TM-CUENTA-BANCO        TO WS-VALOR-NUEVO
032700         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
032800     END-IF.
032900     IF TM-TITULAR NOT = DFH-MAN-TITULAR
033000         MOVE 'DFH-MAN-TITULAR'      TO WS-CAMPO-BITACORA
033100         MOVE DFH-MAN-TITULAR        TO WS-VALOR-ANTERIOR
033200         MOVE TM-TITULAR             TO WS-VALOR-NUEVO
033300         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
033400     END-IF.
033500     IF TM-VIGENCIA-DESDE NOT = DFH-MAN-VIGENCIA-DESDE
033600         MOVE 'DFH-MAN-VIGENCIA-DESDE' TO WS-CAMPO-BITACORA
033700         MOVE DFH-MAN-VIGENCIA-DESDE TO WS-VALOR-ANTERIOR
033800         MOVE TM-VIGENCIA-DESDE      TO WS-VALOR-NUEVO
033900         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
034000     END-IF.
034100     IF TM-VIGENCIA-HASTA NOT = DFH-MAN-VIGENCIA-HASTA
034200         MOVE 'DFH-MAN-VIGENCIA-HASTA' TO WS-CAMPO-BITACORA
034300         MOVE DFH-MAN-VIGENCIA-HASTA TO WS-VALOR-ANTERIOR
034400         MOVE TM-VIGENCIA-HASTA      TO WS-VALOR-NUEVO
034500         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
034600     END-IF.
034700     IF TM-ESTADO NOT = DFH-MAN-ESTADO
034800         MOVE 'DFH-MAN-ESTADO'       TO WS-CAMPO-BITACORA
034900         MOVE DFH-MAN-ESTADO         TO WS-VALOR-ANTERIOR
035000         MOVE TM-ESTADO              TO WS-VALOR-NUEVO
035100         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
035200         IF MANDATO-SUSPENDIDO AND TM-ACTIVO
035300             MOVE ZERO TO DFH-MAN-RECHAZOS-CONSEC
035400         END-IF
035500         MOVE TM-ESTADO        TO DFH-MAN-ESTADO
035600         MOVE WS-FECHA-PROCESO TO DFH-MAN-FECHA-ESTADO
035700     END-IF.
035800     MOVE TM-BANCO             TO DFH-MAN-BANCO.
035900     MOVE TM-CUENTA-BANCO      TO DFH-MAN-CUENTA-BANCO.
036000     MOVE TM-TITULAR           TO DFH-MAN-TITULAR.
036100     MOVE TM-VIGENCIA-DESDE    TO DFH-MAN-VIGENCIA-DESDE.
036200     MOVE TM-VIGENCIA-HASTA    TO DFH-MAN-VIGENCIA-HASTA.
036300     REWRITE REG-MANDATO-DEBITO.
036400     ADD 1 TO WS-TRN-CAMBIOS.
036500 7500-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------------*
036900*  7900-GRABAR-BITACORA                                          *
037000*----------------------------------------------------------------*
037100 7900-GRABAR-BITACORA.
037200     MOVE TM-NUMERO-CUENTA   TO DFH-BIT-NUMERO-CUENTA.
037300     MOVE WS-FECHA-PROCESO   TO DFH-BIT-FECHA.
037400     MOVE WS-CAMPO-BITACORA  TO DFH-BIT-CAMPO.
037500     MOVE WS-VALOR-ANTERIOR  TO DFH-BIT-VALOR-ANTERIOR.
037600     MOVE WS-VALOR-NUEVO     TO DFH-BIT-VALOR-NUEVO.
037700     MOVE WS-RESPONSABLE     TO DFH-BIT-RESPONSABLE.
037800     WRITE REG-BITACORA-CAMBIO.
037900     ADD 1 TO WS-CAMBIOS-BITACORA.
038000 7900-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------*
038400*  3000-FINALIZAR                                                *
038500*----------------------------------------------------------------*
038600 3000-FINALIZAR.
038700     DISPLAY 'RMYD1MDM - LEIDAS       : ' WS-TRN-LEIDAS.
038800     DISPLAY 'RMYD1MDM - ALTAS        : ' WS-TRN-ALTAS.
038900     DISPLAY 'RMYD1MDM - CAMBIOS      : ' WS-TRN-CAMBIOS.
039000     DISPLAY 'RMYD1MDM - RECHAZADAS   : ' WS-TRN-RECHAZADAS.
039100     DISPLAY 'RMYD1MDM - EN BITACORA  : ' WS-CAMBIOS-BITACORA.
039200     CLOSE TRANSACC-FILE PARAM-FILE MANDATOS-FILE
039300           CUENTAS-FILE RECHAZOS-FILE BITACORA-FILE.
039400     MOVE 'RMYD1MDM' TO DFH-BTA-PROGRAMA.
039500     MOVE 'F'        TO DFH-BTA-ACCION.
039600     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
039700     COMPUTE DFH-BTA-ESCRITOS = WS-TRN-ALTAS + WS-TRN-CAMBIOS.
039800     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
039900     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
040000     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
040100*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
040200*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
040300     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
040400 3000-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------*
040800*  8000-LEER-TRANSACCION                                         *
040900*----------------------------------------------------------------*
041000 8000-LEER-TRANSACCION.
041100     READ TRANSACC-FILE
041200         AT END
041300             MOVE 'S' TO WS-SW-FIN-TRANS
041400     END-READ.
041500 8000-EXIT.
041600     EXIT.
