000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1DBG.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : GENERACION DEL ARCHIVO DE SOLICITUDES DE DEBITO      *
000900*           AUTOMATICO PARA EL BANCO (DEBSOL - RMYD1DBS).        *
001000*           RECORRE EL DETALLE DE CUOTAS (CUOTDET - RMYD1CLD)    *
001100*           POR CUENTA Y, PARA LAS CUENTAS CON MANDATO ACTIVO Y  *
001200*           VIGENTE EN MANMTR (RMYD1MAN) QUE NO ESTEN CANCELADAS *
001300*           NI CASTIGADAS, SOLICITA EL REMANENTE DE CADA CUOTA   *
001400*           NO PAGADA QUE VENCE HASTA N DIAS HABILES DESPUES DE  *
001500*           LA FECHA DE PROCESO (N DE DBGPARM, 3 POR OMISION;    *
001600*           LOS DIAS HABILES LOS DA RMYD1DHA). SOLO SE PIDEN     *
001700*           CUOTAS POSTERIORES A LA ULTIMA YA SOLICITADA DEL     *
001800*           MANDATO, QUE SE ACTUALIZA; UN RECHAZO DEL BANCO      *
001900*           (RMYD1DBR) LA RETROCEDE PARA VOLVER A PEDIRLA. EL    *
002000*           ARCHIVO LLEVA CABECERA CAB Y CIERRE CIE CON LA       *
002100*           CANTIDAD DE CARGOS Y EL TOTAL COMO TOTALES DE        *
002200*           CONTROL.                                             *
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
003400     SELECT PARAM-FILE     ASSIGN TO DBGPARM
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS   IS WS-PRM-STATUS.
003700
003800     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE   IS SEQUENTIAL
004100            RECORD KEY    IS DFH-CUOTA-LLAVE
004200            FILE STATUS   IS WS-CUO-STATUS.
004300
004400     SELECT MANDATOS-FILE  ASSIGN TO MANMTR
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE   IS RANDOM
004700            RECORD KEY    IS DFH-MAN-NUMERO-CUENTA
004800            FILE STATUS   IS WS-MAN-STATUS.
004900
005000     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE   IS RANDOM
005300            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005400            FILE STATUS   IS WS-CTAS-STATUS.
005500
005600     SELECT SOLICITUD-FILE ASSIGN TO DEBSOL
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS   IS WS-SOL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARAM-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  REG-PARAM-DBG.
006600     05 PM-DIAS-HABILES           PIC 9(002).
006700
006800 FD  CUOTAS-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY RMYD1CLD.
007200
007300 FD  MANDATOS-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY RMYD1MAN.
007700
007800 FD  CUENTAS-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY RMYD1CLG.
008200
008300 FD  SOLICITUD-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY RMYD1DBS.
008700
008800 WORKING-STORAGE SECTION.
008900 COPY RMYD1BTA.
009000 77  WS-PRM-STATUS                PIC X(02).
009100     88 PRM-OK                       VALUE '00'.
009200 77  WS-CUO-STATUS                PIC X(02).
009300     88 CUO-OK                       VALUE '00'.
009400 77  WS-MAN-STATUS                PIC X(02).
009500     88 MAN-OK                       VALUE '00'.
009600 77  WS-CTAS-STATUS               PIC X(02).
009700 77  WS-SOL-STATUS                PIC X(02).
009800 77  WS-SW-FIN-CUOTAS             PIC X(01).
009900     88 FIN-CUOTAS                   VALUE 'S'.
010000 77  WS-SW-CUENTA-DEBITO          PIC X(01).
010100     88 CUENTA-CON-DEBITO            VALUE 'S'.
010200     88 CUENTA-SIN-DEBITO            VALUE 'N'.
010300 77  WS-CODRET-HABIL              PIC X(002).
010400 77  WS-DIAS-HABILES              PIC 9(002) VALUE 3.
010500 77  WS-FECHA-PROCESO             PIC 9(008).
010600 77  WS-FECHA-LIMITE              PIC 9(008).
010700 77  WS-ENTERO-FECHA              PIC S9(007) COMP.
010800 77  WS-CUENTA-ACTUAL             PIC X(013).
010900 77  WS-SEC-MAYOR                 PIC 9(003).
011000 77  WS-CUOTAS-LEIDAS             PIC 9(007) COMP.
011100 77  WS-CUENTAS-CON-MANDATO       PIC 9(007) COMP.
011200 77  WS-CANT-CARGOS               PIC 9(007) COMP.
011300 77  WS-TOTAL-CARGOS              PIC S9(013)V99 COMP-3.
011400 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011500
011600 01  WS-FECHA-PAGO-EDIT.
011700     05 WS-FP-CCYY                PIC X(004).
011800     05 FILLER                    PIC X(001).
011900     05 WS-FP-MM                  PIC X(002).
012000     05 FILLER                    PIC X(001).
012100     05 WS-FP-DD                  PIC X(002).
012200 01  WS-FECHA-PAGO-N              PIC 9(008).
012300 01  FILLER REDEFINES WS-FECHA-PAGO-N.
012400     05 WS-FPN-CCYY               PIC 9(004).
012500     05 WS-FPN-MM                 PIC 9(002).
012600     05 WS-FPN-DD                 PIC 9(002).
012700
012800 01  WS-REFERENCIA-DEBITO.
012900     05 FILLER                    PIC X(002)     VALUE 'DB'.
013000     05 WS-RD-FECHA               PIC 9(008).
013100     05 WS-RD-SECUENCIA           PIC 9(003).
013200     05 FILLER                    PIC X(002)     VALUE SPACES.
013300
013400 PROCEDURE DIVISION.
013500
013600 0000-MAINLINE.
013700     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
013800     PERFORM 2000-PROCESAR-CUOTA   THRU 2000-EXIT
013900         UNTIL FIN-CUOTAS.
014000     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
014100     STOP RUN.
014200
014300*----------------------------------------------------------------*
014400*  1000-INICIALIZAR : DIAS HABILES DE DBGPARM, FECHA LIMITE DE   *
014500*  VENCIMIENTO, APERTURA Y CABECERA DEL ARCHIVO PARA EL BANCO.   *
014600*----------------------------------------------------------------*
014700 1000-INICIALIZAR.
014800     MOVE 'RMYD1DBG' TO DFH-BTA-PROGRAMA.
014900     MOVE 'I'        TO DFH-BTA-ACCION.
015000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
015100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
015200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
015300     MOVE 'N'    TO WS-SW-FIN-CUOTAS WS-SW-CUENTA-DEBITO.
015400     MOVE SPACES TO WS-CUENTA-ACTUAL.
015500     MOVE ZERO   TO WS-CUOTAS-LEIDAS WS-CUENTAS-CON-MANDATO
015600                    WS-CANT-CARGOS WS-TOTAL-CARGOS WS-SEC-MAYOR.
015700     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
015800     OPEN INPUT PARAM-FILE.
015900     IF PRM-OK
016000         READ PARAM-FILE
016100             AT END
016200                 CONTINUE
016300             NOT AT END
016400                 IF PM-DIAS-HABILES > ZERO
016500                     MOVE PM-DIAS-HABILES TO WS-DIAS-HABILES
016600                 END-IF
016700         END-READ
016800         CLOSE PARAM-FILE
016900     END-IF.
017000     MOVE WS-FECHA-PROCESO TO WS-FECHA-LIMITE.
017100     PERFORM 1100-SUMAR-DIA-HABIL THRU 1100-EXIT
017200         WS-DIAS-HABILES TIMES.
017300     DISPLAY 'RMYD1DBG - CUOTAS CON VENCIMIENTO HASTA '
017400             WS-FECHA-LIMITE.
017500     OPEN INPUT  CUOTAS-FILE.
017600     OPEN I-O    MANDATOS-FILE.
017700     OPEN INPUT  CUENTAS-FILE.
017800     OPEN OUTPUT SOLICITUD-FILE.
017900     MOVE SPACES           TO REG-CONTROL-DBS.
018000     MOVE 'CAB'            TO DFH-DBSC-TIPO-REG.
018100     MOVE WS-FECHA-PROCESO TO DFH-DBSC-FECHA.
018200     MOVE ZERO             TO DFH-DBSC-CANT-CARGOS DFH-DBSC-TOTAL.
018300     WRITE REG-CONTROL-DBS.
018400     IF NOT MAN-OK
018500         DISPLAY 'RMYD1DBG - ERROR MANDATOS-FILE ' WS-MAN-STATUS
018600         MOVE 'S' TO WS-SW-FIN-CUOTAS
018700         MOVE 16  TO WS-CODRET-CORRIDA
018800         GO TO 1000-EXIT
018900     END-IF.
019000     IF NOT CUO-OK
019100         DISPLAY 'RMYD1DBG - ERROR CUOTAS-FILE ' WS-CUO-STATUS
019200         MOVE 'S' TO WS-SW-FIN-CUOTAS
019300         MOVE 16  TO WS-CODRET-CORRIDA
019400         GO TO 1000-EXIT
019500     END-IF.
019600     PERFORM 8000-LEER-CUOTA THRU 8000-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900
020000*----------------------------------------------------------------*
020100*  1100-SUMAR-DIA-HABIL : AVANZA LA FECHA LIMITE UN DIA Y LA     *
020200*  CORRE AL DIA HABIL SIGUIENTE SI CAE EN FERIADO O FIN DE       *
020300*  SEMANA.                                                       *
020400*----------------------------------------------------------------*
020500 1100-SUMAR-DIA-HABIL.
020600     COMPUTE WS-ENTERO-FECHA =
020700         FUNCTION INTEGER-OF-DATE (WS-FECHA-LIMITE) + 1.
020800     COMPUTE WS-FECHA-LIMITE =
020900         FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA).
021000     CALL 'RMYD1DHA' USING WS-FECHA-LIMITE
021100                           WS-CODRET-HABIL.
021200 1100-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------*
021600*  2000-PROCESAR-CUOTA : AL CAMBIAR DE CUENTA CIERRA LA ANTERIOR *
021700*  Y EVALUA EL MANDATO DE LA NUEVA; SOLICITA LA CUOTA QUE VENCE  *
021800*  DENTRO DEL PLAZO Y AUN NO FUE PEDIDA AL BANCO.                *
021900*----------------------------------------------------------------*
022000 2000-PROCESAR-CUOTA.
022100     ADD 1 TO WS-CUOTAS-LEIDAS.
022200     IF DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
022300        NOT = WS-CUENTA-ACTUAL
022400         PERFORM 4000-CERRAR-CUENTA THRU 4000-EXIT
022500         PERFORM 4100-ABRIR-CUENTA  THRU 4100-EXIT
022600     END-IF.
022700     IF CUENTA-SIN-DEBITO
022800         GO TO 2000-SIGUIENTE
022900     END-IF.
023000     IF SITPAGO-PAGADA OR DFH-VALOR-REMANENTE NOT > ZERO
023100         GO TO 2000-SIGUIENTE
023200     END-IF.
023300     IF DFH-SECUENCIA-PAGO NOT > DFH-MAN-ULT-SEC-SOLICITADA
023400         GO TO 2000-SIGUIENTE
023500     END-IF.
023600     MOVE DFH-FECHA-PAGO TO WS-FECHA-PAGO-EDIT.
023700     MOVE WS-FP-CCYY     TO WS-FPN-CCYY.
023800     MOVE WS-FP-MM       TO WS-FPN-MM.
023900     MOVE WS-FP-DD       TO WS-FPN-DD.
024000     IF WS-FECHA-PAGO-N > WS-FECHA-LIMITE
024100         GO TO 2000-SIGUIENTE
024200     END-IF.
024300     PERFORM 5000-ESCRIBIR-SOLICITUD THRU 5000-EXIT.
024400 2000-SIGUIENTE.
024500     PERFORM 8000-LEER-CUOTA THRU 8000-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------------*
025000*  4000-CERRAR-CUENTA : ANOTA EN EL MANDATO LA ULTIMA CUOTA      *
025100*  SOLICITADA DE LA CUENTA QUE TERMINA.                          *
025200*----------------------------------------------------------------*
025300 4000-CERRAR-CUENTA.
025400     IF CUENTA-CON-DEBITO
025500        AND WS-SEC-MAYOR > DFH-MAN-ULT-SEC-SOLICITADA
025600         MOVE WS-SEC-MAYOR TO DFH-MAN-ULT-SEC-SOLICITADA
025700         REWRITE REG-MANDATO-DEBITO
025800     END-IF.
025900     MOVE 'N'  TO WS-SW-CUENTA-DEBITO.
026000     MOVE ZERO TO WS-SEC-MAYOR.
026100 4000-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------------*
026500*  4100-ABRIR-CUENTA : LA CUENTA SE DEBITA SI TIENE MANDATO      *
026600*  ACTIVO Y VIGENTE A LA FECHA DE PROCESO Y NO ESTA CANCELADA    *
026700*  NI CASTIGADA.                                                 *
026800*----------------------------------------------------------------*
026900 4100-ABRIR-CUENTA.
027000     MOVE DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
027100       TO WS-CUENTA-ACTUAL.
027200     MOVE WS-CUENTA-ACTUAL TO DFH-MAN-NUMERO-CUENTA.
027300     READ MANDATOS-FILE
027400         INVALID KEY
027500             GO TO 4100-EXIT
027600     END-READ.
027700     IF NOT MANDATO-ACTIVO
027800        OR WS-FECHA-PROCESO < DFH-MAN-VIGENCIA-DESDE
027900        OR WS-FECHA-PROCESO > DFH-MAN-VIGENCIA-HASTA
028000         GO TO 4100-EXIT
028100     END-IF.
028200     MOVE WS-CUENTA-ACTUAL TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
028300     READ CUENTAS-FILE
028400         INVALID KEY
028500             DISPLAY 'RMYD1DBG - MANDATO SIN CUENTA '
028600                     WS-CUENTA-ACTUAL
028700             GO TO 4100-EXIT
028800     END-READ.
028900     IF CUENTA-CANCELADA OR INCOB-CASTIGADA
029000         GO TO 4100-EXIT
029100     END-IF.
029200     MOVE 'S' TO WS-SW-CUENTA-DEBITO.
029300     ADD 1 TO WS-CUENTAS-CON-MANDATO.
029400 4100-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------------*
029800*  5000-ESCRIBIR-SOLICITUD : UN DETALLE POR CUOTA CON LOS DATOS  *
029900*  BANCARIOS DEL MANDATO Y UNA REFERENCIA UNICA POR CUOTA Y DIA. *
030000*----------------------------------------------------------------*
030100 5000-ESCRIBIR-SOLICITUD.
030200     MOVE WS-FECHA-PROCESO    TO WS-RD-FECHA.
030300     MOVE DFH-SECUENCIA-PAGO  TO WS-RD-SECUENCIA.
030400     MOVE SPACES              TO REG-SOLICITUD-DEBITO.
030500     MOVE 'DET'               TO DFH-DBS-TIPO-REG.
030600     MOVE WS-FECHA-PROCESO    TO DFH-DBS-FECHA.
030700     MOVE WS-CUENTA-ACTUAL    TO DFH-DBS-NUMERO-CUENTA.
030800     MOVE DFH-SECUENCIA-PAGO  TO DFH-DBS-SECUENCIA.
030900     MOVE WS-FECHA-PAGO-N     TO DFH-DBS-FECHA-VENCE.
031000     MOVE DFH-MAN-BANCO       TO DFH-DBS-BANCO.
031100     MOVE DFH-MAN-CUENTA-BANCO TO DFH-DBS-CUENTA-BANCO.
031200     MOVE DFH-MAN-TITULAR     TO DFH-DBS-TITULAR.
031300     MOVE DFH-VALOR-REMANENTE TO DFH-DBS-VALOR.
031400     MOVE WS-REFERENCIA-DEBITO TO DFH-DBS-REFERENCIA.
031500     WRITE REG-SOLICITUD-DEBITO.
031600     ADD 1 TO WS-CANT-CARGOS.
031700     ADD DFH-VALOR-REMANENTE TO WS-TOTAL-CARGOS.
031800     MOVE DFH-SECUENCIA-PAGO TO WS-SEC-MAYOR.
031900 5000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------*
032300*  3000-FINALIZAR : CIERRE DE LA ULTIMA CUENTA, REGISTRO CIE CON *
032400*  LOS TOTALES DE CONTROL Y CONTADORES.                          *
032500*----------------------------------------------------------------*
032600 3000-FINALIZAR.
032700     PERFORM 4000-CERRAR-CUENTA THRU 4000-EXIT.
032800     MOVE SPACES           TO REG-CONTROL-DBS.
032900     MOVE 'CIE'            TO DFH-DBSC-TIPO-REG.
033000     MOVE WS-FECHA-PROCESO TO DFH-DBSC-FECHA.
033100     MOVE WS-CANT-CARGOS   TO DFH-DBSC-CANT-CARGOS.
033200     MOVE WS-TOTAL-CARGOS  TO DFH-DBSC-TOTAL.
033300     WRITE REG-CONTROL-DBS.
033400     DISPLAY 'RMYD1DBG - CUOTAS LEIDAS     : ' WS-CUOTAS-LEIDAS.
033500     DISPLAY 'RMYD1DBG - CUENTAS A DEBITAR : '
033600             WS-CUENTAS-CON-MANDATO.
033700     DISPLAY 'RMYD1DBG - CARGOS SOLICITADOS: ' WS-CANT-CARGOS.
033800     DISPLAY 'RMYD1DBG - TOTAL SOLICITADO  : ' WS-TOTAL-CARGOS.
033900     CLOSE CUOTAS-FILE MANDATOS-FILE CUENTAS-FILE SOLICITUD-FILE.
034000     MOVE 'RMYD1DBG' TO DFH-BTA-PROGRAMA.
034100     MOVE 'F'        TO DFH-BTA-ACCION.
034200     MOVE WS-CUOTAS-LEIDAS TO DFH-BTA-LEIDOS.
034300     MOVE WS-CANT-CARGOS TO DFH-BTA-ESCRITOS.
034400     MOVE ZERO TO DFH-BTA-RECHAZADOS.
034500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
034600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
034700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
034800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
034900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
035000 3000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------*
035400*  8000-LEER-CUOTA                                               *
035500*----------------------------------------------------------------*
035600 8000-LEER-CUOTA.
035700     READ CUOTAS-FILE NEXT RECORD
035800         AT END
035900             MOVE 'S' TO WS-SW-FIN-CUOTAS
036000     END-READ.
036100 8000-EXIT.
036200     EXIT.
