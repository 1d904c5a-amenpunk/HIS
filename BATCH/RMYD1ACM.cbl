000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1ACM.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : REGISTRO BATCH DE ACUERDOS DE PAGO EXTRAJUDICIALES   *
000900*           DE CUENTAS CON EXPEDIENTE DE COBRO JUDICIAL (ACJMTR  *
001000*           - RMYD1ACJ), AL ESTILO DE LOS MANTENIMIENTOS         *
001100*           RMYD1POM / RMYD1EXM. CADA REGISTRO DE ACJTRAN TRAE   *
001200*           EL ACUERDO COMPLETO: CUENTA, EXPEDIENTE, FECHA,      *
001300*           APROBADOR, MONTO ACORDADO, QUITA POR CONCEPTO, DIAS  *
001400*           DE GRACIA Y SUS CUOTAS (HASTA 12). SE VALIDA QUE LA  *
001500*           CUENTA EXISTA EN CTASMTR (RMYD1CLG), ESTE VIGENTE Y  *
001600*           SIN CASTIGO; QUE EL EXPEDIENTE EXISTA EN EXPMTR      *
001700*           (RMYD1EXJ) Y SEA DE LA CUENTA; QUE TRAIGA APROBADOR; *
001800*           LAS FECHAS CON RMYD1VDF; QUE LAS CUOTAS VAYAN EN     *
001900*           ORDEN, NO ANTES DEL ACUERDO, Y SUMEN EL MONTO        *
002000*           ACORDADO; Y QUE LA QUITA DE CAPITAL Y DE GASTOS NO   *
002100*           EXCEDA EL SALDO Y LOS GASTOS JUDICIALES DE LA        *
002200*           CUENTA. NO SE ACEPTA UN ACUERDO SOBRE UNA CUENTA CON *
002300*           OTRO VIGENTE O CUMPLIDO; EL ROTO SE REEMPLAZA. LOS   *
002400*           DIAS DE GRACIA EN CERO TOMAN LOS DE ACMPARM (SIN     *
002500*           PARAMETRO, 15). LO INVALIDO SALE A ACJRECH CON       *
002600*           MOTIVO Y CADA ACUERDO REGISTRADO DEJA SU LINEA EN    *
002700*           CTABITA (RMYD1CTB) CON EL RESPONSABLE DEL LOTE. EL   *
002800*           SEGUIMIENTO DE LOS PAGOS LO HACE RMYD1ACS.           *
002900*----------------------------------------------------------------*
003000*  HISTORIAL DE MODIFICACIONES                                   *
003100*  FECHA       INIC  DESCRIPCION                                 *
003200*  15/10/2026  DS    VERSION INICIAL.                            *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-390.
003700 OBJECT-COMPUTER.  IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TRANSACC-FILE  ASSIGN TO ACJTRAN
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS   IS WS-TRN-STATUS.
004300
004400     SELECT PARAM-FILE     ASSIGN TO ACMPARM
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS   IS WS-PRM-STATUS.
004700
004800     SELECT ACUERDOS-FILE  ASSIGN TO ACJMTR
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE   IS RANDOM
005100            RECORD KEY    IS DFH-ACJ-NUMERO-CUENTA
005200            FILE STATUS   IS WS-ACJ-STATUS.
005300
005400     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE   IS RANDOM
005700            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005800            FILE STATUS   IS WS-CTAS-STATUS.
005900
006000     SELECT EXPEDIEN-FILE  ASSIGN TO EXPMTR
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE   IS RANDOM
006300            RECORD KEY    IS DFH-EXP-EXPEDIENTE
006400            FILE STATUS   IS WS-EXP-STATUS.
006500
006600     SELECT RECHAZOS-FILE  ASSIGN TO ACJRECH
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS   IS WS-RCH-STATUS.
006900
007000     SELECT BITACORA-FILE  ASSIGN TO CTABITA
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS   IS WS-BIT-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  TRANSACC-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  REG-ACUERDO-TRN.
008000     05 AT-NUMERO-CUENTA          PIC X(013).
008100     05 AT-EXPEDIENTE             PIC X(020).
008200     05 AT-FECHA-ACUERDO          PIC 9(008).
008300     05 AT-APROBADOR              PIC X(010).
008400     05 AT-MONTO-ACORDADO         PIC 9(011)V99.
008500     05 AT-QUITA-CAPITAL          PIC 9(011)V99.
008600     05 AT-QUITA-INTERES          PIC 9(011)V99.
008700     05 AT-QUITA-CARGOS           PIC 9(011)V99.
008800     05 AT-QUITA-GASTOS           PIC 9(011)V99.
008900     05 AT-DIAS-GRACIA            PIC 9(003).
009000     05 AT-CANT-CUOTAS            PIC 9(002).
009100     05 AT-CUOTAS OCCURS 12 TIMES.
009200        10 AT-CUOTA-FECHA         PIC 9(008).
009300        10 AT-CUOTA-VALOR         PIC 9(009)V99.
009400
009500 FD  PARAM-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  REG-PARAM-ACM.
009900     05 PM-RESPONSABLE            PIC X(010).
010000     05 PM-DIAS-GRACIA            PIC 9(003).
010100
010200 FD  ACUERDOS-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY RMYD1ACJ.
010600
010700 FD  CUENTAS-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY RMYD1CLG.
011100
011200 FD  EXPEDIEN-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY RMYD1EXJ.
011600
011700 FD  RECHAZOS-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  RECHAZO-LINEA                PIC X(090).
012100
012200 FD  BITACORA-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500     COPY RMYD1CTB.
012600
012700 WORKING-STORAGE SECTION.
012800 COPY RMYD1BTA.
012900 77  WS-TRN-STATUS                PIC X(02).
013000     88 TRN-OK                       VALUE '00'.
013100 77  WS-PRM-STATUS                PIC X(02).
013200     88 PRM-OK                       VALUE '00'.
013300 77  WS-ACJ-STATUS                PIC X(02).
013400     88 ACJ-OK                       VALUE '00'.
013500 77  WS-CTAS-STATUS               PIC X(02).
013600     88 CTAS-OK                      VALUE '00'.
013700 77  WS-EXP-STATUS                PIC X(02).
013800     88 EXP-OK                       VALUE '00'.
013900 77  WS-RCH-STATUS                PIC X(02).
014000 77  WS-BIT-STATUS                PIC X(02).
014100 77  WS-SW-FIN-TRANS              PIC X(01).
014200     88 FIN-TRANSACCIONES            VALUE 'S'.
014300 77  WS-SW-TRANS-VALIDA           PIC X(01).
014400     88 TRANS-VALIDA                 VALUE 'S'.
014500     88 TRANS-INVALIDA               VALUE 'N'.
014600 77  WS-SW-ACUERDO-PREVIO         PIC X(01).
014700     88 HAY-ACUERDO-PREVIO             VALUE 'S'.
014800 77  WS-SW-CUOTA-VALIDA           PIC X(01).
014900     88 CUOTA-INVALIDA               VALUE 'N'.
015000 77  WS-CODRET-VALIDA             PIC X(002).
015100     88 FECHA-VALIDA                 VALUE '00'.
015200 77  WS-RESPONSABLE               PIC X(010)
015300                                  VALUE 'ACMBATCH  '.
015400 77  WS-DIAS-GRACIA               PIC 9(003) VALUE 15.
015500 77  WS-FECHA-PROCESO             PIC 9(008).
015600 77  WS-FECHA-ANTERIOR            PIC 9(008).
015700 77  WS-SUMA-CUOTAS               PIC S9(011)V99 COMP-3.
015800 77  WS-SUB-CUOTA                 PIC 9(003) COMP.
015900 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
016000 77  WS-TRN-ALTAS                 PIC 9(007) COMP.
016100 77  WS-TRN-REEMPLAZOS            PIC 9(007) COMP.
016200 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
016300 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
016400
016500 01  WS-EDIT-VALOR                PIC ZZZZZZZZZZZ9.99-.
016600 01  WS-CAMPO-BITACORA            PIC X(025).
016700 01  WS-VALOR-ANTERIOR            PIC X(020).
016800 01  WS-VALOR-NUEVO               PIC X(020).
016900
017000 01  WS-RECHAZO-DET.
017100     05 WR-CUENTA                 PIC X(013).
017200     05 FILLER                    PIC X(002)     VALUE SPACES.
017300     05 WR-EXPEDIENTE             PIC X(020).
017400     05 FILLER                    PIC X(002)     VALUE SPACES.
017500     05 WR-MOTIVO                 PIC X(050).
017600     05 FILLER                    PIC X(003)     VALUE SPACES.
017700
017800 PROCEDURE DIVISION.
017900
018000 0000-MAINLINE.
018100     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
018200     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
018300         UNTIL FIN-TRANSACCIONES.
018400     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
018500     STOP RUN.
018600
018700*----------------------------------------------------------------*
018800*  1000-INICIALIZAR : TOMA EL RESPONSABLE Y LOS DIAS DE GRACIA   *
018900*  DE ACMPARM Y ABRE LOS ARCHIVOS (EL MAESTRO DE ACUERDOS SE     *
019000*  CREA SI NO EXISTE).                                           *
019100*----------------------------------------------------------------*
019200 1000-INICIALIZAR.
019300     MOVE 'RMYD1ACM' TO DFH-BTA-PROGRAMA.
019400     MOVE 'I'        TO DFH-BTA-ACCION.
019500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
019600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
019700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
019800     MOVE 'N'  TO WS-SW-FIN-TRANS.
019900     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-ALTAS WS-TRN-REEMPLAZOS
020000                  WS-TRN-RECHAZADAS.
020100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
020200     OPEN INPUT  TRANSACC-FILE.
020300     OPEN INPUT  PARAM-FILE.
020400     IF PRM-OK
020500         READ PARAM-FILE
020600             AT END
020700                 CONTINUE
020800             NOT AT END
020900                 IF PM-RESPONSABLE NOT = SPACES
021000                     MOVE PM-RESPONSABLE TO WS-RESPONSABLE
021100                 END-IF
021200                 IF PM-DIAS-GRACIA > ZERO
021300                     MOVE PM-DIAS-GRACIA TO WS-DIAS-GRACIA
021400                 END-IF
021500         END-READ
021600         CLOSE PARAM-FILE
021700     END-IF.
021800     OPEN I-O    ACUERDOS-FILE.
021900     IF WS-ACJ-STATUS EQUAL '35'
022000         OPEN OUTPUT ACUERDOS-FILE
022100         CLOSE ACUERDOS-FILE
022200         OPEN I-O ACUERDOS-FILE
022300     END-IF.
022400     OPEN INPUT  CUENTAS-FILE.
022500     OPEN INPUT  EXPEDIEN-FILE.
022600     OPEN OUTPUT RECHAZOS-FILE.
022700     OPEN EXTEND BITACORA-FILE.
022800     IF WS-BIT-STATUS EQUAL '05' OR '35'
022900         CLOSE BITACORA-FILE
023000         OPEN OUTPUT BITACORA-FILE
023100     END-IF.
023200     IF NOT ACJ-OK
023300         DISPLAY 'RMYD1ACM - ERROR ACUERDOS-FILE ' WS-ACJ-STATUS
023400         MOVE 'S' TO WS-SW-FIN-TRANS
023500         MOVE 16  TO WS-CODRET-CORRIDA
023600         GO TO 1000-EXIT
023700     END-IF.
023800     IF NOT CTAS-OK
023900         DISPLAY 'RMYD1ACM - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
024000         MOVE 'S' TO WS-SW-FIN-TRANS
024100         MOVE 16  TO WS-CODRET-CORRIDA
024200         GO TO 1000-EXIT
024300     END-IF.
024400     IF NOT EXP-OK
024500         DISPLAY 'RMYD1ACM - ERROR EXPEDIEN-FILE ' WS-EXP-STATUS
024600         MOVE 'S' TO WS-SW-FIN-TRANS
024700         MOVE 16  TO WS-CODRET-CORRIDA
024800         GO TO 1000-EXIT
024900     END-IF.
025000     IF WS-TRN-STATUS EQUAL '35'
025100         DISPLAY 'RMYD1ACM - SIN ACUERDOS PARA REGISTRAR'
025200         MOVE 'S' TO WS-SW-FIN-TRANS
025300         GO TO 1000-EXIT
025400     END-IF.
025500     IF NOT TRN-OK
025600         DISPLAY 'RMYD1ACM - ERROR TRANSACC-FILE ' WS-TRN-STATUS
025700         MOVE 'S' TO WS-SW-FIN-TRANS
025800         MOVE 16  TO WS-CODRET-CORRIDA
025900         GO TO 1000-EXIT
026000     END-IF.
026100     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
026200 1000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------*
026600*  2000-PROCESAR-TRANS : VALIDA EL ACUERDO Y LO REGISTRA.        *
026700*----------------------------------------------------------------*
026800 2000-PROCESAR-TRANS.
026900     ADD 1 TO WS-TRN-LEIDAS.
027000     PERFORM 6000-VALIDAR-TRANSACCION THRU 6000-EXIT.
027100     IF TRANS-INVALIDA
027200         ADD 1 TO WS-TRN-RECHAZADAS
027300         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
027400         IF WS-CODRET-CORRIDA < 4
027500             MOVE 4 TO WS-CODRET-CORRIDA
027600         END-IF
027700         GO TO 2000-SIGUIENTE
027800     END-IF.
027900     PERFORM 7000-REGISTRAR-ACUERDO THRU 7000-EXIT.
028000 2000-SIGUIENTE.
028100     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600*  6000-VALIDAR-TRANSACCION : CUENTA, EXPEDIENTE, APROBADOR,     *
028700*  MONTO, QUITA, CUOTAS Y ACUERDO PREVIO DE LA CUENTA.           *
028800*----------------------------------------------------------------*
028900 6000-VALIDAR-TRANSACCION.
029000     MOVE 'N' TO WS-SW-TRANS-VALIDA WS-SW-ACUERDO-PREVIO.
029100     MOVE AT-NUMERO-CUENTA TO WR-CUENTA.
029200     MOVE AT-EXPEDIENTE    TO WR-EXPEDIENTE.
029300     MOVE AT-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
029400     READ CUENTAS-FILE
029500         INVALID KEY
029600             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
029700             GO TO 6000-EXIT
029800     END-READ.
029900     IF CUENTA-CANCELADA
030000         MOVE 'CUENTA CANCELADA' TO WR-MOTIVO
030100         GO TO 6000-EXIT
030200     END-IF.
030300     IF NOT INCOB-VIGENTE
030400         MOVE 'CUENTA EN PROCESO DE INCOBRABLE O CASTIGADA'
030500           TO WR-MOTIVO
030600         GO TO 6000-EXIT
030700     END-IF.
030800     MOVE AT-EXPEDIENTE TO DFH-EXP-EXPEDIENTE.
030900     READ EXPEDIEN-FILE
031000         INVALID KEY
031100             MOVE 'EXPEDIENTE NO EXISTE EN EXPMTR' TO WR-MOTIVO
031200             GO TO 6000-EXIT
031300     END-READ.
031400     IF DFH-EXP-NUMERO-CUENTA NOT = AT-NUMERO-CUENTA
031500         MOVE 'EXPEDIENTE DE OTRA CUENTA' TO WR-MOTIVO
031600         GO TO 6000-EXIT
031700     END-IF.
031800     IF AT-APROBADOR = SPACES
031900         MOVE 'ACUERDO SIN APROBADOR' TO WR-MOTIVO
032000         GO TO 6000-EXIT
032100     END-IF.
032200     CALL 'RMYD1VDF' USING AT-FECHA-ACUERDO
032300                           WS-CODRET-VALIDA.
032400     IF NOT FECHA-VALIDA
032500         MOVE 'FECHA DE ACUERDO INVALIDA' TO WR-MOTIVO
032600         GO TO 6000-EXIT
032700     END-IF.
032800     IF AT-FECHA-ACUERDO > WS-FECHA-PROCESO
032900         MOVE 'FECHA DE ACUERDO POSTERIOR AL PROCESO' TO WR-MOTIVO
033000         GO TO 6000-EXIT
033100     END-IF.
033200     IF AT-MONTO-ACORDADO NOT > ZERO
033300         MOVE 'MONTO ACORDADO DEBE SER POSITIVO' TO WR-MOTIVO
033400         GO TO 6000-EXIT
033500     END-IF.
033600     IF AT-QUITA-CAPITAL > DFH-SALDO
033700         MOVE 'QUITA DE CAPITAL MAYOR AL SALDO' TO WR-MOTIVO
033800         GO TO 6000-EXIT
033900     END-IF.
034000     IF AT-QUITA-GASTOS > DFH-GASTOS-JUDICIALES
034100         MOVE 'QUITA DE GASTOS MAYOR A LOS GASTOS JUDICIALES'
034200           TO WR-MOTIVO
034300         GO TO 6000-EXIT
034400     END-IF.
034500     IF AT-CANT-CUOTAS < 1 OR AT-CANT-CUOTAS > 12
034600         MOVE 'CANTIDAD DE CUOTAS FUERA DE RANGO (1-12)'
034700           TO WR-MOTIVO
034800         GO TO 6000-EXIT
034900     END-IF.
035000     MOVE ZERO             TO WS-SUMA-CUOTAS.
035100     MOVE AT-FECHA-ACUERDO TO WS-FECHA-ANTERIOR.
035200     MOVE 'S'              TO WS-SW-CUOTA-VALIDA.
035300     PERFORM 6100-VALIDAR-CUOTA THRU 6100-EXIT
035400         VARYING WS-SUB-CUOTA FROM 1 BY 1
035500         UNTIL WS-SUB-CUOTA > AT-CANT-CUOTAS
035600            OR CUOTA-INVALIDA.
035700     IF CUOTA-INVALIDA
035800         GO TO 6000-EXIT
035900     END-IF.
036000     IF WS-SUMA-CUOTAS NOT = AT-MONTO-ACORDADO
036100         MOVE 'CUOTAS NO SUMAN EL MONTO ACORDADO' TO WR-MOTIVO
036200         GO TO 6000-EXIT
036300     END-IF.
036400     MOVE AT-NUMERO-CUENTA TO DFH-ACJ-NUMERO-CUENTA.
036500     READ ACUERDOS-FILE
036600         INVALID KEY
036700             CONTINUE
036800         NOT INVALID KEY
036900             MOVE 'S' TO WS-SW-ACUERDO-PREVIO
037000     END-READ.
037100     IF HAY-ACUERDO-PREVIO AND ACJ-VIGENTE
037200         MOVE 'CUENTA CON ACUERDO VIGENTE' TO WR-MOTIVO
037300         GO TO 6000-EXIT
037400     END-IF.
037500     IF HAY-ACUERDO-PREVIO AND ACJ-CUMPLIDO
037600         MOVE 'CUENTA CON ACUERDO CUMPLIDO' TO WR-MOTIVO
037700         GO TO 6000-EXIT
037800     END-IF.
037900     MOVE 'S' TO WS-SW-TRANS-VALIDA.
038000 6000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------*
038400*  6100-VALIDAR-CUOTA : FECHA VALIDA, NO ANTERIOR A LA CUOTA     *
038500*  PREVIA (NI AL ACUERDO) Y VALOR POSITIVO.                      *
038600*----------------------------------------------------------------*
038700 6100-VALIDAR-CUOTA.
038800     CALL 'RMYD1VDF' USING AT-CUOTA-FECHA (WS-SUB-CUOTA)
038900                           WS-CODRET-VALIDA.
039000     IF NOT FECHA-VALIDA
039100         MOVE 'FECHA DE CUOTA INVALIDA' TO WR-MOTIVO
039200         MOVE 'N' TO WS-SW-CUOTA-VALIDA
039300         GO TO 6100-EXIT
039400     END-IF.
039500     IF AT-CUOTA-FECHA (WS-SUB-CUOTA) < WS-FECHA-ANTERIOR
039600         MOVE 'CUOTAS FUERA DE ORDEN DE FECHA' TO WR-MOTIVO
039700         MOVE 'N' TO WS-SW-CUOTA-VALIDA
039800         GO TO 6100-EXIT
039900     END-IF.
040000     IF AT-CUOTA-VALOR (WS-SUB-CUOTA) NOT > ZERO
040100         MOVE 'VALOR DE CUOTA DEBE SER POSITIVO' TO WR-MOTIVO
040200         MOVE 'N' TO WS-SW-CUOTA-VALIDA
040300         GO TO 6100-EXIT
040400     END-IF.
040500     MOVE AT-CUOTA-FECHA (WS-SUB-CUOTA) TO WS-FECHA-ANTERIOR.
040600     ADD AT-CUOTA-VALOR (WS-SUB-CUOTA) TO WS-SUMA-CUOTAS.
040700 6100-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------*
041100*  7000-REGISTRAR-ACUERDO : ARMA EL ACUERDO VIGENTE, LO GRABA (O *
041200*  REEMPLAZA AL ROTO) Y DEJA SU LINEA EN LA BITACORA.            *
041300*----------------------------------------------------------------*
041400 7000-REGISTRAR-ACUERDO.
041500     IF HAY-ACUERDO-PREVIO
041600         MOVE 'ROTO'            TO WS-VALOR-ANTERIOR
041700     ELSE
041800         MOVE SPACES            TO WS-VALOR-ANTERIOR
041900     END-IF.
042000     INITIALIZE REG-ACUERDO-JUDICIAL.
042100     MOVE AT-NUMERO-CUENTA      TO DFH-ACJ-NUMERO-CUENTA.
042200     MOVE AT-EXPEDIENTE         TO DFH-ACJ-EXPEDIENTE.
042300     MOVE AT-FECHA-ACUERDO      TO DFH-ACJ-FECHA-ACUERDO.
042400     MOVE AT-APROBADOR          TO DFH-ACJ-APROBADOR.
042500     MOVE 'V'                   TO DFH-ACJ-ESTADO.
042600     MOVE WS-FECHA-PROCESO      TO DFH-ACJ-FECHA-ESTADO.
042700     MOVE AT-MONTO-ACORDADO     TO DFH-ACJ-MONTO-ACORDADO.
042800     MOVE AT-QUITA-CAPITAL      TO DFH-ACJ-QUITA-CAPITAL.
042900     MOVE AT-QUITA-INTERES      TO DFH-ACJ-QUITA-INTERES.
043000     MOVE AT-QUITA-CARGOS       TO DFH-ACJ-QUITA-CARGOS.
043100     MOVE AT-QUITA-GASTOS       TO DFH-ACJ-QUITA-GASTOS.
043200     IF AT-DIAS-GRACIA > ZERO
043300         MOVE AT-DIAS-GRACIA    TO DFH-ACJ-DIAS-GRACIA
043400     ELSE
043500         MOVE WS-DIAS-GRACIA    TO DFH-ACJ-DIAS-GRACIA
043600     END-IF.
043700     MOVE AT-CANT-CUOTAS        TO DFH-ACJ-CANT-CUOTAS.
043800     PERFORM 7100-PASAR-CUOTA THRU 7100-EXIT
043900         VARYING WS-SUB-CUOTA FROM 1 BY 1
044000         UNTIL WS-SUB-CUOTA > AT-CANT-CUOTAS.
044100     IF HAY-ACUERDO-PREVIO
044200         REWRITE REG-ACUERDO-JUDICIAL
044300         ADD 1 TO WS-TRN-REEMPLAZOS
044400     ELSE
044500         WRITE REG-ACUERDO-JUDICIAL
044600         ADD 1 TO WS-TRN-ALTAS
044700     END-IF.
044800     MOVE 'ACUERDO JUDICIAL'     TO WS-CAMPO-BITACORA.
044900     MOVE AT-MONTO-ACORDADO      TO WS-EDIT-VALOR.
045000     MOVE WS-EDIT-VALOR          TO WS-VALOR-NUEVO.
045100     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
045200 7000-EXIT.
045300     EXIT.
045400
045500 7100-PASAR-CUOTA.
045600     MOVE AT-CUOTA-FECHA (WS-SUB-CUOTA)
045700       TO DFH-ACJ-CUOTA-FECHA (WS-SUB-CUOTA).
045800     MOVE AT-CUOTA-VALOR (WS-SUB-CUOTA)
045900       TO DFH-ACJ-CUOTA-VALOR (WS-SUB-CUOTA).
046000     MOVE SPACE TO DFH-ACJ-CUOTA-ESTADO (WS-SUB-CUOTA).
046100 7100-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------*
046500*  7900-GRABAR-BITACORA                                          *
046600*----------------------------------------------------------------*
046700 7900-GRABAR-BITACORA.
046800     MOVE AT-NUMERO-CUENTA   TO DFH-BIT-NUMERO-CUENTA.
046900     MOVE WS-FECHA-PROCESO   TO DFH-BIT-FECHA.
047000     MOVE WS-CAMPO-BITACORA  TO DFH-BIT-CAMPO.
047100     MOVE WS-VALOR-ANTERIOR  TO DFH-BIT-VALOR-ANTERIOR.
047200     MOVE WS-VALOR-NUEVO     TO DFH-BIT-VALOR-NUEVO.
047300     MOVE WS-RESPONSABLE     TO DFH-BIT-RESPONSABLE.
047400     WRITE REG-BITACORA-CAMBIO.
047500 7900-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------*
047900*  3000-FINALIZAR                                                *
048000*----------------------------------------------------------------*
048100 3000-FINALIZAR.
048200     DISPLAY 'RMYD1ACM - LEIDOS       : ' WS-TRN-LEIDAS.
048300     DISPLAY 'RMYD1ACM - REGISTRADOS  : ' WS-TRN-ALTAS.
048400     DISPLAY 'RMYD1ACM - REEMPLAZOS   : ' WS-TRN-REEMPLAZOS.
048500     DISPLAY 'RMYD1ACM - RECHAZADOS   : ' WS-TRN-RECHAZADAS.
048600     CLOSE ACUERDOS-FILE CUENTAS-FILE EXPEDIEN-FILE
048700           RECHAZOS-FILE BITACORA-FILE.
048800     IF WS-TRN-STATUS NOT EQUAL '35'
048900         CLOSE TRANSACC-FILE
049000     END-IF.
049100     MOVE 'RMYD1ACM' TO DFH-BTA-PROGRAMA.
049200     MOVE 'F'        TO DFH-BTA-ACCION.
049300     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
049400     COMPUTE DFH-BTA-ESCRITOS = WS-TRN-ALTAS + WS-TRN-REEMPLAZOS.
049500     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
049600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
049700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
049800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
049900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
050000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
050100 3000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  8000-LEER-TRANSACCION                                         *
050600*----------------------------------------------------------------*
050700 8000-LEER-TRANSACCION.
050800     READ TRANSACC-FILE
050900         AT END
051000             MOVE 'S' TO WS-SW-FIN-TRANS
051100     END-READ.
051200 8000-EXIT.
051300     EXIT.
