000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1SIM.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : MANTENIMIENTO BATCH DEL MAESTRO DE SINIESTROS        *
000900*           (SINMTR - RMYD1SIN), AL ESTILO DEL MANTENIMIENTO DE  *
001000*           POLIZAS RMYD1POM. CADA TRANSACCION DE SINTRAN LLEVA  *
001100*           LA ACCION SOBRE EL SINIESTRO DE UNA POLIZA (CUENTA + *
001200*           TIPO DE SEGURO): R REPORTA EL EVENTO, D LO DA POR    *
001300*           DOCUMENTADO, P LO PRESENTA A LA ASEGURADORA, G       *
001400*           REGISTRA EL PAGO DE LA ASEGURADORA Y N SU            *
001500*           DENEGACION; CADA ESTADO SOLO SE ALCANZA DESDE EL     *
001600*           ANTERIOR. AL REPORTAR, LA POLIZA DEBE EXISTIR EN     *
001700*           POLMTR (RMYD1POL) Y EL EVENTO CAER EN SU VIGENCIA;   *
001800*           EL MONTO RECLAMADO ES, PARA DESGRAVAMEN, EL SALDO    *
001900*           DE LA CUENTA A LA FECHA DEL EVENTO (DFH-SALDO MAS EL *
002000*           CAPITAL IMPUTADO DESPUES DEL EVENTO SEGUN IMPHIST -  *
002100*           RMYD1IMH) Y, PARA INCENDIO, LA PERDIDA DECLARADA     *
002200*           HASTA EL AVALUO DE LA GARANTIA. EL PAGO DE LA        *
002300*           ASEGURADORA SE CONVIERTE EN PAGOS DEL CANAL SEGURO   *
002400*           (RMYD1PGH) EN SINPAGO, QUE SE INCORPORA AL LOTE      *
002500*           PAGOTRN DEL DIA ANTES DE RMYD1PGV: CUBRE LAS CUOTAS  *
002600*           VENCIDAS O PARCIALES EN ORDEN Y EL RESTO VA A LA     *
002700*           PRIMERA CUOTA PENDIENTE, CUYO EXCESO RMYD1PGA        *
002800*           ENTREGA A RMYD1ABX, QUE REBAJA EL SALDO Y ELIMINA    *
002900*           LAS CUOTAS PENDIENTES CUANDO LO LIQUIDA. LO INVALIDO *
003000*           SALE A SINRECH CON MOTIVO Y CADA CAMBIO DE ESTADO    *
003100*           DEJA BITACORA (RESPONSABLE DE SIMPARM) EN CTABITA.   *
003200*----------------------------------------------------------------*
003300*  HISTORIAL DE MODIFICACIONES                                   *
003400*  FECHA       INIC  DESCRIPCION                                 *
003500*  15/10/2026  DS    VERSION INICIAL.                            *
003520*  15/10/2026  DS    SE DEJAN EN BLANCO LOS DATOS DE EFECTIVO    *
003540*                    DEL PAGO GENERADO (RMYD1PGH).               *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-390.
004000 OBJECT-COMPUTER.  IBM-390.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT TRANSACC-FILE  ASSIGN TO SINTRAN
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS   IS WS-TRN-STATUS.
004600
004700     SELECT PARAM-FILE     ASSIGN TO SIMPARM
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS   IS WS-PRM-STATUS.
005000
005100     SELECT SINIESTROS-FILE ASSIGN TO SINMTR
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE   IS RANDOM
005400            RECORD KEY    IS DFH-SIN-LLAVE
005500            FILE STATUS   IS WS-SIN-STATUS.
005600
005700     SELECT POLIZAS-FILE   ASSIGN TO POLMTR
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE   IS RANDOM
006000            RECORD KEY    IS DFH-POL-LLAVE
006100            FILE STATUS   IS WS-POL-STATUS.
006200
006300     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE   IS RANDOM
006600            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
006700            FILE STATUS   IS WS-CTAS-STATUS.
006800
006900     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
007000            ORGANIZATION IS INDEXED
007100            ACCESS MODE   IS DYNAMIC
007200            RECORD KEY    IS DFH-CUOTA-LLAVE
007300            FILE STATUS   IS WS-CUO-STATUS.
007400
007500     SELECT IMPUTAC-FILE   ASSIGN TO IMPHIST
007600            ORGANIZATION IS LINE SEQUENTIAL
007700            FILE STATUS   IS WS-IMP-STATUS.
007800
007900     SELECT PAGOS-FILE     ASSIGN TO SINPAGO
008000            ORGANIZATION IS LINE SEQUENTIAL
008100            FILE STATUS   IS WS-PAG-STATUS.
008200
008300     SELECT RECHAZOS-FILE  ASSIGN TO SINRECH
008400            ORGANIZATION IS LINE SEQUENTIAL
008500            FILE STATUS   IS WS-RCH-STATUS.
008600
008700     SELECT BITACORA-FILE  ASSIGN TO CTABITA
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS   IS WS-BIT-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  TRANSACC-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  REG-TRN-SINIESTRO.
009700     05 TS-ACCION                 PIC X(001).
009800        88 TS-REPORTE                VALUE 'R'.
009900        88 TS-DOCUMENTACION          VALUE 'D'.
010000        88 TS-PRESENTACION           VALUE 'P'.
010100        88 TS-PAGO                   VALUE 'G'.
010200        88 TS-DENEGACION             VALUE 'N'.
010300     05 TS-LLAVE.
010400        10 TS-NUMERO-CUENTA       PIC X(013).
010500        10 TS-TIPO-SEGURO         PIC X(012).
010600     05 TS-FECHA                  PIC 9(008).
010700     05 TS-MONTO                  PIC S9(011)V99.
010800     05 TS-REFERENCIA             PIC X(015).
010900     05 TS-MOTIVO                 PIC X(040).
011000
011100 FD  PARAM-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  REG-PARAM-SIM.
011500     05 PM-RESPONSABLE            PIC X(010).
011600
011700 FD  SINIESTROS-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY RMYD1SIN.
012100
012200 FD  POLIZAS-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500     COPY RMYD1POL.
012600
012700 FD  CUENTAS-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY RMYD1CLG.
013100
013200 FD  CUOTAS-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY RMYD1CLD.
013600
013700 FD  IMPUTAC-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000     COPY RMYD1IMH.
014100
014200 FD  PAGOS-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500     COPY RMYD1PGH.
014600
014700 FD  RECHAZOS-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  RECHAZO-LINEA                PIC X(090).
015100
015200 FD  BITACORA-FILE
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500     COPY RMYD1CTB.
015600
015700 WORKING-STORAGE SECTION.
015800 COPY RMYD1BTA.
015900 77  WS-TRN-STATUS                PIC X(02).
016000     88 TRN-OK                       VALUE '00'.
016100 77  WS-PRM-STATUS                PIC X(02).
016200     88 PRM-OK                       VALUE '00'.
016300 77  WS-SIN-STATUS                PIC X(02).
016400     88 SIN-OK                       VALUE '00'.
016500 77  WS-POL-STATUS                PIC X(02).
016600 77  WS-CTAS-STATUS               PIC X(02).
016700 77  WS-CUO-STATUS                PIC X(02).
016800 77  WS-IMP-STATUS                PIC X(02).
016900 77  WS-PAG-STATUS                PIC X(02).
017000 77  WS-RCH-STATUS                PIC X(02).
017100 77  WS-BIT-STATUS                PIC X(02).
017200 77  WS-SW-FIN-TRANS              PIC X(01).
017300     88 FIN-TRANSACCIONES            VALUE 'S'.
017400 77  WS-SW-TRANS-VALIDA           PIC X(01).
017500     88 TRANS-VALIDA                 VALUE 'S'.
017600     88 TRANS-INVALIDA               VALUE 'N'.
017700 77  WS-SW-SINIESTRO              PIC X(01).
017800     88 SINIESTRO-HALLADO            VALUE 'S'.
017900     88 SINIESTRO-NO-HALLADO         VALUE 'N'.
018000 77  WS-SW-FIN-CUOTAS             PIC X(01).
018100     88 FIN-CUOTAS                   VALUE 'S'.
018200 77  WS-SW-FIN-IMPUTAC            PIC X(01).
018300     88 FIN-IMPUTACIONES             VALUE 'S'.
018400 77  WS-CODRET-VALIDA             PIC X(002).
018500     88 FECHA-VALIDA                 VALUE '00'.
018600 77  WS-RESPONSABLE               PIC X(010)
018700                                  VALUE 'SIMBATCH  '.
018800 77  WS-FECHA-PROCESO             PIC 9(008).
018900 77  WS-ESTADO-ANTERIOR           PIC X(001).
019000 77  WS-CAPITAL-POSTERIOR         PIC S9(011)V99 COMP-3.
019100 77  WS-POR-APLICAR               PIC S9(011)V99 COMP-3.
019200 77  WS-VALOR-CUOTA               PIC S9(011)V99 COMP-3.
019300 77  WS-SEC-PENDIENTE             PIC 9(003).
019400 77  WS-SEC-ULTIMA                PIC 9(003).
019500 77  WS-SEC-RETENIDA              PIC 9(003).
019600 77  WS-VALOR-RETENIDO            PIC S9(011)V99 COMP-3.
019700 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
019800 77  WS-TRN-APLICADAS             PIC 9(007) COMP.
019900 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
020000 77  WS-PAGOS-GENERADOS           PIC 9(007) COMP.
020100 77  WS-TOTAL-PAGADO-ASEG         PIC S9(013)V99 COMP-3.
020200 77  WS-CAMBIOS-BITACORA          PIC 9(007) COMP.
020300 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
020400
020500 01  WS-CAMPO-BITACORA            PIC X(025).
020600 01  WS-VALOR-ANTERIOR            PIC X(020).
020700 01  WS-VALOR-NUEVO               PIC X(020).
020800
020900 01  WS-RECHAZO-DET.
021000     05 WR-ACCION                 PIC X(001).
021100     05 FILLER                    PIC X(001)     VALUE SPACES.
021200     05 WR-CUENTA                 PIC X(013).
021300     05 FILLER                    PIC X(002)     VALUE SPACES.
021400     05 WR-TIPO-SEGURO            PIC X(012).
021500     05 FILLER                    PIC X(002)     VALUE SPACES.
021600     05 WR-MOTIVO                 PIC X(050).
021700     05 FILLER                    PIC X(009)     VALUE SPACES.
021800
021900 PROCEDURE DIVISION.
022000
022100 0000-MAINLINE.
022200     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
022300     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
022400         UNTIL FIN-TRANSACCIONES.
022500     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
022600     STOP RUN.
022700
022800*----------------------------------------------------------------*
022900*  1000-INICIALIZAR : TOMA EL RESPONSABLE DEL LOTE DE SIMPARM Y  *
023000*  ABRE LOS ARCHIVOS (EL MAESTRO DE SINIESTROS SE CREA SI NO     *
023100*  EXISTE).                                                      *
023200*----------------------------------------------------------------*
023300 1000-INICIALIZAR.
023400     MOVE 'RMYD1SIM' TO DFH-BTA-PROGRAMA.
023500     MOVE 'I'        TO DFH-BTA-ACCION.
023600     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
023700                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
023800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
023900     MOVE 'N'  TO WS-SW-FIN-TRANS.
024000     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-APLICADAS
024100                  WS-TRN-RECHAZADAS WS-PAGOS-GENERADOS
024200                  WS-TOTAL-PAGADO-ASEG WS-CAMBIOS-BITACORA.
024300     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
024400     OPEN INPUT  TRANSACC-FILE.
024500     OPEN INPUT  PARAM-FILE.
024600     IF PRM-OK
024700         READ PARAM-FILE
024800             AT END
024900                 CONTINUE
025000             NOT AT END
025100                 MOVE PM-RESPONSABLE TO WS-RESPONSABLE
025200         END-READ
025300     END-IF.
025400     OPEN I-O    SINIESTROS-FILE.
025500     IF WS-SIN-STATUS EQUAL '35'
025600         OPEN OUTPUT SINIESTROS-FILE
025700         CLOSE SINIESTROS-FILE
025800         OPEN I-O SINIESTROS-FILE
025900     END-IF.
026000     OPEN INPUT  POLIZAS-FILE.
026100     OPEN INPUT  CUENTAS-FILE.
026200     OPEN INPUT  CUOTAS-FILE.
026300     OPEN OUTPUT PAGOS-FILE.
026400     OPEN OUTPUT RECHAZOS-FILE.
026500     OPEN EXTEND BITACORA-FILE.
026600     IF WS-BIT-STATUS EQUAL '05' OR '35'
026700         CLOSE BITACORA-FILE
026800         OPEN OUTPUT BITACORA-FILE
026900     END-IF.
027000     IF NOT SIN-OK
027100         DISPLAY 'RMYD1SIM - ERROR SINIESTROS-FILE ' WS-SIN-STATUS
027200         MOVE 'S' TO WS-SW-FIN-TRANS
027300         MOVE 16  TO WS-CODRET-CORRIDA
027400         GO TO 1000-EXIT
027500     END-IF.
027600     IF NOT TRN-OK
027700         DISPLAY 'RMYD1SIM - ERROR TRANSACC-FILE ' WS-TRN-STATUS
027800         MOVE 'S' TO WS-SW-FIN-TRANS
027900         GO TO 1000-EXIT
028000     END-IF.
028100     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600*  2000-PROCESAR-TRANS : VALIDA LA TRANSACCION Y APLICA LA       *
028700*  ACCION SOBRE EL SINIESTRO, DEJANDO BITACORA DEL CAMBIO.       *
028800*----------------------------------------------------------------*
028900 2000-PROCESAR-TRANS.
029000     ADD 1 TO WS-TRN-LEIDAS.
029100     PERFORM 4000-VALIDAR-TRANSACCION THRU 4000-EXIT.
029200     IF TRANS-INVALIDA
029300         ADD 1 TO WS-TRN-RECHAZADAS
029400         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
029500         IF WS-CODRET-CORRIDA < 4
029600             MOVE 4 TO WS-CODRET-CORRIDA
029700         END-IF
029800         GO TO 2000-SIGUIENTE
029900     END-IF.
030000     IF SINIESTRO-HALLADO
030100         MOVE DFH-SIN-ESTADO TO WS-ESTADO-ANTERIOR
030200     ELSE
030300         MOVE SPACES         TO WS-ESTADO-ANTERIOR
030400     END-IF.
030500     EVALUATE TRUE
030600         WHEN TS-REPORTE
030700             PERFORM 5000-REPORTAR   THRU 5000-EXIT
030800         WHEN TS-DOCUMENTACION
030900             MOVE 'D'      TO DFH-SIN-ESTADO
031000             MOVE TS-FECHA TO DFH-SIN-FECHA-DOCUMENTADO
031100             REWRITE REG-SINIESTRO
031200         WHEN TS-PRESENTACION
031300             MOVE 'P'      TO DFH-SIN-ESTADO
031400             MOVE TS-FECHA TO DFH-SIN-FECHA-PRESENTADO
031500             REWRITE REG-SINIESTRO
031600         WHEN TS-PAGO
031700             PERFORM 5300-REGISTRAR-PAGO THRU 5300-EXIT
031800         WHEN TS-DENEGACION
031900             MOVE 'N'       TO DFH-SIN-ESTADO
032000             MOVE TS-FECHA  TO DFH-SIN-FECHA-RESOLUCION
032100             MOVE TS-MOTIVO TO DFH-SIN-MOTIVO
032200             REWRITE REG-SINIESTRO
032300     END-EVALUATE.
032400     ADD 1 TO WS-TRN-APLICADAS.
032500     MOVE 'DFH-SIN-ESTADO'   TO WS-CAMPO-BITACORA.
032600     MOVE WS-ESTADO-ANTERIOR TO WS-VALOR-ANTERIOR.
032700     MOVE DFH-SIN-ESTADO     TO WS-VALOR-NUEVO.
032800     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
032900 2000-SIGUIENTE.
033000     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
033100 2000-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------*
033500*  4000-VALIDAR-TRANSACCION : FECHA, EXISTENCIA DEL SINIESTRO Y  *
033600*  ESTADO PREVIO QUE EXIGE CADA ACCION. SIN FECHA SE TOMA LA DE  *
033700*  PROCESO.                                                      *
033800*----------------------------------------------------------------*
033900 4000-VALIDAR-TRANSACCION.
034000     MOVE 'N' TO WS-SW-TRANS-VALIDA.
034100     MOVE TS-ACCION        TO WR-ACCION.
034200     MOVE TS-NUMERO-CUENTA TO WR-CUENTA.
034300     MOVE TS-TIPO-SEGURO   TO WR-TIPO-SEGURO.
034400     IF TS-FECHA = ZERO
034500         MOVE WS-FECHA-PROCESO TO TS-FECHA
034600     END-IF.
034700     CALL 'RMYD1VDF' USING TS-FECHA
034800                           WS-CODRET-VALIDA.
034900     IF NOT FECHA-VALIDA
035000         MOVE 'FECHA INVALIDA' TO WR-MOTIVO
035100         GO TO 4000-EXIT
035200     END-IF.
035300     IF TS-FECHA > WS-FECHA-PROCESO
035400         MOVE 'FECHA POSTERIOR AL PROCESO' TO WR-MOTIVO
035500         GO TO 4000-EXIT
035600     END-IF.
035700     MOVE TS-LLAVE TO DFH-SIN-LLAVE.
035800     MOVE 'S' TO WS-SW-SINIESTRO.
035900     READ SINIESTROS-FILE
036000         INVALID KEY
036100             MOVE 'N' TO WS-SW-SINIESTRO
036200     END-READ.
036300     IF TS-REPORTE
036400         PERFORM 4100-VALIDAR-REPORTE THRU 4100-EXIT
036500         GO TO 4000-EXIT
036600     END-IF.
036700     IF SINIESTRO-NO-HALLADO
036800         MOVE 'SINIESTRO NO EXISTE EN SINMTR' TO WR-MOTIVO
036900         GO TO 4000-EXIT
037000     END-IF.
037100     IF TS-FECHA < DFH-SIN-FECHA-EVENTO
037200         MOVE 'FECHA ANTERIOR AL EVENTO' TO WR-MOTIVO
037300         GO TO 4000-EXIT
037400     END-IF.
037500     EVALUATE TRUE
037600         WHEN TS-DOCUMENTACION
037700             IF NOT SIN-REPORTADO
037800                 MOVE 'SINIESTRO NO ESTA REPORTADO' TO WR-MOTIVO
037900                 GO TO 4000-EXIT
038000             END-IF
038100         WHEN TS-PRESENTACION
038200             IF NOT SIN-DOCUMENTADO
038300                 MOVE 'SINIESTRO NO ESTA DOCUMENTADO' TO WR-MOTIVO
038400                 GO TO 4000-EXIT
038500             END-IF
038600         WHEN TS-PAGO
038700             IF NOT SIN-PRESENTADO
038800                 MOVE 'SINIESTRO NO PRESENTADO A LA ASEGURADORA'
038900                   TO WR-MOTIVO
039000                 GO TO 4000-EXIT
039100             END-IF
039200             IF TS-MONTO NOT > ZERO
039300                 MOVE 'MONTO PAGADO DEBE SER POSITIVO'
039400                   TO WR-MOTIVO
039500                 GO TO 4000-EXIT
039600             END-IF
039700         WHEN TS-DENEGACION
039800             IF NOT SIN-ABIERTO
039900                 MOVE 'SINIESTRO NO ESTA EN TRAMITE' TO WR-MOTIVO
040000                 GO TO 4000-EXIT
040100             END-IF
040200             IF TS-MOTIVO = SPACES
040300                 MOVE 'DENEGACION SIN MOTIVO' TO WR-MOTIVO
040400                 GO TO 4000-EXIT
040500             END-IF
040600         WHEN OTHER
040700             MOVE 'ACCION NO RECONOCIDA' TO WR-MOTIVO
040800             GO TO 4000-EXIT
040900     END-EVALUATE.
041000     MOVE 'S' TO WS-SW-TRANS-VALIDA.
041100 4000-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500*  4100-VALIDAR-REPORTE : NO DEBE HABER OTRO SINIESTRO EN        *
041600*  TRAMITE O PAGADO DE LA POLIZA, LA POLIZA DEBE EXISTIR Y EL    *
041700*  EVENTO CAER EN SU VIGENCIA; INCENDIO EXIGE LA PERDIDA.        *
041800*----------------------------------------------------------------*
041900 4100-VALIDAR-REPORTE.
042000     IF SINIESTRO-HALLADO AND NOT SIN-DENEGADO
042100         MOVE 'POLIZA YA TIENE SINIESTRO REPORTADO' TO WR-MOTIVO
042200         GO TO 4100-EXIT
042300     END-IF.
042400     MOVE TS-LLAVE TO DFH-POL-LLAVE.
042500     READ POLIZAS-FILE
042600         INVALID KEY
042700             MOVE 'POLIZA NO EXISTE EN POLMTR' TO WR-MOTIVO
042800             GO TO 4100-EXIT
042900     END-READ.
043000     IF TS-FECHA < DFH-POL-VIGENCIA-DESDE
043100        OR TS-FECHA > DFH-POL-VIGENCIA-HASTA
043200         MOVE 'EVENTO FUERA DE LA VIGENCIA DE LA POLIZA'
043300           TO WR-MOTIVO
043400         GO TO 4100-EXIT
043500     END-IF.
043600     MOVE TS-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
043700     READ CUENTAS-FILE
043800         INVALID KEY
043900             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
044000             GO TO 4100-EXIT
044100     END-READ.
044200     IF SEGURO-INCENDIO AND TS-MONTO NOT > ZERO
044300         MOVE 'INCENDIO SIN MONTO DE PERDIDA' TO WR-MOTIVO
044400         GO TO 4100-EXIT
044500     END-IF.
044600     MOVE 'S' TO WS-SW-TRANS-VALIDA.
044700 4100-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100*  5000-REPORTAR : ALTA DEL SINIESTRO (O NUEVO REPORTE DE UNO    *
045200*  DENEGADO) CON SU MONTO RECLAMADO.                             *
045300*----------------------------------------------------------------*
045400 5000-REPORTAR.
045500     INITIALIZE REG-SINIESTRO.
045600     MOVE TS-LLAVE              TO DFH-SIN-LLAVE.
045700     MOVE DFH-POL-ASEGURADORA   TO DFH-SIN-ASEGURADORA.
045800     MOVE 'R'                   TO DFH-SIN-ESTADO.
045900     MOVE TS-FECHA              TO DFH-SIN-FECHA-EVENTO.
046000     MOVE WS-FECHA-PROCESO      TO DFH-SIN-FECHA-REPORTE.
046100     MOVE TS-MONTO              TO DFH-SIN-MONTO-PERDIDA.
046200     MOVE TS-REFERENCIA         TO DFH-SIN-REFERENCIA.
046300     IF SIN-INCENDIO
046400         IF TS-MONTO > DFH-GARANTIA-VALOR-AVALUO
046500             MOVE DFH-GARANTIA-VALOR-AVALUO
046600                                TO DFH-SIN-MONTO-RECLAMADO
046700         ELSE
046800             MOVE TS-MONTO      TO DFH-SIN-MONTO-RECLAMADO
046900         END-IF
047000     ELSE
047100         PERFORM 5100-SALDO-AL-EVENTO THRU 5100-EXIT
047200         COMPUTE DFH-SIN-MONTO-RECLAMADO =
047300             DFH-SALDO + WS-CAPITAL-POSTERIOR
047400     END-IF.
047500     IF SINIESTRO-HALLADO
047600         REWRITE REG-SINIESTRO
047700     ELSE
047800         WRITE REG-SINIESTRO
047900     END-IF.
048000 5000-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------------*
048400*  5100-SALDO-AL-EVENTO : SUMA EL CAPITAL IMPUTADO A LA CUENTA   *
048500*  EN CORRIDAS POSTERIORES AL EVENTO (NETO DE REVERSAS), QUE     *
048600*  DEVUELTO A DFH-SALDO DA EL SALDO A LA FECHA DEL EVENTO. EL    *
048700*  HISTORIAL SE RECORRE COMPLETO: LOS REPORTES SON POCOS.        *
048800*----------------------------------------------------------------*
048900 5100-SALDO-AL-EVENTO.
049000     MOVE ZERO TO WS-CAPITAL-POSTERIOR.
049100     MOVE 'N'  TO WS-SW-FIN-IMPUTAC.
049200     OPEN INPUT IMPUTAC-FILE.
049300     IF WS-IMP-STATUS NOT = '00'
049400         GO TO 5100-EXIT
049500     END-IF.
049600     PERFORM 8200-LEER-IMPUTACION THRU 8200-EXIT.
049700     PERFORM 5110-SUMAR-IMPUTACION THRU 5110-EXIT
049800         UNTIL FIN-IMPUTACIONES.
049900     CLOSE IMPUTAC-FILE.
050000 5100-EXIT.
050100     EXIT.
050200
050300 5110-SUMAR-IMPUTACION.
050400     IF DFH-IMP-NUMERO-CUENTA = TS-NUMERO-CUENTA
050500        AND DFH-IMP-FECHA-PROCESO > TS-FECHA
050600        AND (IMP-CAPITAL OR IMP-ABONO-CAPITAL)
050700         IF IMP-MOV-REVERSA
050800             SUBTRACT DFH-IMP-VALOR-APLICADO
050900                 FROM WS-CAPITAL-POSTERIOR
051000         ELSE
051100             ADD DFH-IMP-VALOR-APLICADO TO WS-CAPITAL-POSTERIOR
051200         END-IF
051300     END-IF.
051400     PERFORM 8200-LEER-IMPUTACION THRU 8200-EXIT.
051500 5110-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------*
051900*  5300-REGISTRAR-PAGO : EL SINIESTRO QUEDA PAGADO Y EL VALOR    *
052000*  DE LA ASEGURADORA SE CONVIERTE EN PAGOS DEL CANAL SEGURO.     *
052100*----------------------------------------------------------------*
052200 5300-REGISTRAR-PAGO.
052300     MOVE 'G'                   TO DFH-SIN-ESTADO.
052400     MOVE TS-FECHA              TO DFH-SIN-FECHA-RESOLUCION.
052500     MOVE TS-MONTO              TO DFH-SIN-MONTO-PAGADO.
052600     IF TS-REFERENCIA NOT = SPACES
052700         MOVE TS-REFERENCIA     TO DFH-SIN-REFERENCIA
052800     END-IF.
052900     REWRITE REG-SINIESTRO.
053000     ADD TS-MONTO TO WS-TOTAL-PAGADO-ASEG.
053100     PERFORM 6000-GENERAR-PAGOS THRU 6000-EXIT.
053200 5300-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------*
053600*  6000-GENERAR-PAGOS : RECORRE EL CALENDARIO DE LA CUENTA Y     *
053700*  REPARTE EL PAGO: PRIMERO EL REMANENTE DE LAS CUOTAS VENCIDAS  *
053800*  O PARCIALES EN ORDEN Y EL RESTO A LA PRIMERA PENDIENTE. SIN   *
053900*  PENDIENTES, EL RESTO SE SUMA AL ULTIMO PAGO (O VA A LA ULTIMA *
054000*  CUOTA) Y RMYD1ABX LO DEJA COMO SOBRANTE. CADA PAGO SE RETIENE *
054100*  HASTA CONOCER EL SIGUIENTE PARA NO REPETIR CUENTA, SECUENCIA  *
054200*  Y REFERENCIA.                                                 *
054300*----------------------------------------------------------------*
054400 6000-GENERAR-PAGOS.
054500     MOVE TS-MONTO TO WS-POR-APLICAR.
054600     MOVE ZERO     TO WS-SEC-PENDIENTE WS-SEC-ULTIMA
054700                      WS-SEC-RETENIDA WS-VALOR-RETENIDO.
054800     MOVE 'N'      TO WS-SW-FIN-CUOTAS.
054900     MOVE TS-NUMERO-CUENTA TO DFH-NUMERO-CUENTA
055000                              IN REG-CUOTA-PROGRAMADA.
055100     MOVE ZERO TO DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA.
055200     START CUOTAS-FILE KEY NOT LESS THAN DFH-CUOTA-LLAVE
055300         INVALID KEY
055400             MOVE 'S' TO WS-SW-FIN-CUOTAS
055500     END-START.
055600     IF NOT FIN-CUOTAS
055700         PERFORM 8100-LEER-CUOTA THRU 8100-EXIT
055800     END-IF.
055900     PERFORM 6100-REPARTIR-CUOTA THRU 6100-EXIT
056000         UNTIL FIN-CUOTAS
056100         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
056200            NOT EQUAL TS-NUMERO-CUENTA.
056300     IF WS-POR-APLICAR > ZERO AND WS-SEC-PENDIENTE > ZERO
056400         PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT
056500         MOVE WS-SEC-PENDIENTE TO WS-SEC-RETENIDA
056600         MOVE WS-POR-APLICAR   TO WS-VALOR-RETENIDO
056700         MOVE ZERO             TO WS-POR-APLICAR
056800     END-IF.
056900     IF WS-POR-APLICAR > ZERO
057000         IF WS-SEC-RETENIDA = ZERO
057100             MOVE WS-SEC-ULTIMA TO WS-SEC-RETENIDA
057200         END-IF
057300         ADD WS-POR-APLICAR TO WS-VALOR-RETENIDO
057400     END-IF.
057500     IF WS-SEC-RETENIDA = ZERO
057600         DISPLAY 'RMYD1SIM - CUENTA SIN CALENDARIO PARA EL PAGO '
057700                 TS-NUMERO-CUENTA
057800         IF WS-CODRET-CORRIDA < 4
057900             MOVE 4 TO WS-CODRET-CORRIDA
058000         END-IF
058100         GO TO 6000-EXIT
058200     END-IF.
058300     PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT.
058400 6000-EXIT.
058500     EXIT.
058600
058700 6100-REPARTIR-CUOTA.
058800     MOVE DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA
058900                              TO WS-SEC-ULTIMA.
059000     IF SITPAGO-PENDIENTE AND WS-SEC-PENDIENTE = ZERO
059100         MOVE WS-SEC-ULTIMA TO WS-SEC-PENDIENTE
059200     END-IF.
059300     IF (SITPAGO-VENCIDA OR SITPAGO-PARCIAL)
059400        AND DFH-VALOR-REMANENTE > ZERO
059500        AND WS-POR-APLICAR > ZERO
059600         IF DFH-VALOR-REMANENTE < WS-POR-APLICAR
059700             MOVE DFH-VALOR-REMANENTE TO WS-VALOR-CUOTA
059800         ELSE
059900             MOVE WS-POR-APLICAR      TO WS-VALOR-CUOTA
060000         END-IF
060100         PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT
060200         MOVE WS-SEC-ULTIMA  TO WS-SEC-RETENIDA
060300         MOVE WS-VALOR-CUOTA TO WS-VALOR-RETENIDO
060400         SUBTRACT WS-VALOR-CUOTA FROM WS-POR-APLICAR
060500     END-IF.
060600     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
060700 6100-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------------*
061100*  6200-LIBERAR-PAGO : GRABA EN SINPAGO EL PAGO RETENIDO, SI LO  *
061200*  HAY, CON CANAL SEGURO Y LA REFERENCIA DEL SINIESTRO.          *
061300*----------------------------------------------------------------*
061400 6200-LIBERAR-PAGO.
061500     IF WS-SEC-RETENIDA = ZERO
061600         GO TO 6200-EXIT
061700     END-IF.
061800     MOVE TS-NUMERO-CUENTA  TO DFH-NUMERO-CUENTA IN REG-HIST-PAGO.
061900     MOVE WS-SEC-RETENIDA   TO DFH-PAGO-SECUENCIA.
062000     MOVE TS-FECHA          TO DFH-PAGO-FECHA-REAL.
062100     MOVE WS-VALOR-RETENIDO TO DFH-PAGO-VALOR-RECIBIDO.
062200     MOVE 'SEGURO'          TO DFH-PAGO-CANAL.
062300     MOVE DFH-SIN-REFERENCIA TO DFH-PAGO-REFERENCIA.
062400     MOVE 'P'               TO DFH-PAGO-TIPO-MOV.
062500     MOVE 'P'               TO DFH-PAGO-OPCION-EXCED.
062550     MOVE SPACES            TO DFH-PAGO-DATOS-EFECTIVO.
062600     WRITE REG-HIST-PAGO.
062700     ADD 1 TO WS-PAGOS-GENERADOS.
062800     MOVE ZERO TO WS-SEC-RETENIDA WS-VALOR-RETENIDO.
062900 6200-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------*
063300*  7900-GRABAR-BITACORA                                          *
063400*----------------------------------------------------------------*
063500 7900-GRABAR-BITACORA.
063600     MOVE TS-NUMERO-CUENTA   TO DFH-BIT-NUMERO-CUENTA.
063700     MOVE WS-FECHA-PROCESO   TO DFH-BIT-FECHA.
063800     MOVE WS-CAMPO-BITACORA  TO DFH-BIT-CAMPO.
063900     MOVE WS-VALOR-ANTERIOR  TO DFH-BIT-VALOR-ANTERIOR.
064000     MOVE WS-VALOR-NUEVO     TO DFH-BIT-VALOR-NUEVO.
064100     MOVE WS-RESPONSABLE     TO DFH-BIT-RESPONSABLE.
064200     WRITE REG-BITACORA-CAMBIO.
064300     ADD 1 TO WS-CAMBIOS-BITACORA.
064400 7900-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------*
064800*  3000-FINALIZAR                                                *
064900*----------------------------------------------------------------*
065000 3000-FINALIZAR.
065100     DISPLAY 'RMYD1SIM - LEIDAS        : ' WS-TRN-LEIDAS.
065200     DISPLAY 'RMYD1SIM - APLICADAS     : ' WS-TRN-APLICADAS.
065300     DISPLAY 'RMYD1SIM - RECHAZADAS    : ' WS-TRN-RECHAZADAS.
065400     DISPLAY 'RMYD1SIM - PAGOS A SINPAGO: ' WS-PAGOS-GENERADOS.
065500     DISPLAY 'RMYD1SIM - PAGADO POR ASEGURADORAS: '
065600             WS-TOTAL-PAGADO-ASEG.
065700     DISPLAY 'RMYD1SIM - EN BITACORA   : ' WS-CAMBIOS-BITACORA.
065800     CLOSE TRANSACC-FILE PARAM-FILE SINIESTROS-FILE POLIZAS-FILE
065900           CUENTAS-FILE CUOTAS-FILE PAGOS-FILE RECHAZOS-FILE
066000           BITACORA-FILE.
066100     MOVE 'RMYD1SIM' TO DFH-BTA-PROGRAMA.
066200     MOVE 'F'        TO DFH-BTA-ACCION.
066300     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
066400     MOVE WS-TRN-APLICADAS TO DFH-BTA-ESCRITOS.
066500     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
066600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
066700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
066800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
066900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
067000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
067100 3000-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------*
067500*  8000-LEER-TRANSACCION                                         *
067600*----------------------------------------------------------------*
067700 8000-LEER-TRANSACCION.
067800     READ TRANSACC-FILE
067900         AT END
068000             MOVE 'S' TO WS-SW-FIN-TRANS
068100     END-READ.
068200 8000-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------*
068600*  8100-LEER-CUOTA                                               *
068700*----------------------------------------------------------------*
068800 8100-LEER-CUOTA.
068900     READ CUOTAS-FILE NEXT RECORD
069000         AT END
069100             MOVE 'S' TO WS-SW-FIN-CUOTAS
069200     END-READ.
069300 8100-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------*
069700*  8200-LEER-IMPUTACION                                          *
069800*----------------------------------------------------------------*
069900 8200-LEER-IMPUTACION.
070000     READ IMPUTAC-FILE
070100         AT END
070200             MOVE 'S' TO WS-SW-FIN-IMPUTAC
070300     END-READ.
070400 8200-EXIT.
070500     EXIT.
