000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CTP.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : REPORTE DIARIO DEL DOBLE CONTROL DE CAMBIOS AL       *
000900*           MAESTRO DE CUENTAS. RECORRE CTAPEND (RMYD1CPN) Y     *
001000*           LISTA EN SECCIONES: LAS SOLICITUDES AUN PENDIENTES   *
001100*           (CON SU FECHA DE VENCIMIENTO) Y LAS APROBADAS,       *
001200*           RECHAZADAS Y VENCIDAS CON FECHA DE RESOLUCION IGUAL  *
001300*           A LA DEL REPORTE, CON CAMPO, VALOR ANTERIOR Y NUEVO, *
001400*           MONTO DE CONTROL, SOLICITANTE Y APROBADOR. LA FECHA  *
001500*           DEL REPORTE VIENE DE CTPPARM (POR OMISION LA FECHA   *
001600*           DE PROCESO). CORRE DESPUES DE RMYD1CTA.              *
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
002800     SELECT PARAM-FILE     ASSIGN TO CTPPARM
002900            ORGANIZATION IS LINE SEQUENTIAL
003000            FILE STATUS   IS WS-PRM-STATUS.
003100
003200     SELECT PENDIENTES-FILE ASSIGN TO CTAPEND
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS SEQUENTIAL
003500            RECORD KEY    IS DFH-PEN-LLAVE
003600            FILE STATUS   IS WS-PEN-STATUS.
003700
003800     SELECT REPORTE-FILE   ASSIGN TO RPTCTP
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS   IS WS-RPT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PARAM-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  REG-PARAM-CTP.
004800     05 PM-FECHA-REPORTE          PIC 9(008).
004900
005000 FD  PENDIENTES-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY RMYD1CPN.
005400
005500 FD  REPORTE-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  REPORTE-LINEA                PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100 COPY RMYD1BTA.
006200 77  WS-PRM-STATUS                PIC X(02).
006300     88 PRM-OK                       VALUE '00'.
006400 77  WS-PEN-STATUS                PIC X(02).
006500     88 PEN-OK                       VALUE '00'.
006600 77  WS-RPT-STATUS                PIC X(02).
006700 77  WS-SW-FIN-PEND               PIC X(01).
006800     88 FIN-PENDIENTES               VALUE 'S'.
006900 77  WS-FECHA-PROCESO             PIC 9(008).
007000 77  WS-FECHA-REPORTE             PIC 9(008).
007100 77  WS-SUB-SEC                   PIC 9(001) COMP.
007200 77  WS-ESTADO-SECCION            PIC X(001).
007300 77  WS-SOL-LEIDAS                PIC 9(007) COMP.
007400 77  WS-SOL-LISTADAS              PIC 9(007) COMP.
007500 77  WS-CANT-SECCION              PIC 9(007) COMP.
007600 77  WS-MONTO-SECCION             PIC S9(013)V99 COMP-3.
007700 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
007800
007900*----------------------------------------------------------------*
008000*  SECCIONES DEL REPORTE EN ORDEN: ESTADO Y TITULO.              *
008100*----------------------------------------------------------------*
008200 01  WS-SECCIONES.
008300     05 FILLER                    PIC X(041)
008400        VALUE 'PSOLICITUDES PENDIENTES DE APROBACION'.
008500     05 FILLER                    PIC X(041)
008600        VALUE 'ASOLICITUDES APROBADAS Y APLICADAS'.
008700     05 FILLER                    PIC X(041)
008800        VALUE 'RSOLICITUDES RECHAZADAS'.
008900     05 FILLER                    PIC X(041)
009000        VALUE 'VSOLICITUDES VENCIDAS SIN DECISION'.
009100 01  WS-SECCIONES-R REDEFINES WS-SECCIONES.
009200     05 WS-SECCION-ENTRADA OCCURS 4 TIMES.
009300         10 WS-SEC-ESTADO         PIC X(001).
009400         10 WS-SEC-TITULO         PIC X(040).
009500
009600 01  WS-TITULO-RPT.
009700     05 FILLER                    PIC X(050)
009800        VALUE 'DOBLE CONTROL DE CAMBIOS AL MAESTRO DE CUENTAS - '.
009900     05 WE-FECHA-REPORTE          PIC 9(008).
010000     05 FILLER                    PIC X(074)     VALUE SPACES.
010100
010200 01  WS-SECCION-RPT.
010300     05 FILLER                    PIC X(004)     VALUE '*** '.
010400     05 WS-SECCION-TITULO         PIC X(040).
010500     05 FILLER                    PIC X(088)     VALUE SPACES.
010600
010700 01  WS-ENCAB-RPT.
010800     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
010900     05 FILLER                    PIC X(026)     VALUE 'CAMPO'.
011000     05 FILLER                    PIC X(021)
011100        VALUE 'VALOR ANTERIOR'.
011200     05 FILLER                    PIC X(021)
011300        VALUE 'VALOR NUEVO'.
011400     05 FILLER                    PIC X(016)
011500        VALUE '  MONTO CONTROL'.
011600     05 FILLER                    PIC X(011)     VALUE 'SOLICITO'.
011700     05 FILLER                    PIC X(009)     VALUE 'SOLICIT.'.
011800     05 WS-ENCAB-EXTRA            PIC X(014).
011900
012000 01  WS-DET-RPT.
012100     05 WD-CUENTA                 PIC X(013).
012200     05 FILLER                    PIC X(001)     VALUE SPACES.
012300     05 WD-CAMPO                  PIC X(025).
012400     05 FILLER                    PIC X(001)     VALUE SPACES.
012500     05 WD-VALOR-ANTERIOR         PIC X(020).
012600     05 FILLER                    PIC X(001)     VALUE SPACES.
012700     05 WD-VALOR-NUEVO            PIC X(020).
012800     05 FILLER                    PIC X(001)     VALUE SPACES.
012900     05 WD-MONTO                  PIC ZZZ,ZZZ,ZZ9.99-.
013000     05 FILLER                    PIC X(001)     VALUE SPACES.
013100     05 WD-SOLICITANTE            PIC X(010).
013200     05 FILLER                    PIC X(001)     VALUE SPACES.
013300     05 WD-FECHA-SOLICITUD        PIC 9(008).
013400     05 FILLER                    PIC X(001)     VALUE SPACES.
013500     05 WD-EXTRA                  PIC X(010).
013600     05 FILLER                    PIC X(004)     VALUE SPACES.
013700
013800 01  WS-MOTIVO-RPT.
013900     05 FILLER                    PIC X(014)     VALUE SPACES.
014000     05 FILLER                    PIC X(008)     VALUE 'MOTIVO: '.
014100     05 WM-MOTIVO                 PIC X(040).
014200     05 FILLER                    PIC X(070)     VALUE SPACES.
014300
014400 01  WS-TOTAL-RPT.
014500     05 FILLER                    PIC X(014)     VALUE SPACES.
014600     05 FILLER                    PIC X(017)
014700        VALUE 'TOTAL SOLICITUDES'.
014800     05 WT-CANTIDAD               PIC ZZZ,ZZ9.
014900     05 FILLER                    PIC X(002)     VALUE SPACES.
015000     05 FILLER                    PIC X(014)
015100        VALUE 'MONTO CONTROL'.
015200     05 WT-MONTO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015300     05 FILLER                    PIC X(060)     VALUE SPACES.
015400
015500 PROCEDURE DIVISION.
015600
015700 0000-MAINLINE.
015800     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
015900     PERFORM 2000-LISTAR-SECCION    THRU 2000-EXIT
016000         VARYING WS-SUB-SEC FROM 1 BY 1
016100         UNTIL WS-SUB-SEC > 4.
016200     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
016300     STOP RUN.
016400
016500*----------------------------------------------------------------*
016600*  1000-INICIALIZAR : FECHA DEL REPORTE Y TITULO.                *
016700*----------------------------------------------------------------*
016800 1000-INICIALIZAR.
016900     MOVE 'RMYD1CTP' TO DFH-BTA-PROGRAMA.
017000     MOVE 'I'        TO DFH-BTA-ACCION.
017100     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
017200                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
017300     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
017400     MOVE ZERO TO WS-SOL-LEIDAS WS-SOL-LISTADAS.
017500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
017600     MOVE WS-FECHA-PROCESO TO WS-FECHA-REPORTE.
017700     OPEN INPUT PARAM-FILE.
017800     IF PRM-OK
017900         READ PARAM-FILE
018000             AT END
018100                 CONTINUE
018200             NOT AT END
018300                 IF PM-FECHA-REPORTE NUMERIC
018400                    AND PM-FECHA-REPORTE > ZERO
018500                     MOVE PM-FECHA-REPORTE TO WS-FECHA-REPORTE
018600                 END-IF
018700         END-READ
018800         CLOSE PARAM-FILE
018900     END-IF.
019000     OPEN OUTPUT REPORTE-FILE.
019100     MOVE WS-FECHA-REPORTE TO WE-FECHA-REPORTE.
019200     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
019300 1000-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------*
019700*  2000-LISTAR-SECCION : UNA PASADA POR CTAPEND POR SECCION. LAS *
019800*  PENDIENTES SE LISTAN TODAS; LAS RESUELTAS, SOLO LAS DE LA     *
019900*  FECHA DEL REPORTE.                                            *
020000*----------------------------------------------------------------*
020100 2000-LISTAR-SECCION.
020200     MOVE WS-SEC-ESTADO (WS-SUB-SEC) TO WS-ESTADO-SECCION.
020300     MOVE WS-SEC-TITULO (WS-SUB-SEC) TO WS-SECCION-TITULO.
020400     IF WS-ESTADO-SECCION = 'P'
020500         MOVE 'VENCE'     TO WS-ENCAB-EXTRA
020600     ELSE
020700         MOVE 'APROBADOR' TO WS-ENCAB-EXTRA
020800     END-IF.
020900     MOVE SPACES TO REPORTE-LINEA.
021000     WRITE REPORTE-LINEA.
021100     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
021200     WRITE REPORTE-LINEA FROM WS-ENCAB-RPT.
021300     MOVE ZERO TO WS-CANT-SECCION WS-MONTO-SECCION.
021400     MOVE 'N'  TO WS-SW-FIN-PEND.
021500     OPEN INPUT PENDIENTES-FILE.
021600     IF WS-PEN-STATUS = '35'
021700         MOVE 'S' TO WS-SW-FIN-PEND
021800     ELSE
021900         IF NOT PEN-OK
022000             DISPLAY 'RMYD1CTP - ERROR PENDIENTES-FILE '
022100                     WS-PEN-STATUS
022200             MOVE 16  TO WS-CODRET-CORRIDA
022300             MOVE 'S' TO WS-SW-FIN-PEND
022400         END-IF
022500     END-IF.
022600     PERFORM 2100-LISTAR-SOLICITUD THRU 2100-EXIT
022700         UNTIL FIN-PENDIENTES.
022800     IF PEN-OK OR WS-PEN-STATUS = '10'
022900         CLOSE PENDIENTES-FILE
023000     END-IF.
023100     MOVE WS-CANT-SECCION  TO WT-CANTIDAD.
023200     MOVE WS-MONTO-SECCION TO WT-MONTO.
023300     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
023400 2000-EXIT.
023500     EXIT.
023600
023700 2100-LISTAR-SOLICITUD.
023800     READ PENDIENTES-FILE NEXT RECORD
023900         AT END
024000             MOVE 'S' TO WS-SW-FIN-PEND
024100             GO TO 2100-EXIT
024200     END-READ.
024300     IF WS-SUB-SEC = 1
024400         ADD 1 TO WS-SOL-LEIDAS
024500     END-IF.
024600     IF DFH-PEN-ESTADO NOT = WS-ESTADO-SECCION
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF NOT PEN-PENDIENTE
025000        AND DFH-PEN-FECHA-RESOLUCION NOT = WS-FECHA-REPORTE
025100         GO TO 2100-EXIT
025200     END-IF.
025300     ADD 1 TO WS-CANT-SECCION WS-SOL-LISTADAS.
025400     ADD DFH-PEN-MONTO-CONTROL TO WS-MONTO-SECCION.
025500     MOVE DFH-PEN-NUMERO-CUENTA   TO WD-CUENTA.
025600     MOVE DFH-PEN-CAMPO           TO WD-CAMPO.
025700     MOVE DFH-PEN-VALOR-ANTERIOR  TO WD-VALOR-ANTERIOR.
025800     MOVE DFH-PEN-VALOR-NUEVO     TO WD-VALOR-NUEVO.
025900     MOVE DFH-PEN-MONTO-CONTROL   TO WD-MONTO.
026000     MOVE DFH-PEN-SOLICITANTE     TO WD-SOLICITANTE.
026100     MOVE DFH-PEN-FECHA-SOLICITUD TO WD-FECHA-SOLICITUD.
026200     IF PEN-PENDIENTE
026300         MOVE DFH-PEN-FECHA-VENCE TO WD-EXTRA
026400     ELSE
026500         MOVE DFH-PEN-APROBADOR   TO WD-EXTRA
026600     END-IF.
026700     WRITE REPORTE-LINEA FROM WS-DET-RPT.
026800     IF NOT PEN-PENDIENTE
026900        AND DFH-PEN-MOTIVO NOT = SPACES
027000         MOVE DFH-PEN-MOTIVO TO WM-MOTIVO
027100         WRITE REPORTE-LINEA FROM WS-MOTIVO-RPT
027200     END-IF.
027300 2100-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------------*
027700*  3000-FINALIZAR                                                *
027800*----------------------------------------------------------------*
027900 3000-FINALIZAR.
028000     DISPLAY 'RMYD1CTP - FECHA DEL REPORTE : ' WS-FECHA-REPORTE.
028100     DISPLAY 'RMYD1CTP - SOLICITUDES LEIDAS: ' WS-SOL-LEIDAS.
028200     DISPLAY 'RMYD1CTP - LISTADAS          : ' WS-SOL-LISTADAS.
028300     CLOSE REPORTE-FILE.
028400     MOVE 'RMYD1CTP' TO DFH-BTA-PROGRAMA.
028500     MOVE 'F'        TO DFH-BTA-ACCION.
028600     MOVE WS-SOL-LEIDAS   TO DFH-BTA-LEIDOS.
028700     MOVE WS-SOL-LISTADAS TO DFH-BTA-ESCRITOS.
028800     MOVE ZERO            TO DFH-BTA-RECHAZADOS.
028900     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
029000     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
029100*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
029200*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
029300     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
029400 3000-EXIT.
029500     EXIT.
