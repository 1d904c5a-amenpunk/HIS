000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1SIR.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : REPORTE MENSUAL DE SINIESTROS ABIERTOS. RECORRE EL   *
000900*           MAESTRO DE SINIESTROS (SINMTR - RMYD1SIN) Y, POR     *
001000*           CADA SINIESTRO REPORTADO, DOCUMENTADO O PRESENTADO,  *
001100*           CALCULA SU ANTIGUEDAD EN DIAS DESDE EL REPORTE HASTA *
001200*           LA FECHA DE PROCESO Y LO UBICA EN UN TRAMO (0-30,    *
001300*           31-60, 61-90, 91-180, MAS DE 180). EMITE EN RPTSIN   *
001400*           UN DETALLE POR SINIESTRO Y UN RESUMEN POR            *
001500*           ASEGURADORA CON LA CANTIDAD POR TRAMO, EL TOTAL Y EL *
001600*           MONTO RECLAMADO PENDIENTE, PARA EL SEGUIMIENTO DEL   *
001700*           TRAMITE CON CADA ASEGURADORA.                        *
001800*----------------------------------------------------------------*
001900*  HISTORIAL DE MODIFICACIONES                                   *
002000*  FECHA       INIC  DESCRIPCION                                 *
002100*  15/10/2026  DS    VERSION INICIAL.                            *
002110*  15/10/2026  DS    SINMTR SE CIERRA SEGUN UN INDICADOR FIJADO  *
002120*                    AL ABRIRLO Y NO SEGUN EL ESTADO DE LA       *
002130*                    ULTIMA LECTURA.                             *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-390.
002600 OBJECT-COMPUTER.  IBM-390.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SINIESTROS-FILE ASSIGN TO SINMTR
003000            ORGANIZATION IS INDEXED
003100            ACCESS MODE   IS SEQUENTIAL
003200            RECORD KEY    IS DFH-SIN-LLAVE
003300            FILE STATUS   IS WS-SIN-STATUS.
003400
003500     SELECT REPORTE-FILE   ASSIGN TO RPTSIN
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS   IS WS-RPT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SINIESTROS-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY RMYD1SIN.
004500
004600 FD  REPORTE-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  REPORTE-LINEA                PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005200 COPY RMYD1BTA.
005300 77  WS-SIN-STATUS                PIC X(02).
005400     88 SIN-OK                       VALUE '00'.
005500 77  WS-RPT-STATUS                PIC X(02).
005600 77  WS-SW-FIN-SINIESTROS         PIC X(01).
005700     88 FIN-SINIESTROS               VALUE 'S'.
005710 77  WS-SW-SINMTR                 PIC X(01).
005720     88 SINMTR-DISPONIBLE            VALUE 'S'.
005800 77  WS-FECHA-PROCESO             PIC 9(008).
005900 77  WS-FECHA-DESDE               PIC 9(008).
006000 77  WS-DIAS-ABIERTO              PIC S9(007) COMP.
006100 77  WS-TRAMO                     PIC 9(001) COMP.
006200 77  WS-CANT-ASEGURADORAS         PIC 9(003) COMP VALUE ZERO.
006300 77  WS-SUB-ASEG                  PIC 9(003) COMP.
006400 77  WS-ASEG-HALLADA              PIC 9(003) COMP.
006500 77  WS-SUB-TRAMO                 PIC 9(001) COMP.
006600 77  WS-SINIESTROS-LEIDOS         PIC 9(007) COMP.
006700 77  WS-SINIESTROS-ABIERTOS       PIC 9(007) COMP.
006800 77  WS-TOTAL-RECLAMADO           PIC S9(013)V99 COMP-3.
006900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
007000
007100 01  WS-TABLA-ASEGURADORAS.
007200     05 WS-ASEG-ENTRADA OCCURS 50 TIMES.
007300         10 WA-ASEGURADORA        PIC X(030).
007400         10 WA-CANT-TRAMO         PIC 9(005) COMP OCCURS 5 TIMES.
007500         10 WA-CANT-TOTAL         PIC 9(005) COMP.
007600         10 WA-MONTO-RECLAMADO    PIC S9(013)V99 COMP-3.
007700
007800 01  WS-TITULO-RPT.
007900     05 FILLER                    PIC X(045)
008000        VALUE 'SINIESTROS ABIERTOS POR ANTIGUEDAD AL        '.
008100     05 WT-FECHA                  PIC 9(008).
008200     05 FILLER                    PIC X(079)     VALUE SPACES.
008300
008400 01  WS-DETALLE-RPT.
008500     05 WD-CUENTA                 PIC X(013).
008600     05 FILLER                    PIC X(002)     VALUE SPACES.
008700     05 WD-TIPO-SEGURO            PIC X(012).
008800     05 FILLER                    PIC X(002)     VALUE SPACES.
008900     05 WD-ASEGURADORA            PIC X(030).
009000     05 FILLER                    PIC X(002)     VALUE SPACES.
009100     05 WD-ESTADO                 PIC X(011).
009200     05 FILLER                    PIC X(002)     VALUE SPACES.
009300     05 WD-FECHA-EVENTO           PIC 9(008).
009400     05 FILLER                    PIC X(002)     VALUE SPACES.
009500     05 WD-DIAS                   PIC ZZZZ9.
009600     05 FILLER                    PIC X(002)     VALUE SPACES.
009700     05 WD-MONTO                  PIC ZZZ,ZZZ,ZZ9.99-.
009800     05 FILLER                    PIC X(026)     VALUE SPACES.
009900
010000 01  WS-ENCAB-RESUMEN.
010100     05 FILLER                    PIC X(032)
010200        VALUE 'ASEGURADORA                     '.
010300     05 FILLER                    PIC X(040)
010400        VALUE '    0-30   31-60   61-90  91-180    +180'.
010500     05 FILLER                    PIC X(029)
010600        VALUE '   TOTAL      MONTO RECLAMADO'.
010700     05 FILLER                    PIC X(031)     VALUE SPACES.
010800
010900 01  WS-RESUMEN-RPT.
011000     05 WR-ASEGURADORA            PIC X(030).
011100     05 FILLER                    PIC X(002).
011200     05 WR-TRAMO OCCURS 5 TIMES.
011300        10 FILLER                 PIC X(002).
011400        10 WR-CANT-TRAMO          PIC ZZ,ZZ9.
011500     05 FILLER                    PIC X(002).
011600     05 WR-CANT-TOTAL             PIC ZZ,ZZ9.
011700     05 FILLER                    PIC X(002).
011800     05 WR-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
011900     05 FILLER                    PIC X(031).
012000
012100 PROCEDURE DIVISION.
012200
012300 0000-MAINLINE.
012400     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
012500     PERFORM 2000-PROCESAR-SINIESTRO THRU 2000-EXIT
012600         UNTIL FIN-SINIESTROS.
012700     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
012800     STOP RUN.
012900
013000*----------------------------------------------------------------*
013100*  1000-INICIALIZAR                                              *
013200*----------------------------------------------------------------*
013300 1000-INICIALIZAR.
013400     MOVE 'RMYD1SIR' TO DFH-BTA-PROGRAMA.
013500     MOVE 'I'        TO DFH-BTA-ACCION.
013600     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
013700                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
013800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
013900     MOVE 'N'  TO WS-SW-FIN-SINIESTROS WS-SW-SINMTR.
014000     MOVE ZERO TO WS-SINIESTROS-LEIDOS WS-SINIESTROS-ABIERTOS
014100                  WS-TOTAL-RECLAMADO.
014200     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
014300     OPEN INPUT  SINIESTROS-FILE.
014310     IF SIN-OK
014320         MOVE 'S' TO WS-SW-SINMTR
014330     END-IF.
014400     OPEN OUTPUT REPORTE-FILE.
014500     MOVE WS-FECHA-PROCESO TO WT-FECHA.
014600     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
014700     IF NOT SIN-OK
014800         DISPLAY 'RMYD1SIR - ERROR SINIESTROS-FILE ' WS-SIN-STATUS
014900         MOVE 'S' TO WS-SW-FIN-SINIESTROS
015000         MOVE 16  TO WS-CODRET-CORRIDA
015100         GO TO 1000-EXIT
015200     END-IF.
015300     PERFORM 8000-LEER-SINIESTRO THRU 8000-EXIT.
015400 1000-EXIT.
015500     EXIT.
015600
015700*----------------------------------------------------------------*
015800*  2000-PROCESAR-SINIESTRO : SOLO LOS SINIESTROS EN TRAMITE.     *
015900*  LA ANTIGUEDAD SE CUENTA DESDE EL REPORTE (O DESDE EL EVENTO   *
016000*  SI EL REPORTE NO TIENE FECHA).                                *
016100*----------------------------------------------------------------*
016200 2000-PROCESAR-SINIESTRO.
016300     ADD 1 TO WS-SINIESTROS-LEIDOS.
016400     IF NOT SIN-ABIERTO
016500         GO TO 2000-SIGUIENTE
016600     END-IF.
016700     ADD 1 TO WS-SINIESTROS-ABIERTOS.
016800     ADD DFH-SIN-MONTO-RECLAMADO TO WS-TOTAL-RECLAMADO.
016900     IF DFH-SIN-FECHA-REPORTE = ZERO
017000         MOVE DFH-SIN-FECHA-EVENTO  TO WS-FECHA-DESDE
017100     ELSE
017200         MOVE DFH-SIN-FECHA-REPORTE TO WS-FECHA-DESDE
017300     END-IF.
017400     COMPUTE WS-DIAS-ABIERTO =
017500         FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
017600       - FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE).
017700     EVALUATE TRUE
017800         WHEN WS-DIAS-ABIERTO NOT > 30
017900             MOVE 1 TO WS-TRAMO
018000         WHEN WS-DIAS-ABIERTO NOT > 60
018100             MOVE 2 TO WS-TRAMO
018200         WHEN WS-DIAS-ABIERTO NOT > 90
018300             MOVE 3 TO WS-TRAMO
018400         WHEN WS-DIAS-ABIERTO NOT > 180
018500             MOVE 4 TO WS-TRAMO
018600         WHEN OTHER
018700             MOVE 5 TO WS-TRAMO
018800     END-EVALUATE.
018900     PERFORM 4000-ACUMULAR-ASEGURADORA THRU 4000-EXIT.
019000     PERFORM 5000-ESCRIBIR-DETALLE     THRU 5000-EXIT.
019100 2000-SIGUIENTE.
019200     PERFORM 8000-LEER-SINIESTRO THRU 8000-EXIT.
019300 2000-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------*
019700*  4000-ACUMULAR-ASEGURADORA : BUSCA LA ASEGURADORA EN LA TABLA  *
019800*  Y LA AGREGA SI NO ESTA. CON LA TABLA LLENA EL SINIESTRO SOLO  *
019900*  SALE EN EL DETALLE Y LA CORRIDA TERMINA CON AVISO.            *
020000*----------------------------------------------------------------*
020100 4000-ACUMULAR-ASEGURADORA.
020200     MOVE ZERO TO WS-ASEG-HALLADA.
020300     PERFORM 4100-BUSCAR-ASEGURADORA THRU 4100-EXIT
020400         VARYING WS-SUB-ASEG FROM 1 BY 1
020500         UNTIL WS-SUB-ASEG > WS-CANT-ASEGURADORAS
020600         OR WS-ASEG-HALLADA > ZERO.
020700     IF WS-ASEG-HALLADA > ZERO
020800         MOVE WS-ASEG-HALLADA TO WS-SUB-ASEG
020900     ELSE
021000         IF WS-CANT-ASEGURADORAS = 50
021100             DISPLAY 'RMYD1SIR - TABLA DE ASEGURADORAS LLENA '
021200                     DFH-SIN-ASEGURADORA
021300             IF WS-CODRET-CORRIDA < 4
021400                 MOVE 4 TO WS-CODRET-CORRIDA
021500             END-IF
021600             GO TO 4000-EXIT
021700         END-IF
021800         ADD 1 TO WS-CANT-ASEGURADORAS
021900         MOVE WS-CANT-ASEGURADORAS TO WS-SUB-ASEG
022000         MOVE DFH-SIN-ASEGURADORA  TO WA-ASEGURADORA (WS-SUB-ASEG)
022100         MOVE ZERO TO WA-CANT-TRAMO (WS-SUB-ASEG 1)
022200                      WA-CANT-TRAMO (WS-SUB-ASEG 2)
022300                      WA-CANT-TRAMO (WS-SUB-ASEG 3)
022400                      WA-CANT-TRAMO (WS-SUB-ASEG 4)
022500                      WA-CANT-TRAMO (WS-SUB-ASEG 5)
022600                      WA-CANT-TOTAL (WS-SUB-ASEG)
022700                      WA-MONTO-RECLAMADO (WS-SUB-ASEG)
022800     END-IF.
022900     ADD 1 TO WA-CANT-TRAMO (WS-SUB-ASEG WS-TRAMO)
023000              WA-CANT-TOTAL (WS-SUB-ASEG).
023100     ADD DFH-SIN-MONTO-RECLAMADO
023200         TO WA-MONTO-RECLAMADO (WS-SUB-ASEG).
023300 4000-EXIT.
023400     EXIT.
023500
023600 4100-BUSCAR-ASEGURADORA.
023700     IF WA-ASEGURADORA (WS-SUB-ASEG) = DFH-SIN-ASEGURADORA
023800         MOVE WS-SUB-ASEG TO WS-ASEG-HALLADA
023900     END-IF.
024000 4100-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------*
024400*  5000-ESCRIBIR-DETALLE                                         *
024500*----------------------------------------------------------------*
024600 5000-ESCRIBIR-DETALLE.
024700     MOVE DFH-SIN-NUMERO-CUENTA  TO WD-CUENTA.
024800     MOVE DFH-SIN-TIPO-SEGURO    TO WD-TIPO-SEGURO.
024900     MOVE DFH-SIN-ASEGURADORA    TO WD-ASEGURADORA.
025000     EVALUATE TRUE
025100         WHEN SIN-REPORTADO
025200             MOVE 'REPORTADO'    TO WD-ESTADO
025300         WHEN SIN-DOCUMENTADO
025400             MOVE 'DOCUMENTADO'  TO WD-ESTADO
025500         WHEN SIN-PRESENTADO
025600             MOVE 'PRESENTADO'   TO WD-ESTADO
025700     END-EVALUATE.
025800     MOVE DFH-SIN-FECHA-EVENTO   TO WD-FECHA-EVENTO.
025900     MOVE WS-DIAS-ABIERTO        TO WD-DIAS.
026000     MOVE DFH-SIN-MONTO-RECLAMADO TO WD-MONTO.
026100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
026200 5000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------*
026600*  3000-FINALIZAR : RESUMEN POR ASEGURADORA Y TOTALES.           *
026700*----------------------------------------------------------------*
026800 3000-FINALIZAR.
026900     IF WS-CANT-ASEGURADORAS > ZERO
027000         MOVE SPACES TO REPORTE-LINEA
027100         WRITE REPORTE-LINEA
027200         WRITE REPORTE-LINEA FROM WS-ENCAB-RESUMEN
027300         PERFORM 3100-ESCRIBIR-RESUMEN THRU 3100-EXIT
027400             VARYING WS-SUB-ASEG FROM 1 BY 1
027500             UNTIL WS-SUB-ASEG > WS-CANT-ASEGURADORAS
027600     END-IF.
027700     DISPLAY 'RMYD1SIR - SINIESTROS LEIDOS : '
027800             WS-SINIESTROS-LEIDOS.
027900     DISPLAY 'RMYD1SIR - ABIERTOS          : '
028000             WS-SINIESTROS-ABIERTOS.
028100     DISPLAY 'RMYD1SIR - MONTO RECLAMADO   : ' WS-TOTAL-RECLAMADO.
028200     IF SINMTR-DISPONIBLE
028300         CLOSE SINIESTROS-FILE
028400     END-IF.
028500     CLOSE REPORTE-FILE.
028600     MOVE 'RMYD1SIR' TO DFH-BTA-PROGRAMA.
028700     MOVE 'F'        TO DFH-BTA-ACCION.
028800     MOVE WS-SINIESTROS-LEIDOS TO DFH-BTA-LEIDOS.
028900     MOVE WS-SINIESTROS-ABIERTOS TO DFH-BTA-ESCRITOS.
029000     MOVE ZERO TO DFH-BTA-RECHAZADOS.
029100     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
029200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
029300*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
029400*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
029500     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
029600 3000-EXIT.
029700     EXIT.
029800
029900 3100-ESCRIBIR-RESUMEN.
030000     MOVE SPACES                       TO WS-RESUMEN-RPT.
030100     MOVE WA-ASEGURADORA (WS-SUB-ASEG) TO WR-ASEGURADORA.
030200     PERFORM 3110-MOVER-TRAMO THRU 3110-EXIT
030300         VARYING WS-SUB-TRAMO FROM 1 BY 1
030400         UNTIL WS-SUB-TRAMO > 5.
030500     MOVE WA-CANT-TOTAL (WS-SUB-ASEG)      TO WR-CANT-TOTAL.
030600     MOVE WA-MONTO-RECLAMADO (WS-SUB-ASEG) TO WR-MONTO.
030700     WRITE REPORTE-LINEA FROM WS-RESUMEN-RPT.
030800 3100-EXIT.
030900     EXIT.
031000
031100 3110-MOVER-TRAMO.
031200     MOVE WA-CANT-TRAMO (WS-SUB-ASEG WS-SUB-TRAMO)
031300       TO WR-CANT-TRAMO (WS-SUB-TRAMO).
031400 3110-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------*
031800*  8000-LEER-SINIESTRO                                           *
031900*----------------------------------------------------------------*
032000 8000-LEER-SINIESTRO.
032100     READ SINIESTROS-FILE NEXT RECORD
032200         AT END
032300             MOVE 'S' TO WS-SW-FIN-SINIESTROS
032400     END-READ.
032500 8000-EXIT.
032600     EXIT.
