000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1ASV.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CIERRE DIARIO DE LAS ASIGNACIONES A AGENCIAS         *
000900*           EXTERNAS (ASGCOB - RMYD1ASG). RECORRE LAS ACTIVAS:   *
001000*           SI LA CUENTA YA NO ESTA CASTIGADA (RECUPERADA O      *
001050*           FUERA DEL MAESTRO) LA ASIGNACION SE RETIRA; SI SU    *
001100*           PLAZO VENCIO SIN RECUPERACION EN EL PERIODO SE       *
001150*           DEVUELVE Y LA CUENTA QUEDA LIBRE PARA OTRA AGENCIA   *
001200*           EN RMYD1ASA; SI VENCIO CON RECUPERACION EN EL        *
001250*           PERIODO (LA ULTIMA, DFH-ASG-FECHA-ULT-RECUP, DESDE   *
001300*           EL INICIO DEL PLAZO QUE VENCE) SE RENUEVA POR OTRO   *
001350*           PLAZO DE LA AGENCIA (AGCMTR - RMYD1AGC), SALVO QUE   *
001400*           LA AGENCIA ESTE INACTIVA, EN CUYO CASO SE DEVUELVE.  *
001700*           LA FECHA FIN ES LA DEL PROCESO; DESDE ELLA LOS PAGOS *
001800*           YA NO SE ATRIBUYEN A LA AGENCIA (RMYD1RCP). CORRE EN *
001900*           EL CICLO DE RECUPERACIONES, DESPUES DE RMYD1RCP.     *
002000*           LISTA LOS MOVIMIENTOS EN RPTASV.                     *
002100*----------------------------------------------------------------*
002200*  HISTORIAL DE MODIFICACIONES                                   *
002300*  FECHA       INIC  DESCRIPCION                                 *
002400*  15/10/2026  DS    VERSION INICIAL.                            *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-390.
002900 OBJECT-COMPUTER.  IBM-390.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ASIGNAC-FILE   ASSIGN TO ASGCOB
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS DYNAMIC
003500            RECORD KEY    IS DFH-ASG-LLAVE
003600            FILE STATUS   IS WS-ASG-STATUS.
003700
003800     SELECT AGENCIAS-FILE  ASSIGN TO AGCMTR
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE   IS RANDOM
004100            RECORD KEY    IS DFH-AGC-CODIGO
004200            FILE STATUS   IS WS-AGC-STATUS.
004300
004400     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE   IS RANDOM
004700            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004800            FILE STATUS   IS WS-CTAS-STATUS.
004900
005000     SELECT REPORTE-FILE   ASSIGN TO RPTASV
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS   IS WS-RPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ASIGNAC-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY RMYD1ASG.
006000
006100 FD  AGENCIAS-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY RMYD1AGC.
006500
006600 FD  CUENTAS-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY RMYD1CLG.
007000
007100 FD  REPORTE-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  REPORTE-LINEA                PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700 COPY RMYD1BTA.
007800 77  WS-ASG-STATUS                PIC X(02).
007900     88 ASG-OK                       VALUE '00'.
008000 77  WS-AGC-STATUS                PIC X(02).
008100     88 AGC-OK                       VALUE '00'.
008200 77  WS-CTAS-STATUS               PIC X(02).
008300     88 CTAS-OK                      VALUE '00'.
008400 77  WS-RPT-STATUS                PIC X(02).
008500 77  WS-SW-FIN-ASIGNAC            PIC X(01).
008600     88 FIN-ASIGNACIONES             VALUE 'S'.
008700 77  WS-SW-ABIERTOS               PIC X(01).
008800     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
008900 77  WS-SW-AGENCIA                PIC X(01).
009000     88 AGENCIA-DISPONIBLE           VALUE 'S'.
009100 77  WS-FECHA-PROCESO             PIC 9(008).
009200 77  WS-DIA-JULIANO               PIC 9(007) COMP.
009250 77  WS-INICIO-PERIODO            PIC 9(008).
009300 77  WS-ASIG-LEIDAS               PIC 9(007) COMP.
009400 77  WS-ASIG-ACTIVAS              PIC 9(007) COMP.
009500 77  WS-CANT-RETIRADAS            PIC 9(007) COMP.
009600 77  WS-CANT-DEVUELTAS            PIC 9(007) COMP.
009700 77  WS-CANT-RENOVADAS            PIC 9(007) COMP.
009800 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
009900
010000 01  WS-TITULO-RPT.
010100     05 FILLER                    PIC X(040)
010200        VALUE 'CIERRE DE ASIGNACIONES A AGENCIAS - FECH'.
010300     05 FILLER                    PIC X(002)     VALUE 'A '.
010400     05 WE-FECHA-PROCESO          PIC 9(008).
010500     05 FILLER                    PIC X(082)     VALUE SPACES.
010600
010700 01  WS-ENCABEZADO-RPT.
010800     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
010900     05 FILLER                    PIC X(008)     VALUE 'AGENCIA'.
011000     05 FILLER                    PIC X(010)     VALUE 'ASIGNADA'.
011100     05 FILLER                    PIC X(010)     VALUE 'VENCE'.
011200     05 FILLER                    PIC X(016)
011300        VALUE '     CASTIGADO'.
011400     05 FILLER                    PIC X(016)
011500        VALUE '    RECUPERADO'.
011600     05 FILLER                    PIC X(010)     VALUE 'ACCION'.
011700     05 FILLER                    PIC X(010)
011800        VALUE 'NUEVO VTO'.
011900
012000 01  WS-DETALLE-RPT.
012100     05 WD-CUENTA                 PIC X(013).
012200     05 FILLER                    PIC X(001)     VALUE SPACES.
012300     05 WD-AGENCIA                PIC X(006).
012400     05 FILLER                    PIC X(002)     VALUE SPACES.
012500     05 WD-FECHA-ASIGNACION       PIC 9(008).
012600     05 FILLER                    PIC X(002)     VALUE SPACES.
012700     05 WD-FECHA-VENCE            PIC 9(008).
012800     05 FILLER                    PIC X(002)     VALUE SPACES.
012900     05 WD-CASTIGADO              PIC ZZZ,ZZZ,ZZ9.99-.
013000     05 FILLER                    PIC X(001)     VALUE SPACES.
013100     05 WD-RECUPERADO             PIC ZZZ,ZZZ,ZZ9.99-.
013200     05 FILLER                    PIC X(001)     VALUE SPACES.
013300     05 WD-ACCION                 PIC X(009).
013400     05 FILLER                    PIC X(001)     VALUE SPACES.
013500     05 WD-NUEVO-VENCE            PIC X(008).
013600
013700 01  WS-TOTAL-RPT.
013800     05 WT-ETIQUETA               PIC X(020).
013900     05 WT-CANTIDAD               PIC ZZZ,ZZ9.
014000
014100 PROCEDURE DIVISION.
014200
014300 0000-MAINLINE.
014400     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
014500     PERFORM 2000-REVISAR-ASIGNACION THRU 2000-EXIT
014600         UNTIL FIN-ASIGNACIONES.
014700     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
014800     STOP RUN.
014900
015000*----------------------------------------------------------------*
015100*  1000-INICIALIZAR : SIN ARCHIVO DE ASIGNACIONES NO HAY NADA    *
015200*  QUE CERRAR.                                                   *
015300*----------------------------------------------------------------*
015400 1000-INICIALIZAR.
015500     MOVE 'RMYD1ASV' TO DFH-BTA-PROGRAMA.
015600     MOVE 'I'        TO DFH-BTA-ACCION.
015700     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
015800                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
015900     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
016000     MOVE 'N'  TO WS-SW-FIN-ASIGNAC WS-SW-ABIERTOS.
016100     MOVE ZERO TO WS-ASIG-LEIDAS WS-ASIG-ACTIVAS
016200                  WS-CANT-RETIRADAS WS-CANT-DEVUELTAS
016300                  WS-CANT-RENOVADAS.
016400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
016500     OPEN OUTPUT REPORTE-FILE.
016600     MOVE WS-FECHA-PROCESO TO WE-FECHA-PROCESO.
016700     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
016800     MOVE SPACES TO REPORTE-LINEA.
016900     WRITE REPORTE-LINEA.
017000     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
017100     OPEN I-O ASIGNAC-FILE.
017200     IF WS-ASG-STATUS = '35'
017300         DISPLAY 'RMYD1ASV - SIN ARCHIVO DE ASIGNACIONES'
017400         MOVE 'S' TO WS-SW-FIN-ASIGNAC
017500         GO TO 1000-EXIT
017600     END-IF.
017700     IF NOT ASG-OK
017800         DISPLAY 'RMYD1ASV - ERROR ASIGNAC-FILE ' WS-ASG-STATUS
017900         MOVE 16  TO WS-CODRET-CORRIDA
018000         MOVE 'S' TO WS-SW-FIN-ASIGNAC
018100         GO TO 1000-EXIT
018200     END-IF.
018300     OPEN INPUT AGENCIAS-FILE.
018400     OPEN INPUT CUENTAS-FILE.
018500     MOVE 'S' TO WS-SW-ABIERTOS.
018600     IF NOT AGC-OK
018700         DISPLAY 'RMYD1ASV - ERROR AGENCIAS-FILE ' WS-AGC-STATUS
018800         MOVE 16 TO WS-CODRET-CORRIDA
018900     END-IF.
019000     IF NOT CTAS-OK
019100         DISPLAY 'RMYD1ASV - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
019200         MOVE 16 TO WS-CODRET-CORRIDA
019300     END-IF.
019400     IF WS-CODRET-CORRIDA = 16
019500         MOVE 'S' TO WS-SW-FIN-ASIGNAC
019600         GO TO 1000-EXIT
019700     END-IF.
019800     PERFORM 8000-LEER-ASIGNACION THRU 8000-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------------*
020250*  2000-REVISAR-ASIGNACION : RETIRO, DEVOLUCION O RENOVACION DE  *
020300*  LA ASIGNACION ACTIVA; LAS DEMAS NO SE TOCAN. SOLO SE RENUEVA  *
020350*  SI LA ULTIMA RECUPERACION CAE DESDE EL INICIO DEL PLAZO QUE   *
020400*  VENCE (VENCIMIENTO MENOS LOS DIAS DE ASIGNACION DE LA         *
020450*  AGENCIA).                                                     *
020500*----------------------------------------------------------------*
020600 2000-REVISAR-ASIGNACION.
020700     ADD 1 TO WS-ASIG-LEIDAS.
020800     IF NOT ASIGNACION-ACTIVA
020900         GO TO 2000-SIGUIENTE
021000     END-IF.
021100     ADD 1 TO WS-ASIG-ACTIVAS.
021200     MOVE SPACES              TO WD-NUEVO-VENCE.
021300     MOVE DFH-ASG-FECHA-VENCE TO WD-FECHA-VENCE.
021400     MOVE DFH-ASG-NUMERO-CUENTA
021500       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
021600     READ CUENTAS-FILE
021700         INVALID KEY
021800             MOVE SPACES TO DFH-DESC-INCOB-ESTADO
021900     END-READ.
022000     IF NOT INCOB-CASTIGADA
022100         MOVE 'R'              TO DFH-ASG-ESTADO
022200         MOVE WS-FECHA-PROCESO TO DFH-ASG-FECHA-FIN
022300         MOVE 'RETIRADA'       TO WD-ACCION
022400         ADD 1 TO WS-CANT-RETIRADAS
022500         GO TO 2000-REGRABAR
022600     END-IF.
022700     IF DFH-ASG-FECHA-VENCE > WS-FECHA-PROCESO
022800         GO TO 2000-SIGUIENTE
022900     END-IF.
022920     PERFORM 5000-LEER-AGENCIA THRU 5000-EXIT.
022940     MOVE ZERO TO WS-INICIO-PERIODO.
022960     IF AGENCIA-DISPONIBLE
022980         COMPUTE WS-DIA-JULIANO =
023000             FUNCTION INTEGER-OF-DATE(DFH-ASG-FECHA-VENCE)
023020           - DFH-AGC-DIAS-ASIGNACION
023040         COMPUTE WS-INICIO-PERIODO =
023060             FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO)
023080     END-IF.
023100     IF DFH-ASG-FECHA-ULT-RECUP < WS-INICIO-PERIODO
023120        OR NOT AGENCIA-DISPONIBLE
023300         MOVE 'D'              TO DFH-ASG-ESTADO
023400         MOVE WS-FECHA-PROCESO TO DFH-ASG-FECHA-FIN
023500         MOVE 'DEVUELTA'       TO WD-ACCION
023600         ADD 1 TO WS-CANT-DEVUELTAS
023700         GO TO 2000-REGRABAR
023800     END-IF.
023900     COMPUTE WS-DIA-JULIANO =
024000         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
024100       + DFH-AGC-DIAS-ASIGNACION.
024200     COMPUTE DFH-ASG-FECHA-VENCE =
024300         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
024400     MOVE DFH-ASG-FECHA-VENCE TO WD-NUEVO-VENCE.
024500     MOVE 'RENOVADA'          TO WD-ACCION.
024600     ADD 1 TO WS-CANT-RENOVADAS.
024700 2000-REGRABAR.
024800     MOVE DFH-ASG-NUMERO-CUENTA     TO WD-CUENTA.
024900     MOVE DFH-ASG-AGENCIA           TO WD-AGENCIA.
025000     MOVE DFH-ASG-FECHA-ASIGNACION  TO WD-FECHA-ASIGNACION.
025100     MOVE DFH-ASG-MONTO-CASTIGADO   TO WD-CASTIGADO.
025200     MOVE DFH-ASG-RECUPERADO        TO WD-RECUPERADO.
025300     REWRITE REG-ASIGNACION-AGENCIA
025400         INVALID KEY
025500             DISPLAY 'RMYD1ASV - ERROR AL REGRABAR '
025600                     DFH-ASG-NUMERO-CUENTA ' ' WS-ASG-STATUS
025700             MOVE 16  TO WS-CODRET-CORRIDA
025800             MOVE 'S' TO WS-SW-FIN-ASIGNAC
025900             GO TO 2000-EXIT
026000     END-REWRITE.
026100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
026200 2000-SIGUIENTE.
026300     PERFORM 8000-LEER-ASIGNACION THRU 8000-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------*
026800*  5000-LEER-AGENCIA : PLAZO VIGENTE DE LA AGENCIA; UNA AGENCIA  *
026900*  INACTIVA O FUERA DEL MAESTRO NO SE RENUEVA.                   *
027000*----------------------------------------------------------------*
027100 5000-LEER-AGENCIA.
027200     MOVE 'N' TO WS-SW-AGENCIA.
027300     MOVE DFH-ASG-AGENCIA TO DFH-AGC-CODIGO.
027400     READ AGENCIAS-FILE
027500         INVALID KEY
027600             GO TO 5000-EXIT
027700     END-READ.
027800     IF AGENCIA-ACTIVA
027900         MOVE 'S' TO WS-SW-AGENCIA
028000     END-IF.
028100 5000-EXIT.
028200     EXIT.
028300
028400*----------------------------------------------------------------*
028500*  3000-FINALIZAR                                                *
028600*----------------------------------------------------------------*
028700 3000-FINALIZAR.
028800     MOVE SPACES TO REPORTE-LINEA.
028900     WRITE REPORTE-LINEA.
029000     MOVE 'ACTIVAS REVISADAS'   TO WT-ETIQUETA.
029100     MOVE WS-ASIG-ACTIVAS       TO WT-CANTIDAD.
029200     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
029300     MOVE 'RETIRADAS'           TO WT-ETIQUETA.
029400     MOVE WS-CANT-RETIRADAS     TO WT-CANTIDAD.
029500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
029600     MOVE 'DEVUELTAS'           TO WT-ETIQUETA.
029700     MOVE WS-CANT-DEVUELTAS     TO WT-CANTIDAD.
029800     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
029900     MOVE 'RENOVADAS'           TO WT-ETIQUETA.
030000     MOVE WS-CANT-RENOVADAS     TO WT-CANTIDAD.
030100     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
030200     DISPLAY 'RMYD1ASV - ASIGNACIONES LEIDAS : ' WS-ASIG-LEIDAS.
030300     DISPLAY 'RMYD1ASV - ACTIVAS REVISADAS   : ' WS-ASIG-ACTIVAS.
030400     DISPLAY 'RMYD1ASV - RETIRADAS           : '
030500             WS-CANT-RETIRADAS.
030600     DISPLAY 'RMYD1ASV - DEVUELTAS           : '
030700             WS-CANT-DEVUELTAS.
030800     DISPLAY 'RMYD1ASV - RENOVADAS           : '
030900             WS-CANT-RENOVADAS.
031000     CLOSE REPORTE-FILE.
031100     IF ARCHIVOS-ABIERTOS
031200         CLOSE ASIGNAC-FILE AGENCIAS-FILE CUENTAS-FILE
031300     END-IF.
031400     MOVE 'RMYD1ASV' TO DFH-BTA-PROGRAMA.
031500     MOVE 'F'        TO DFH-BTA-ACCION.
031600     MOVE WS-ASIG-LEIDAS TO DFH-BTA-LEIDOS.
031700     COMPUTE DFH-BTA-ESCRITOS = WS-CANT-RETIRADAS
031800                              + WS-CANT-DEVUELTAS
031900                              + WS-CANT-RENOVADAS.
032000     MOVE ZERO              TO DFH-BTA-RECHAZADOS.
032100     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
032200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
032300*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
032400*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
032500     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
032600 3000-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------*
033000*  8000-LEER-ASIGNACION                                          *
033100*----------------------------------------------------------------*
033200 8000-LEER-ASIGNACION.
033300     READ ASIGNAC-FILE NEXT RECORD
033400         AT END
033500             MOVE 'S' TO WS-SW-FIN-ASIGNAC
033600     END-READ.
033700 8000-EXIT.
033800     EXIT.
