000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1PPR.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : REPORTE SEMANAL DE PROMESAS DE PAGO Y EFECTIVIDAD    *
000900*           POR GESTOR. RECORRE GESTCOB (RMYD1GES) Y TOMA LAS    *
001000*           GESTIONES CON FECHA DENTRO DEL RANGO DE PPRPARM (SI  *
001100*           NO SE INDICA, LOS SIETE DIAS ANTERIORES A LA FECHA   *
001200*           DE PROCESO). LISTA CADA PROMESA CON SU ESTADO Y LO   *
001300*           PAGADO, Y POR GESTOR: GESTIONES, CONTACTOS, PROMESAS *
001400*           Y MONTO PROMETIDO, CUMPLIDAS, PARCIALES, INCUMPLIDAS *
001500*           Y AUN ACTIVAS, LO PAGADO, LA EFECTIVIDAD (CUMPLIDAS  *
001600*           SOBRE EVALUADAS) Y EL PORCENTAJE RECUPERADO (PAGADO  *
001700*           SOBRE LO PROMETIDO EN LAS EVALUADAS).                *
001800*----------------------------------------------------------------*
001900*  HISTORIAL DE MODIFICACIONES                                   *
002000*  FECHA       INIC  DESCRIPCION                                 *
002100*  15/10/2026  DS    VERSION INICIAL.                            *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-390.
002600 OBJECT-COMPUTER.  IBM-390.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARAM-FILE     ASSIGN TO PPRPARM
003000            ORGANIZATION IS LINE SEQUENTIAL
003100            FILE STATUS   IS WS-PRM-STATUS.
003200
003300     SELECT GESTIONES-FILE ASSIGN TO GESTCOB
003400            ORGANIZATION IS INDEXED
003500            ACCESS MODE   IS SEQUENTIAL
003600            RECORD KEY    IS DFH-GES-LLAVE
003700            FILE STATUS   IS WS-GES-STATUS.
003800
003900     SELECT REPORTE-FILE   ASSIGN TO RPTPPR
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-RPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PARAM-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  REG-PARAM-PPR.
004900     05 PM-FECHA-DESDE            PIC 9(008).
005000     05 PM-FECHA-HASTA            PIC 9(008).
005100
005200 FD  GESTIONES-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY RMYD1GES.
005600
005700 FD  REPORTE-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  REPORTE-LINEA                PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 COPY RMYD1BTA.
006400 77  WS-PRM-STATUS                PIC X(02).
006500     88 PRM-OK                       VALUE '00'.
006600 77  WS-GES-STATUS                PIC X(02).
006700     88 GES-OK                       VALUE '00'.
006800 77  WS-RPT-STATUS                PIC X(02).
006900 77  WS-SW-FIN-GESTION            PIC X(01).
007000     88 FIN-GESTIONES                VALUE 'S'.
007100 77  WS-SW-ABIERTOS               PIC X(01).
007200     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
007300 77  WS-SW-HALLADO                PIC X(01).
007400     88 ENTRADA-HALLADA              VALUE 'S'.
007500 77  WS-FECHA-PROCESO             PIC 9(008).
007600 77  WS-FECHA-DESDE               PIC 9(008).
007700 77  WS-FECHA-HASTA               PIC 9(008).
007800 77  WS-DIA-JULIANO               PIC 9(007) COMP.
007900 77  WS-CANT-GESTORES             PIC 9(003) COMP VALUE ZERO.
008000 77  WS-SUB-GES                   PIC 9(003) COMP.
008100 77  WS-GESTIONES-LEIDAS          PIC 9(007) COMP.
008200 77  WS-GESTIONES-RANGO           PIC 9(007) COMP.
008300 77  WS-GESTIONES-OMITIDAS        PIC 9(007) COMP.
008400 77  WS-EVALUADAS                 PIC 9(007) COMP.
008500 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
008600
008700*----------------------------------------------------------------*
008800*  ACUMULADOS POR GESTOR; LA ULTIMA FILA SE USA PARA EL TOTAL.   *
008900*----------------------------------------------------------------*
009000 01  WS-TABLA-GESTORES.
009100     05 WS-GESTOR-ENTRADA OCCURS 201 TIMES.
009200         10 WG-GESTOR             PIC X(010).
009300         10 WG-GESTIONES          PIC 9(007) COMP.
009400         10 WG-CONTACTOS          PIC 9(007) COMP.
009500         10 WG-PROMESAS           PIC 9(007) COMP.
009600         10 WG-PROMETIDO          PIC S9(013)V99 COMP-3.
009700         10 WG-CUMPLIDAS          PIC 9(007) COMP.
009800         10 WG-PARCIALES          PIC 9(007) COMP.
009900         10 WG-INCUMPLIDAS        PIC 9(007) COMP.
010000         10 WG-ACTIVAS            PIC 9(007) COMP.
010100         10 WG-PROMETIDO-EVAL     PIC S9(013)V99 COMP-3.
010200         10 WG-PAGADO             PIC S9(013)V99 COMP-3.
010300
010400 01  WS-TITULO-RPT.
010500     05 FILLER                    PIC X(044)
010600        VALUE 'PROMESAS DE PAGO Y EFECTIVIDAD POR GESTOR - '.
010700     05 FILLER                    PIC X(006)     VALUE 'DESDE '.
010800     05 WE-FECHA-DESDE            PIC 9(008).
010900     05 FILLER                    PIC X(007)     VALUE ' HASTA '.
011000     05 WE-FECHA-HASTA            PIC 9(008).
011100     05 FILLER                    PIC X(059)     VALUE SPACES.
011200
011300 01  WS-SECCION-RPT.
011400     05 FILLER                    PIC X(004)     VALUE '*** '.
011500     05 WS-SECCION-TITULO         PIC X(040).
011600     05 FILLER                    PIC X(088)     VALUE SPACES.
011700
011800 01  WS-ENCAB-PROMESA-RPT.
011900     05 FILLER                    PIC X(011)     VALUE 'GESTOR'.
012000     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
012100     05 FILLER                    PIC X(010)     VALUE 'GESTION'.
012200     05 FILLER                    PIC X(010)
012300        VALUE 'PROMETIDA'.
012400     05 FILLER                    PIC X(016)
012500        VALUE '          MONTO'.
012600     05 FILLER                    PIC X(016)
012700        VALUE '        PAGADO'.
012800     05 FILLER                    PIC X(011)     VALUE 'ESTADO'.
012900     05 FILLER                    PIC X(010)
013000        VALUE 'EVALUADA'.
013100
013200 01  WS-DET-PROMESA-RPT.
013300     05 WD-GESTOR                 PIC X(010).
013400     05 FILLER                    PIC X(001)     VALUE SPACES.
013500     05 WD-CUENTA                 PIC X(013).
013600     05 FILLER                    PIC X(001)     VALUE SPACES.
013700     05 WD-FECHA                  PIC 9(008).
013800     05 FILLER                    PIC X(002)     VALUE SPACES.
013900     05 WD-FECHA-PROMESA          PIC 9(008).
014000     05 FILLER                    PIC X(002)     VALUE SPACES.
014100     05 WD-MONTO                  PIC ZZZ,ZZZ,ZZ9.99-.
014200     05 FILLER                    PIC X(001)     VALUE SPACES.
014300     05 WD-PAGADO                 PIC ZZZ,ZZZ,ZZ9.99-.
014400     05 FILLER                    PIC X(001)     VALUE SPACES.
014500     05 WD-ESTADO                 PIC X(010).
014600     05 FILLER                    PIC X(001)     VALUE SPACES.
014700     05 WD-FECHA-EVALUACION       PIC Z(008).
014800
014900 01  WS-ENCAB-GESTOR-RPT.
015000     05 FILLER                    PIC X(011)     VALUE 'GESTOR'.
015100     05 FILLER                    PIC X(008)     VALUE 'GESTION.'.
015200     05 FILLER                    PIC X(008)     VALUE 'CONTACT.'.
015300     05 FILLER                    PIC X(008)     VALUE 'PROMES. '.
015400     05 FILLER                    PIC X(019)
015500        VALUE '         PROMETIDO '.
015600     05 FILLER                    PIC X(008)     VALUE 'CUMPL.  '.
015700     05 FILLER                    PIC X(008)     VALUE 'PARC.   '.
015800     05 FILLER                    PIC X(008)     VALUE 'INCUMP. '.
015900     05 FILLER                    PIC X(008)     VALUE 'ACTIVAS '.
016000     05 FILLER                    PIC X(019)
016100        VALUE '            PAGADO '.
016200     05 FILLER                    PIC X(008)     VALUE ' EFECT.%'.
016300     05 FILLER                    PIC X(008)     VALUE ' RECUP.%'.
016400
016500 01  WS-DET-GESTOR-RPT.
016600     05 WG-D-GESTOR               PIC X(010).
016700     05 FILLER                    PIC X(001)     VALUE SPACES.
016800     05 WG-D-GESTIONES            PIC ZZZ,ZZ9.
016900     05 FILLER                    PIC X(001)     VALUE SPACES.
017000     05 WG-D-CONTACTOS            PIC ZZZ,ZZ9.
017100     05 FILLER                    PIC X(001)     VALUE SPACES.
017200     05 WG-D-PROMESAS             PIC ZZZ,ZZ9.
017300     05 FILLER                    PIC X(001)     VALUE SPACES.
017400     05 WG-D-PROMETIDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017500     05 FILLER                    PIC X(001)     VALUE SPACES.
017600     05 WG-D-CUMPLIDAS            PIC ZZZ,ZZ9.
017700     05 FILLER                    PIC X(001)     VALUE SPACES.
017800     05 WG-D-PARCIALES            PIC ZZZ,ZZ9.
017900     05 FILLER                    PIC X(001)     VALUE SPACES.
018000     05 WG-D-INCUMPLIDAS          PIC ZZZ,ZZ9.
018100     05 FILLER                    PIC X(001)     VALUE SPACES.
018200     05 WG-D-ACTIVAS              PIC ZZZ,ZZ9.
018300     05 FILLER                    PIC X(001)     VALUE SPACES.
018400     05 WG-D-PAGADO               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018500     05 FILLER                    PIC X(001)     VALUE SPACES.
018600     05 WG-D-EFECTIVIDAD          PIC ZZ9.99.
018700     05 FILLER                    PIC X(002)     VALUE SPACES.
018800     05 WG-D-RECUPERACION         PIC ZZ9.99.
018900
019000 PROCEDURE DIVISION.
019100
019200 0000-MAINLINE.
019300     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
019400     PERFORM 2000-PROCESAR-GESTION  THRU 2000-EXIT
019500         UNTIL FIN-GESTIONES.
019600     PERFORM 4000-EMITIR-RESUMEN    THRU 4000-EXIT.
019700     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
019800     STOP RUN.
019900
020000*----------------------------------------------------------------*
020100*  1000-INICIALIZAR : RANGO DE FECHAS DE PPRPARM O LA SEMANA     *
020200*  ANTERIOR AL PROCESO, APERTURA Y PRIMERA LECTURA.              *
020300*----------------------------------------------------------------*
020400 1000-INICIALIZAR.
020500     MOVE 'RMYD1PPR' TO DFH-BTA-PROGRAMA.
020600     MOVE 'I'        TO DFH-BTA-ACCION.
020700     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
020800                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
020900     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
021000     MOVE 'N'  TO WS-SW-FIN-GESTION WS-SW-ABIERTOS.
021100     MOVE ZERO TO WS-GESTIONES-LEIDAS WS-GESTIONES-RANGO
021200                  WS-GESTIONES-OMITIDAS.
021300     INITIALIZE WS-TABLA-GESTORES.
021400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
021500     COMPUTE WS-DIA-JULIANO =
021600         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 7.
021700     COMPUTE WS-FECHA-DESDE =
021800         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
021900     ADD 6 TO WS-DIA-JULIANO.
022000     COMPUTE WS-FECHA-HASTA =
022100         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
022200     OPEN INPUT PARAM-FILE.
022300     IF PRM-OK
022400         READ PARAM-FILE
022500             AT END
022600                 CONTINUE
022700             NOT AT END
022800                 IF PM-FECHA-DESDE > ZERO
022900                     MOVE PM-FECHA-DESDE TO WS-FECHA-DESDE
023000                 END-IF
023100                 IF PM-FECHA-HASTA > ZERO
023200                     MOVE PM-FECHA-HASTA TO WS-FECHA-HASTA
023300                 END-IF
023400         END-READ
023500         CLOSE PARAM-FILE
023600     END-IF.
023700     OPEN OUTPUT REPORTE-FILE.
023800     MOVE WS-FECHA-DESDE TO WE-FECHA-DESDE.
023900     MOVE WS-FECHA-HASTA TO WE-FECHA-HASTA.
024000     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
024100     MOVE 'PROMESAS DE PAGO DEL PERIODO' TO WS-SECCION-TITULO.
024200     MOVE SPACES TO REPORTE-LINEA.
024300     WRITE REPORTE-LINEA.
024400     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
024500     WRITE REPORTE-LINEA FROM WS-ENCAB-PROMESA-RPT.
024600     OPEN INPUT GESTIONES-FILE.
024700     IF WS-GES-STATUS = '35'
024800         DISPLAY 'RMYD1PPR - SIN ARCHIVO DE GESTIONES'
024900         MOVE 'S' TO WS-SW-FIN-GESTION
025000         GO TO 1000-EXIT
025100     END-IF.
025200     IF NOT GES-OK
025300         DISPLAY 'RMYD1PPR - ERROR GESTIONES-FILE ' WS-GES-STATUS
025400         MOVE 16  TO WS-CODRET-CORRIDA
025500         MOVE 'S' TO WS-SW-FIN-GESTION
025600         GO TO 1000-EXIT
025700     END-IF.
025800     MOVE 'S' TO WS-SW-ABIERTOS.
025900     PERFORM 8000-LEER-GESTION THRU 8000-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------------*
026400*  2000-PROCESAR-GESTION : ACUMULA LA GESTION EN SU GESTOR Y     *
026500*  LISTA LA PROMESA SI LA HAY.                                   *
026600*----------------------------------------------------------------*
026700 2000-PROCESAR-GESTION.
026800     IF DFH-GES-FECHA < WS-FECHA-DESDE
026900        OR DFH-GES-FECHA > WS-FECHA-HASTA
027000         GO TO 2000-SIGUIENTE
027100     END-IF.
027200     ADD 1 TO WS-GESTIONES-RANGO.
027300     PERFORM 5000-UBICAR-GESTOR THRU 5000-EXIT.
027400     IF NOT ENTRADA-HALLADA
027500         ADD 1 TO WS-GESTIONES-OMITIDAS
027600         GO TO 2000-SIGUIENTE
027700     END-IF.
027800     ADD 1 TO WG-GESTIONES (WS-SUB-GES).
027900     IF RESULTADO-CON-CONTACTO
028000         ADD 1 TO WG-CONTACTOS (WS-SUB-GES)
028100     END-IF.
028200     IF NOT RESULTADO-PROMESA
028300         GO TO 2000-SIGUIENTE
028400     END-IF.
028500     ADD 1 TO WG-PROMESAS (WS-SUB-GES).
028600     ADD DFH-GES-MONTO-PROMESA TO WG-PROMETIDO (WS-SUB-GES).
028700     EVALUATE TRUE
028800         WHEN PROMESA-CUMPLIDA
028900             ADD 1 TO WG-CUMPLIDAS (WS-SUB-GES)
029000             MOVE 'CUMPLIDA'   TO WD-ESTADO
029100         WHEN PROMESA-PARCIAL
029200             ADD 1 TO WG-PARCIALES (WS-SUB-GES)
029300             MOVE 'PARCIAL'    TO WD-ESTADO
029400         WHEN PROMESA-INCUMPLIDA
029500             ADD 1 TO WG-INCUMPLIDAS (WS-SUB-GES)
029600             MOVE 'INCUMPLIDA' TO WD-ESTADO
029700         WHEN OTHER
029800             ADD 1 TO WG-ACTIVAS (WS-SUB-GES)
029900             MOVE 'ACTIVA'     TO WD-ESTADO
030000     END-EVALUATE.
030100     IF NOT PROMESA-ACTIVA
030200         ADD DFH-GES-MONTO-PROMESA
030300             TO WG-PROMETIDO-EVAL (WS-SUB-GES)
030400         ADD DFH-GES-VALOR-PAGADO TO WG-PAGADO (WS-SUB-GES)
030500     END-IF.
030600     MOVE DFH-GES-GESTOR           TO WD-GESTOR.
030700     MOVE DFH-GES-NUMERO-CUENTA    TO WD-CUENTA.
030800     MOVE DFH-GES-FECHA            TO WD-FECHA.
030900     MOVE DFH-GES-FECHA-PROMESA    TO WD-FECHA-PROMESA.
031000     MOVE DFH-GES-MONTO-PROMESA    TO WD-MONTO.
031100     MOVE DFH-GES-VALOR-PAGADO     TO WD-PAGADO.
031200     MOVE DFH-GES-FECHA-EVALUACION TO WD-FECHA-EVALUACION.
031300     WRITE REPORTE-LINEA FROM WS-DET-PROMESA-RPT.
031400 2000-SIGUIENTE.
031500     PERFORM 8000-LEER-GESTION THRU 8000-EXIT.
031600 2000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000*  4000-EMITIR-RESUMEN : UNA LINEA POR GESTOR Y EL TOTAL, QUE SE *
032100*  ACUMULA EN LA FILA 201 DE LA TABLA.                           *
032200*----------------------------------------------------------------*
032300 4000-EMITIR-RESUMEN.
032400     MOVE 'EFECTIVIDAD POR GESTOR' TO WS-SECCION-TITULO.
032500     MOVE SPACES TO REPORTE-LINEA.
032600     WRITE REPORTE-LINEA.
032700     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
032800     WRITE REPORTE-LINEA FROM WS-ENCAB-GESTOR-RPT.
032900     PERFORM 4100-LINEA-GESTOR THRU 4100-EXIT
033000         VARYING WS-SUB-GES FROM 1 BY 1
033100         UNTIL WS-SUB-GES > WS-CANT-GESTORES.
033200     MOVE SPACES TO REPORTE-LINEA.
033300     WRITE REPORTE-LINEA.
033400     MOVE 201             TO WS-SUB-GES.
033500     MOVE 'TOTAL'         TO WG-GESTOR (WS-SUB-GES).
033600     PERFORM 4100-LINEA-GESTOR THRU 4100-EXIT.
033700 4000-EXIT.
033800     EXIT.
033900
034000 4100-LINEA-GESTOR.
034100     MOVE WG-GESTOR (WS-SUB-GES)      TO WG-D-GESTOR.
034200     MOVE WG-GESTIONES (WS-SUB-GES)   TO WG-D-GESTIONES.
034300     MOVE WG-CONTACTOS (WS-SUB-GES)   TO WG-D-CONTACTOS.
034400     MOVE WG-PROMESAS (WS-SUB-GES)    TO WG-D-PROMESAS.
034500     MOVE WG-PROMETIDO (WS-SUB-GES)   TO WG-D-PROMETIDO.
034600     MOVE WG-CUMPLIDAS (WS-SUB-GES)   TO WG-D-CUMPLIDAS.
034700     MOVE WG-PARCIALES (WS-SUB-GES)   TO WG-D-PARCIALES.
034800     MOVE WG-INCUMPLIDAS (WS-SUB-GES) TO WG-D-INCUMPLIDAS.
034900     MOVE WG-ACTIVAS (WS-SUB-GES)     TO WG-D-ACTIVAS.
035000     MOVE WG-PAGADO (WS-SUB-GES)      TO WG-D-PAGADO.
035100     COMPUTE WS-EVALUADAS = WG-CUMPLIDAS (WS-SUB-GES)
035200                          + WG-PARCIALES (WS-SUB-GES)
035300                          + WG-INCUMPLIDAS (WS-SUB-GES).
035400     IF WS-EVALUADAS = ZERO
035500         MOVE ZERO TO WG-D-EFECTIVIDAD
035600     ELSE
035700         COMPUTE WG-D-EFECTIVIDAD ROUNDED =
035800             WG-CUMPLIDAS (WS-SUB-GES) * 100 / WS-EVALUADAS
035900     END-IF.
036000     IF WG-PROMETIDO-EVAL (WS-SUB-GES) = ZERO
036100         MOVE ZERO TO WG-D-RECUPERACION
036200     ELSE
036300         COMPUTE WG-D-RECUPERACION ROUNDED =
036400             WG-PAGADO (WS-SUB-GES) * 100
036500           / WG-PROMETIDO-EVAL (WS-SUB-GES)
036600             ON SIZE ERROR
036700                 MOVE 999.99 TO WG-D-RECUPERACION
036800         END-COMPUTE
036900     END-IF.
037000     WRITE REPORTE-LINEA FROM WS-DET-GESTOR-RPT.
037100     IF WS-SUB-GES < 201
037200         ADD WG-GESTIONES (WS-SUB-GES)   TO WG-GESTIONES (201)
037300         ADD WG-CONTACTOS (WS-SUB-GES)   TO WG-CONTACTOS (201)
037400         ADD WG-PROMESAS (WS-SUB-GES)    TO WG-PROMESAS (201)
037500         ADD WG-PROMETIDO (WS-SUB-GES)   TO WG-PROMETIDO (201)
037600         ADD WG-CUMPLIDAS (WS-SUB-GES)   TO WG-CUMPLIDAS (201)
037700         ADD WG-PARCIALES (WS-SUB-GES)   TO WG-PARCIALES (201)
037800         ADD WG-INCUMPLIDAS (WS-SUB-GES) TO WG-INCUMPLIDAS (201)
037900         ADD WG-ACTIVAS (WS-SUB-GES)     TO WG-ACTIVAS (201)
038000         ADD WG-PROMETIDO-EVAL (WS-SUB-GES)
038100             TO WG-PROMETIDO-EVAL (201)
038200         ADD WG-PAGADO (WS-SUB-GES)      TO WG-PAGADO (201)
038300     END-IF.
038400 4100-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------*
038800*  5000-UBICAR-GESTOR : BUSCA EL GESTOR EN LA TABLA Y LO AGREGA  *
038900*  SI ES NUEVO (HASTA 200 GESTORES).                             *
039000*----------------------------------------------------------------*
039100 5000-UBICAR-GESTOR.
039200     MOVE 'N' TO WS-SW-HALLADO.
039300     MOVE 1   TO WS-SUB-GES.
039400     PERFORM 5010-COMPARAR-GESTOR THRU 5010-EXIT
039500         UNTIL ENTRADA-HALLADA
039600         OR WS-SUB-GES > WS-CANT-GESTORES.
039700     IF ENTRADA-HALLADA
039800         GO TO 5000-EXIT
039900     END-IF.
040000     IF WS-CANT-GESTORES = 200
040100         DISPLAY 'RMYD1PPR - TABLA DE GESTORES LLENA '
040200                 DFH-GES-GESTOR
040300         IF WS-CODRET-CORRIDA < 4
040400             MOVE 4 TO WS-CODRET-CORRIDA
040500         END-IF
040600         GO TO 5000-EXIT
040700     END-IF.
040800     ADD 1 TO WS-CANT-GESTORES.
040900     MOVE WS-CANT-GESTORES TO WS-SUB-GES.
041000     MOVE DFH-GES-GESTOR   TO WG-GESTOR (WS-SUB-GES).
041100     MOVE 'S'              TO WS-SW-HALLADO.
041200 5000-EXIT.
041300     EXIT.
041400
041500 5010-COMPARAR-GESTOR.
041600     IF WG-GESTOR (WS-SUB-GES) = DFH-GES-GESTOR
041700         MOVE 'S' TO WS-SW-HALLADO
041800     ELSE
041900         ADD 1 TO WS-SUB-GES
042000     END-IF.
042100 5010-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------*
042500*  3000-FINALIZAR                                                *
042600*----------------------------------------------------------------*
042700 3000-FINALIZAR.
042800     DISPLAY 'RMYD1PPR - DESDE / HASTA      : '
042900             WS-FECHA-DESDE ' ' WS-FECHA-HASTA.
043000     DISPLAY 'RMYD1PPR - GESTIONES LEIDAS   : '
043100             WS-GESTIONES-LEIDAS.
043200     DISPLAY 'RMYD1PPR - GESTIONES EN RANGO : '
043300             WS-GESTIONES-RANGO.
043400     DISPLAY 'RMYD1PPR - GESTORES           : ' WS-CANT-GESTORES.
043500     DISPLAY 'RMYD1PPR - OMITIDAS (TABLA)   : '
043600             WS-GESTIONES-OMITIDAS.
043700     CLOSE REPORTE-FILE.
043800     IF ARCHIVOS-ABIERTOS
043900         CLOSE GESTIONES-FILE
044000     END-IF.
044100     MOVE 'RMYD1PPR' TO DFH-BTA-PROGRAMA.
044200     MOVE 'F'        TO DFH-BTA-ACCION.
044300     MOVE WS-GESTIONES-LEIDAS TO DFH-BTA-LEIDOS.
044400     MOVE WS-GESTIONES-RANGO TO DFH-BTA-ESCRITOS.
044500     MOVE WS-GESTIONES-OMITIDAS TO DFH-BTA-RECHAZADOS.
044600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
044700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
044800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
044900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
045000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
045100 3000-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------*
045500*  8000-LEER-GESTION                                             *
045600*----------------------------------------------------------------*
045700 8000-LEER-GESTION.
045800     READ GESTIONES-FILE NEXT RECORD
045900         AT END
046000             MOVE 'S' TO WS-SW-FIN-GESTION
046100             GO TO 8000-EXIT
046200     END-READ.
046300     ADD 1 TO WS-GESTIONES-LEIDAS.
046400 8000-EXIT.
046500     EXIT.
