000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1PPE.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : EVALUACION NOCTURNA DE LAS PROMESAS DE PAGO. TOMA    *
000900*           DE GESTCOB (RMYD1GES) LAS PROMESAS ACTIVAS CUYA      *
001000*           FECHA PROMETIDA YA PASO, SUMA LO PAGADO POR LA       *
001100*           CUENTA EN PAGOHST (RMYD1PGH) DESDE LA FECHA DE LA    *
001200*           GESTION HASTA LA FECHA PROMETIDA (LAS REVERSAS       *
001300*           RESTAN) Y LAS DEJA CUMPLIDAS (PAGADO IGUAL O MAYOR   *
001400*           AL MONTO), PARCIALES (PAGO MENOR) O INCUMPLIDAS (SIN *
001500*           PAGO), CON LO PAGADO Y LA FECHA DE EVALUACION. LISTA *
001600*           LAS EVALUADAS EN RPTPPE.                             *
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
002800     SELECT GESTIONES-FILE ASSIGN TO GESTCOB
002900            ORGANIZATION IS INDEXED
003000            ACCESS MODE   IS DYNAMIC
003100            RECORD KEY    IS DFH-GES-LLAVE
003200            FILE STATUS   IS WS-GES-STATUS.
003300
003400     SELECT HISTORIAL-FILE ASSIGN TO PAGOHST
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS   IS WS-HST-STATUS.
003700
003800     SELECT REPORTE-FILE   ASSIGN TO RPTPPE
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS   IS WS-RPT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  GESTIONES-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY RMYD1GES.
004800
004900 FD  HISTORIAL-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY RMYD1PGH.
005300
005400 FD  REPORTE-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  REPORTE-LINEA                PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000 COPY RMYD1BTA.
006100 77  WS-GES-STATUS                PIC X(02).
006200     88 GES-OK                       VALUE '00'.
006300 77  WS-HST-STATUS                PIC X(02).
006400     88 HST-OK                       VALUE '00'.
006500 77  WS-RPT-STATUS                PIC X(02).
006600 77  WS-SW-FIN-GESTION            PIC X(01).
006700     88 FIN-GESTIONES                VALUE 'S'.
006800 77  WS-SW-FIN-HIST               PIC X(01).
006900     88 FIN-HISTORIAL                VALUE 'S'.
007000 77  WS-SW-ABIERTOS               PIC X(01).
007100     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
007200 77  WS-SW-HALLADO                PIC X(01).
007300     88 ENTRADA-HALLADA              VALUE 'S'.
007400 77  WS-FECHA-PROCESO             PIC 9(008).
007500 77  WS-CANT-PROMESAS             PIC 9(005) COMP VALUE ZERO.
007600 77  WS-SUB-PRO                   PIC 9(005) COMP.
007700 77  WS-BIN-INFERIOR              PIC 9(005) COMP.
007800 77  WS-BIN-SUPERIOR              PIC 9(005) COMP.
007900 77  WS-BIN-MEDIO                 PIC 9(005) COMP.
008000 77  WS-GESTIONES-LEIDAS          PIC 9(007) COMP.
008100 77  WS-PAGOS-LEIDOS              PIC 9(007) COMP.
008200 77  WS-PROMESAS-PENDIENTES       PIC 9(007) COMP.
008300 77  WS-CANT-CUMPLIDAS            PIC 9(007) COMP.
008400 77  WS-CANT-PARCIALES            PIC 9(007) COMP.
008500 77  WS-CANT-INCUMPLIDAS          PIC 9(007) COMP.
008600 77  WS-CANT-ACTUALIZADAS         PIC 9(007) COMP.
008700 77  WS-TOT-PROMETIDO             PIC S9(013)V99 COMP-3.
008800 77  WS-TOT-PAGADO                PIC S9(013)V99 COMP-3.
008900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
009000
009100*----------------------------------------------------------------*
009200*  PROMESAS A EVALUAR, EN EL ORDEN DE GESTCOB (CUENTA + FECHA +  *
009300*  SECUENCIA); LA BUSQUEDA BINARIA ES POR CUENTA.                *
009400*----------------------------------------------------------------*
009500 01  WS-TABLA-PROMESAS.
009600     05 WS-PROMESA-ENTRADA OCCURS 5000 TIMES.
009700         10 WP-LLAVE.
009800             15 WP-CUENTA         PIC X(013).
009900             15 WP-FECHA          PIC 9(008).
010000             15 WP-SECUENCIA      PIC 9(003).
010100         10 WP-GESTOR             PIC X(010).
010200         10 WP-MONTO              PIC S9(009)V99 COMP-3.
010300         10 WP-FECHA-PROMESA      PIC 9(008).
010400         10 WP-PAGADO             PIC S9(011)V99 COMP-3.
010500
010600 01  WS-TITULO-RPT.
010700     05 FILLER                    PIC X(040)
010800        VALUE 'EVALUACION DE PROMESAS DE PAGO -  FECHA'.
010900     05 FILLER                    PIC X(001)     VALUE SPACES.
011000     05 WE-FECHA-PROCESO          PIC 9(008).
011100     05 FILLER                    PIC X(083)     VALUE SPACES.
011200
011300 01  WS-ENCABEZADO-RPT.
011400     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
011500     05 FILLER                    PIC X(010)     VALUE 'GESTION'.
011600     05 FILLER                    PIC X(004)     VALUE 'SEC'.
011700     05 FILLER                    PIC X(011)     VALUE 'GESTOR'.
011800     05 FILLER                    PIC X(010)
011900        VALUE 'PROMETIDA'.
012000     05 FILLER                    PIC X(016)
012100        VALUE '          MONTO'.
012200     05 FILLER                    PIC X(016)
012300        VALUE '        PAGADO'.
012400     05 FILLER                    PIC X(012)     VALUE 'ESTADO'.
012500
012600 01  WS-DETALLE-RPT.
012700     05 WD-CUENTA                 PIC X(013).
012800     05 FILLER                    PIC X(001)     VALUE SPACES.
012900     05 WD-FECHA                  PIC 9(008).
013000     05 FILLER                    PIC X(002)     VALUE SPACES.
013100     05 WD-SECUENCIA              PIC 9(003).
013200     05 FILLER                    PIC X(001)     VALUE SPACES.
013300     05 WD-GESTOR                 PIC X(010).
013400     05 FILLER                    PIC X(001)     VALUE SPACES.
013500     05 WD-FECHA-PROMESA          PIC 9(008).
013600     05 FILLER                    PIC X(002)     VALUE SPACES.
013700     05 WD-MONTO                  PIC ZZZ,ZZZ,ZZ9.99-.
013800     05 FILLER                    PIC X(001)     VALUE SPACES.
013900     05 WD-PAGADO                 PIC ZZZ,ZZZ,ZZ9.99-.
014000     05 FILLER                    PIC X(001)     VALUE SPACES.
014100     05 WD-ESTADO                 PIC X(010).
014200
014300 01  WS-TOTAL-RPT.
014400     05 WT-ETIQUETA               PIC X(020).
014500     05 WT-CANTIDAD               PIC ZZZ,ZZ9.
014600     05 FILLER                    PIC X(003)     VALUE SPACES.
014700     05 WT-MONTO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014800     05 FILLER                    PIC X(001)     VALUE SPACES.
014900     05 WT-PAGADO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015000
015100 PROCEDURE DIVISION.
015200
015300 0000-MAINLINE.
015400     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
015500     PERFORM 2000-CARGAR-PROMESA    THRU 2000-EXIT
015600         UNTIL FIN-GESTIONES.
015700     PERFORM 2100-PROCESAR-PAGO     THRU 2100-EXIT
015800         UNTIL FIN-HISTORIAL.
015900     IF WS-CODRET-CORRIDA < 16
016000         PERFORM 4000-ACTUALIZAR-PROMESA THRU 4000-EXIT
016100             VARYING WS-SUB-PRO FROM 1 BY 1
016200             UNTIL WS-SUB-PRO > WS-CANT-PROMESAS
016300     END-IF.
016400     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
016500     STOP RUN.
016600
016700*----------------------------------------------------------------*
016800*  1000-INICIALIZAR : APERTURA DE ARCHIVOS Y PRIMERAS LECTURAS.  *
016900*  SIN ARCHIVO DE GESTIONES NO HAY PROMESAS QUE EVALUAR.         *
017000*----------------------------------------------------------------*
017100 1000-INICIALIZAR.
017200     MOVE 'RMYD1PPE' TO DFH-BTA-PROGRAMA.
017300     MOVE 'I'        TO DFH-BTA-ACCION.
017400     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
017500                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
017600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
017700     MOVE 'N'  TO WS-SW-FIN-GESTION WS-SW-FIN-HIST
017800                  WS-SW-ABIERTOS.
017900     MOVE ZERO TO WS-GESTIONES-LEIDAS WS-PAGOS-LEIDOS
018000                  WS-PROMESAS-PENDIENTES WS-CANT-CUMPLIDAS
018100                  WS-CANT-PARCIALES WS-CANT-INCUMPLIDAS
018200                  WS-CANT-ACTUALIZADAS WS-TOT-PROMETIDO
018300                  WS-TOT-PAGADO.
018400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
018500     OPEN OUTPUT REPORTE-FILE.
018600     MOVE WS-FECHA-PROCESO TO WE-FECHA-PROCESO.
018700     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
018800     MOVE SPACES TO REPORTE-LINEA.
018900     WRITE REPORTE-LINEA.
019000     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
019100     OPEN I-O GESTIONES-FILE.
019200     IF WS-GES-STATUS = '35'
019300         DISPLAY 'RMYD1PPE - SIN ARCHIVO DE GESTIONES'
019400         MOVE 'S' TO WS-SW-FIN-GESTION WS-SW-FIN-HIST
019500         GO TO 1000-EXIT
019600     END-IF.
019700     IF NOT GES-OK
019800         DISPLAY 'RMYD1PPE - ERROR GESTIONES-FILE ' WS-GES-STATUS
019900         MOVE 16  TO WS-CODRET-CORRIDA
020000         MOVE 'S' TO WS-SW-FIN-GESTION WS-SW-FIN-HIST
020100         GO TO 1000-EXIT
020200     END-IF.
020300     OPEN INPUT HISTORIAL-FILE.
020400     IF NOT HST-OK
020500         DISPLAY 'RMYD1PPE - ERROR HISTORIAL-FILE ' WS-HST-STATUS
020600         CLOSE GESTIONES-FILE
020700         MOVE 16  TO WS-CODRET-CORRIDA
020800         MOVE 'S' TO WS-SW-FIN-GESTION WS-SW-FIN-HIST
020900         GO TO 1000-EXIT
021000     END-IF.
021100     MOVE 'S' TO WS-SW-ABIERTOS.
021200     PERFORM 8000-LEER-GESTION  THRU 8000-EXIT.
021300     PERFORM 8100-LEER-HISTORIAL THRU 8100-EXIT.
021400 1000-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------------*
021800*  2000-CARGAR-PROMESA : PROMESAS ACTIVAS CON FECHA PROMETIDA    *
021900*  ANTERIOR AL PROCESO. SI LA TABLA SE LLENA, LAS RESTANTES SE   *
022000*  EVALUAN EN LA CORRIDA SIGUIENTE (CODIGO 4).                   *
022100*----------------------------------------------------------------*
022200 2000-CARGAR-PROMESA.
022300     IF NOT PROMESA-ACTIVA
022400        OR DFH-GES-FECHA-PROMESA NOT < WS-FECHA-PROCESO
022500         GO TO 2000-SIGUIENTE
022600     END-IF.
022700     IF WS-CANT-PROMESAS = 5000
022800         ADD 1 TO WS-PROMESAS-PENDIENTES
022900         IF WS-CODRET-CORRIDA < 4
023000             MOVE 4 TO WS-CODRET-CORRIDA
023100         END-IF
023200         GO TO 2000-SIGUIENTE
023300     END-IF.
023400     ADD 1 TO WS-CANT-PROMESAS.
023500     MOVE WS-CANT-PROMESAS      TO WS-SUB-PRO.
023600     MOVE DFH-GES-LLAVE         TO WP-LLAVE (WS-SUB-PRO).
023700     MOVE DFH-GES-GESTOR        TO WP-GESTOR (WS-SUB-PRO).
023800     MOVE DFH-GES-MONTO-PROMESA TO WP-MONTO (WS-SUB-PRO).
023900     MOVE DFH-GES-FECHA-PROMESA
024000       TO WP-FECHA-PROMESA (WS-SUB-PRO).
024100     MOVE ZERO                  TO WP-PAGADO (WS-SUB-PRO).
024200 2000-SIGUIENTE.
024300     PERFORM 8000-LEER-GESTION THRU 8000-EXIT.
024400 2000-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------*
024800*  2100-PROCESAR-PAGO : UBICA LA PRIMERA PROMESA DE LA CUENTA    *
024900*  DEL PAGO Y LO SUMA (O LA REVERSA LO RESTA) A CADA PROMESA DE  *
025000*  LA CUENTA CUYA VENTANA GESTION - FECHA PROMETIDA LO CUBRE.    *
025100*----------------------------------------------------------------*
025200 2100-PROCESAR-PAGO.
025300     IF WS-CANT-PROMESAS = ZERO
025400         MOVE 'S' TO WS-SW-FIN-HIST
025500         GO TO 2100-EXIT
025600     END-IF.
025700     PERFORM 5000-BUSCAR-CUENTA THRU 5000-EXIT.
025800     IF NOT ENTRADA-HALLADA
025900         GO TO 2100-SIGUIENTE
026000     END-IF.
026100     PERFORM 5100-RETROCEDER THRU 5100-EXIT
026200         UNTIL WS-SUB-PRO = 1
026300         OR WP-CUENTA (WS-SUB-PRO - 1) NOT =
026400            DFH-NUMERO-CUENTA IN REG-HIST-PAGO.
026500     PERFORM 2200-APLICAR-PAGO THRU 2200-EXIT
026600         UNTIL WS-SUB-PRO > WS-CANT-PROMESAS.
026700 2100-SIGUIENTE.
026800     PERFORM 8100-LEER-HISTORIAL THRU 8100-EXIT.
026900 2100-EXIT.
027000     EXIT.
027100
027200 2200-APLICAR-PAGO.
027300     IF WP-CUENTA (WS-SUB-PRO) NOT =
027400        DFH-NUMERO-CUENTA IN REG-HIST-PAGO
027500         MOVE WS-CANT-PROMESAS TO WS-SUB-PRO
027600         GO TO 2200-SIGUIENTE
027700     END-IF.
027800     IF DFH-PAGO-FECHA-REAL < WP-FECHA (WS-SUB-PRO)
027900        OR DFH-PAGO-FECHA-REAL > WP-FECHA-PROMESA (WS-SUB-PRO)
028000         GO TO 2200-SIGUIENTE
028100     END-IF.
028200     IF MOV-REVERSA
028300         SUBTRACT DFH-PAGO-VALOR-RECIBIDO
028400             FROM WP-PAGADO (WS-SUB-PRO)
028500     ELSE
028600         ADD DFH-PAGO-VALOR-RECIBIDO TO WP-PAGADO (WS-SUB-PRO)
028700     END-IF.
028800 2200-SIGUIENTE.
028900     ADD 1 TO WS-SUB-PRO.
029000 2200-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------*
029400*  4000-ACTUALIZAR-PROMESA : ESTADO SEGUN LO PAGADO, REGRABA LA  *
029500*  GESTION Y LA LISTA.                                           *
029600*----------------------------------------------------------------*
029700 4000-ACTUALIZAR-PROMESA.
029800     MOVE WP-LLAVE (WS-SUB-PRO) TO DFH-GES-LLAVE.
029900     READ GESTIONES-FILE
030000         INVALID KEY
030100             DISPLAY 'RMYD1PPE - GESTION NO HALLADA '
030200                     WP-CUENTA (WS-SUB-PRO)
030300             GO TO 4000-EXIT
030400     END-READ.
030500     IF WP-PAGADO (WS-SUB-PRO) < ZERO
030600         MOVE ZERO TO WP-PAGADO (WS-SUB-PRO)
030700     END-IF.
030800     EVALUATE TRUE
030900         WHEN WP-PAGADO (WS-SUB-PRO) NOT < WP-MONTO (WS-SUB-PRO)
031000             MOVE 'C' TO DFH-GES-ESTADO-PROMESA
031100             MOVE 'CUMPLIDA'   TO WD-ESTADO
031200             ADD 1 TO WS-CANT-CUMPLIDAS
031300         WHEN WP-PAGADO (WS-SUB-PRO) > ZERO
031400             MOVE 'P' TO DFH-GES-ESTADO-PROMESA
031500             MOVE 'PARCIAL'    TO WD-ESTADO
031600             ADD 1 TO WS-CANT-PARCIALES
031700         WHEN OTHER
031800             MOVE 'I' TO DFH-GES-ESTADO-PROMESA
031900             MOVE 'INCUMPLIDA' TO WD-ESTADO
032000             ADD 1 TO WS-CANT-INCUMPLIDAS
032100     END-EVALUATE.
032200     MOVE WP-PAGADO (WS-SUB-PRO) TO DFH-GES-VALOR-PAGADO.
032300     MOVE WS-FECHA-PROCESO       TO DFH-GES-FECHA-EVALUACION.
032400     REWRITE REG-GESTION-COBRO
032500         INVALID KEY
032600             DISPLAY 'RMYD1PPE - ERROR AL REGRABAR '
032700                     WP-CUENTA (WS-SUB-PRO) ' ' WS-GES-STATUS
032800             MOVE 16 TO WS-CODRET-CORRIDA
032900             GO TO 4000-EXIT
033000     END-REWRITE.
033100     ADD 1 TO WS-CANT-ACTUALIZADAS.
033200     ADD WP-MONTO (WS-SUB-PRO)  TO WS-TOT-PROMETIDO.
033300     ADD WP-PAGADO (WS-SUB-PRO) TO WS-TOT-PAGADO.
033400     MOVE WP-CUENTA (WS-SUB-PRO)        TO WD-CUENTA.
033500     MOVE WP-FECHA (WS-SUB-PRO)         TO WD-FECHA.
033600     MOVE WP-SECUENCIA (WS-SUB-PRO)     TO WD-SECUENCIA.
033700     MOVE WP-GESTOR (WS-SUB-PRO)        TO WD-GESTOR.
033800     MOVE WP-FECHA-PROMESA (WS-SUB-PRO) TO WD-FECHA-PROMESA.
033900     MOVE WP-MONTO (WS-SUB-PRO)         TO WD-MONTO.
034000     MOVE WP-PAGADO (WS-SUB-PRO)        TO WD-PAGADO.
034100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
034200 4000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600*  5000-BUSCAR-CUENTA : BUSQUEDA BINARIA DE LA CUENTA DEL PAGO;  *
034700*  DEJA EN WS-SUB-PRO UNA PROMESA CUALQUIERA DE ESA CUENTA.      *
034800*----------------------------------------------------------------*
034900 5000-BUSCAR-CUENTA.
035000     MOVE 'N'              TO WS-SW-HALLADO.
035100     MOVE 1                TO WS-BIN-INFERIOR.
035200     MOVE WS-CANT-PROMESAS TO WS-BIN-SUPERIOR.
035300     PERFORM 5010-PARTIR-TRAMO THRU 5010-EXIT
035400         UNTIL ENTRADA-HALLADA
035500         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
035600 5000-EXIT.
035700     EXIT.
035800
035900 5010-PARTIR-TRAMO.
036000     COMPUTE WS-BIN-MEDIO =
036100         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
036200     IF WP-CUENTA (WS-BIN-MEDIO) =
036300        DFH-NUMERO-CUENTA IN REG-HIST-PAGO
036400         MOVE 'S'          TO WS-SW-HALLADO
036500         MOVE WS-BIN-MEDIO TO WS-SUB-PRO
036600         GO TO 5010-EXIT
036700     END-IF.
036800     IF WP-CUENTA (WS-BIN-MEDIO) <
036900        DFH-NUMERO-CUENTA IN REG-HIST-PAGO
037000         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
037100     ELSE
037200         IF WS-BIN-MEDIO = 1
037300             MOVE ZERO TO WS-BIN-SUPERIOR
037400         ELSE
037500             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
037600         END-IF
037700     END-IF.
037800 5010-EXIT.
037900     EXIT.
038000
038100 5100-RETROCEDER.
038200     SUBTRACT 1 FROM WS-SUB-PRO.
038300 5100-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------*
038700*  3000-FINALIZAR                                                *
038800*----------------------------------------------------------------*
038900 3000-FINALIZAR.
039000     MOVE SPACES TO REPORTE-LINEA.
039100     WRITE REPORTE-LINEA.
039200     MOVE ZERO TO WT-MONTO WT-PAGADO.
039300     MOVE 'CUMPLIDAS'           TO WT-ETIQUETA.
039400     MOVE WS-CANT-CUMPLIDAS     TO WT-CANTIDAD.
039500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
039600     MOVE 'PARCIALES'           TO WT-ETIQUETA.
039700     MOVE WS-CANT-PARCIALES     TO WT-CANTIDAD.
039800     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
039900     MOVE 'INCUMPLIDAS'         TO WT-ETIQUETA.
040000     MOVE WS-CANT-INCUMPLIDAS   TO WT-CANTIDAD.
040100     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
040200     MOVE 'TOTAL EVALUADAS'     TO WT-ETIQUETA.
040300     MOVE WS-CANT-ACTUALIZADAS  TO WT-CANTIDAD.
040400     MOVE WS-TOT-PROMETIDO      TO WT-MONTO.
040500     MOVE WS-TOT-PAGADO         TO WT-PAGADO.
040600     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
040700     DISPLAY 'RMYD1PPE - GESTIONES LEIDAS   : '
040800             WS-GESTIONES-LEIDAS.
040900     DISPLAY 'RMYD1PPE - PAGOS LEIDOS       : ' WS-PAGOS-LEIDOS.
041000     DISPLAY 'RMYD1PPE - CUMPLIDAS          : ' WS-CANT-CUMPLIDAS.
041100     DISPLAY 'RMYD1PPE - PARCIALES          : ' WS-CANT-PARCIALES.
041200     DISPLAY 'RMYD1PPE - INCUMPLIDAS        : '
041300             WS-CANT-INCUMPLIDAS.
041400     DISPLAY 'RMYD1PPE - PENDIENTES (TABLA) : '
041500             WS-PROMESAS-PENDIENTES.
041600     CLOSE REPORTE-FILE.
041700     IF ARCHIVOS-ABIERTOS
041800         CLOSE GESTIONES-FILE HISTORIAL-FILE
041900     END-IF.
042000     MOVE 'RMYD1PPE' TO DFH-BTA-PROGRAMA.
042100     MOVE 'F'        TO DFH-BTA-ACCION.
042200     MOVE WS-GESTIONES-LEIDAS TO DFH-BTA-LEIDOS.
042300     MOVE WS-CANT-ACTUALIZADAS TO DFH-BTA-ESCRITOS.
042400     MOVE WS-PROMESAS-PENDIENTES TO DFH-BTA-RECHAZADOS.
042500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
042600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
042700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
042800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
042900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
043000 3000-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------------*
043400*  8000-LEER-GESTION / 8100-LEER-HISTORIAL                       *
043500*----------------------------------------------------------------*
043600 8000-LEER-GESTION.
043700     READ GESTIONES-FILE NEXT RECORD
043800         AT END
043900             MOVE 'S' TO WS-SW-FIN-GESTION
044000             GO TO 8000-EXIT
044100     END-READ.
044200     ADD 1 TO WS-GESTIONES-LEIDAS.
044300 8000-EXIT.
044400     EXIT.
044500
044600 8100-LEER-HISTORIAL.
044700     READ HISTORIAL-FILE
044800         AT END
044900             MOVE 'S' TO WS-SW-FIN-HIST
045000             GO TO 8100-EXIT
045100     END-READ.
045200     ADD 1 TO WS-PAGOS-LEIDOS.
045300 8100-EXIT.
045400     EXIT.
