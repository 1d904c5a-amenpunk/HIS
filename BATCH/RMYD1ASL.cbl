000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1ASL.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : LIQUIDACION MENSUAL DE COMISIONES DE LAS AGENCIAS    *
000900*           EXTERNAS DE COBRO. SUMA POR AGENCIA LAS              *
001000*           RECUPERACIONES ATRIBUIDAS EN RECAGEN (RMYD1RAG, LAS  *
001100*           GRABA RMYD1RCP) CUYA FECHA DE PROCESO CAE EN EL      *
001200*           PERIODO DE ASLPARM (POR OMISION EL MES ANTERIOR AL   *
001300*           DE PROCESO), CALCULA LA COMISION CON LA TASA DEL     *
001400*           MAESTRO DE AGENCIAS (AGCMTR - RMYD1AGC) Y GENERA AL  *
001500*           GLPOST LA PARTIDA DE CADA AGENCIA CON COMISION       *
001600*           (CONCEPTO COMAGENC DEL MAESTRO GLMMTR - RMYD1GLM).   *
001700*           UNA AGENCIA CON RECUPERADO NETO NO POSITIVO EN EL    *
001800*           MES (REVERSAS) SE LISTA SIN COMISION. EL DETALLE Y   *
001900*           LOS TOTALES SALEN EN RPTASL.                         *
002000*----------------------------------------------------------------*
002100*  HISTORIAL DE MODIFICACIONES                                   *
002200*  FECHA       INIC  DESCRIPCION                                 *
002300*  15/10/2026  DS    VERSION INICIAL.                            *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-390.
002800 OBJECT-COMPUTER.  IBM-390.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARAM-FILE     ASSIGN TO ASLPARM
003200            ORGANIZATION IS LINE SEQUENTIAL
003300            FILE STATUS   IS WS-PRM-STATUS.
003400
003500     SELECT AGENCIAS-FILE  ASSIGN TO AGCMTR
003600            ORGANIZATION IS INDEXED
003700            ACCESS MODE   IS SEQUENTIAL
003800            RECORD KEY    IS DFH-AGC-CODIGO
003900            FILE STATUS   IS WS-AGC-STATUS.
004000
004100     SELECT RECAGEN-FILE   ASSIGN TO RECAGEN
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS   IS WS-RAG-STATUS.
004400
004500     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE   IS RANDOM
004800            RECORD KEY    IS DFH-CTA-CONCEPTO
004900            FILE STATUS   IS WS-GLM-STATUS.
005000
005100     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS   IS WS-GLP-STATUS.
005400
005500     SELECT REPORTE-FILE   ASSIGN TO RPTASL
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS   IS WS-RPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARAM-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  REG-PARAM-ASL.
006500     05 PM-PERIODO-ANOMES         PIC 9(006).
006600
006700 FD  AGENCIAS-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY RMYD1AGC.
007100
007200 FD  RECAGEN-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY RMYD1RAG.
007600
007700 FD  CTACONT-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RMYD1GLM.
008100
008200 FD  PARTIDAS-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY RMYD1GLP.
008600
008700 FD  REPORTE-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  REPORTE-LINEA                PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300 COPY RMYD1BTA.
009400 77  WS-PRM-STATUS                PIC X(02).
009500     88 PRM-OK                       VALUE '00'.
009600 77  WS-AGC-STATUS                PIC X(02).
009700     88 AGC-OK                       VALUE '00'.
009800 77  WS-RAG-STATUS                PIC X(02).
009900     88 RAG-OK                       VALUE '00'.
010000 77  WS-GLM-STATUS                PIC X(02).
010100 77  WS-GLP-STATUS                PIC X(02).
010200 77  WS-RPT-STATUS                PIC X(02).
010300 77  WS-SW-FIN-AGENCIAS           PIC X(01).
010400     88 FIN-AGENCIAS                 VALUE 'S'.
010500 77  WS-SW-FIN-RECUP              PIC X(01).
010600     88 FIN-RECUPERACIONES           VALUE 'S'.
010700 77  WS-SW-ABIERTOS               PIC X(01).
010800     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
010900 77  WS-SW-HALLADO                PIC X(01).
011000     88 ENTRADA-HALLADA              VALUE 'S'.
011100 77  WS-FECHA-PROCESO             PIC 9(008).
011200 77  WS-PERIODO-ANOMES            PIC 9(006).
011300 77  WS-CANT-AGENCIAS             PIC 9(003) COMP VALUE ZERO.
011400 77  WS-SUB-AGC                   PIC 9(003) COMP.
011500 77  WS-BIN-INFERIOR              PIC 9(003) COMP.
011600 77  WS-BIN-SUPERIOR              PIC 9(003) COMP.
011700 77  WS-BIN-MEDIO                 PIC 9(003) COMP.
011800 77  WS-RECUP-LEIDAS              PIC 9(007) COMP.
011900 77  WS-RECUP-DEL-PERIODO         PIC 9(007) COMP.
012000 77  WS-RECUP-SIN-AGENCIA         PIC 9(007) COMP.
012100 77  WS-AGENCIAS-LIQUIDADAS       PIC 9(007) COMP.
012200 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
012300 77  WS-COMISION                  PIC S9(011)V99 COMP-3.
012400 77  WS-TOT-RECUPERADO            PIC S9(013)V99 COMP-3.
012500 77  WS-TOT-COMISION              PIC S9(013)V99 COMP-3.
012600 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
012700
012800 01  WS-ANOMES-TRABAJO            PIC 9(006).
012900 01  FILLER REDEFINES WS-ANOMES-TRABAJO.
013000     05 WS-AT-ANO                 PIC 9(004).
013100     05 WS-AT-MES                 PIC 9(002).
013200
013300*----------------------------------------------------------------*
013400*  AGENCIAS DEL MAESTRO EN ORDEN DE CODIGO, CON LO RECUPERADO    *
013500*  EN EL PERIODO; LA BUSQUEDA BINARIA ES POR CODIGO.             *
013600*----------------------------------------------------------------*
013700 01  WS-TABLA-AGENCIAS.
013800     05 WS-AGENCIA-ENTRADA OCCURS 500 TIMES.
013900         10 WG-CODIGO             PIC X(006).
014000         10 WG-NOMBRE             PIC X(040).
014100         10 WG-TASA-COMISION      PIC 9(003)V9(004).
014200         10 WG-CANT-PAGOS         PIC 9(007) COMP.
014300         10 WG-RECUPERADO         PIC S9(011)V99 COMP-3.
014400
014500 01  WS-DESCRIPCION-GL.
014600     05 FILLER                    PIC X(017)
014700                              VALUE 'COMISION AGENCIA '.
014800     05 WS-DG-AGENCIA             PIC X(006).
014900     05 FILLER                    PIC X(001)     VALUE SPACES.
015000     05 WS-DG-PERIODO             PIC 9(006).
015100     05 FILLER                    PIC X(010)     VALUE SPACES.
015200
015300 01  WS-TITULO-RPT.
015400     05 FILLER                    PIC X(040)
015500        VALUE 'LIQUIDACION DE COMISIONES DE AGENCIAS - '.
015600     05 FILLER                    PIC X(008)     VALUE 'PERIODO '.
015700     05 WE-PERIODO                PIC 9(006).
015800     05 FILLER                    PIC X(078)     VALUE SPACES.
015900
016000 01  WS-ENCABEZADO-RPT.
016100     05 FILLER                    PIC X(008)     VALUE 'AGENCIA'.
016200     05 FILLER                    PIC X(041)     VALUE 'NOMBRE'.
016300     05 FILLER                    PIC X(009)     VALUE '   PAGOS'.
016400     05 FILLER                    PIC X(016)
016500        VALUE '    RECUPERADO'.
016600     05 FILLER                    PIC X(010)     VALUE '    TASA'.
016700     05 FILLER                    PIC X(016)
016800        VALUE '      COMISION'.
016900
017000 01  WS-DETALLE-RPT.
017100     05 WD-AGENCIA                PIC X(006).
017200     05 FILLER                    PIC X(002)     VALUE SPACES.
017300     05 WD-NOMBRE                 PIC X(040).
017400     05 FILLER                    PIC X(001)     VALUE SPACES.
017500     05 WD-PAGOS                  PIC Z,ZZZ,ZZ9.
017600     05 FILLER                    PIC X(001)     VALUE SPACES.
017700     05 WD-RECUPERADO             PIC ZZZ,ZZZ,ZZ9.99-.
017800     05 FILLER                    PIC X(001)     VALUE SPACES.
017900     05 WD-TASA                   PIC ZZ9.9999.
018000     05 FILLER                    PIC X(001)     VALUE SPACES.
018100     05 WD-COMISION               PIC ZZZ,ZZZ,ZZ9.99-.
018200
018300 01  WS-TOTAL-RPT.
018400     05 FILLER                    PIC X(049)
018500        VALUE 'TOTAL DEL PERIODO'.
018600     05 WT-PAGOS                  PIC Z,ZZZ,ZZ9.
018700     05 FILLER                    PIC X(001)     VALUE SPACES.
018800     05 WT-RECUPERADO             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018900     05 FILLER                    PIC X(001)     VALUE SPACES.
019000     05 WT-COMISION               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019100
019200 PROCEDURE DIVISION.
019300
019400 0000-MAINLINE.
019500     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
019600     PERFORM 2000-CARGAR-AGENCIA    THRU 2000-EXIT
019700         UNTIL FIN-AGENCIAS.
019800     PERFORM 2100-PROCESAR-RECUP    THRU 2100-EXIT
019900         UNTIL FIN-RECUPERACIONES.
020000     IF WS-CODRET-CORRIDA < 16
020100         PERFORM 4000-LIQUIDAR-AGENCIA THRU 4000-EXIT
020200             VARYING WS-SUB-AGC FROM 1 BY 1
020300             UNTIL WS-SUB-AGC > WS-CANT-AGENCIAS
020400     END-IF.
020500     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
020600     STOP RUN.
020700
020800*----------------------------------------------------------------*
020900*  1000-INICIALIZAR : PERIODO DE ASLPARM O EL MES ANTERIOR AL DE *
021000*  PROCESO, CONCEPTO COMAGENC Y APERTURA DE ARCHIVOS.            *
021100*----------------------------------------------------------------*
021200 1000-INICIALIZAR.
021300     MOVE 'RMYD1ASL' TO DFH-BTA-PROGRAMA.
021400     MOVE 'I'        TO DFH-BTA-ACCION.
021500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
021600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
021700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
021800     MOVE 'N'  TO WS-SW-FIN-AGENCIAS WS-SW-FIN-RECUP
021900                  WS-SW-ABIERTOS.
022000     MOVE ZERO TO WS-RECUP-LEIDAS WS-RECUP-DEL-PERIODO
022100                  WS-RECUP-SIN-AGENCIA WS-AGENCIAS-LIQUIDADAS
022200                  WS-PARTIDAS-GENERADAS WS-TOT-RECUPERADO
022300                  WS-TOT-COMISION.
022400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
022500     MOVE WS-FECHA-PROCESO (1:6) TO WS-ANOMES-TRABAJO.
022600     IF WS-AT-MES = 1
022700         SUBTRACT 1 FROM WS-AT-ANO
022800         MOVE 12 TO WS-AT-MES
022900     ELSE
023000         SUBTRACT 1 FROM WS-AT-MES
023100     END-IF.
023200     MOVE WS-ANOMES-TRABAJO TO WS-PERIODO-ANOMES.
023300     OPEN INPUT PARAM-FILE.
023400     IF PRM-OK
023500         READ PARAM-FILE
023600             AT END
023700                 CONTINUE
023800             NOT AT END
023900                 IF PM-PERIODO-ANOMES > ZERO
024000                     MOVE PM-PERIODO-ANOMES TO WS-PERIODO-ANOMES
024100                 END-IF
024200         END-READ
024300         CLOSE PARAM-FILE
024400     END-IF.
024500     OPEN OUTPUT REPORTE-FILE.
024600     MOVE WS-PERIODO-ANOMES TO WE-PERIODO.
024700     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
024800     MOVE SPACES TO REPORTE-LINEA.
024900     WRITE REPORTE-LINEA.
025000     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
025100     OPEN INPUT  AGENCIAS-FILE.
025200     OPEN INPUT  RECAGEN-FILE.
025300     OPEN INPUT  CTACONT-FILE.
025400     OPEN EXTEND PARTIDAS-FILE.
025500     IF WS-GLP-STATUS EQUAL '05' OR '35'
025600         CLOSE PARTIDAS-FILE
025700         OPEN OUTPUT PARTIDAS-FILE
025800     END-IF.
025900     MOVE 'S' TO WS-SW-ABIERTOS.
026000     IF NOT AGC-OK
026100         DISPLAY 'RMYD1ASL - ERROR AGENCIAS-FILE ' WS-AGC-STATUS
026200         MOVE 16 TO WS-CODRET-CORRIDA
026300     END-IF.
026400     IF NOT RAG-OK
026500         DISPLAY 'RMYD1ASL - ERROR RECAGEN-FILE ' WS-RAG-STATUS
026600         MOVE 16 TO WS-CODRET-CORRIDA
026700     END-IF.
026800     IF WS-GLM-STATUS NOT = '00'
026900         DISPLAY 'RMYD1ASL - ERROR CTACONT-FILE ' WS-GLM-STATUS
027000         MOVE 16 TO WS-CODRET-CORRIDA
027100     END-IF.
027200     IF WS-CODRET-CORRIDA = 16
027300         MOVE 'S' TO WS-SW-FIN-AGENCIAS WS-SW-FIN-RECUP
027400         GO TO 1000-EXIT
027500     END-IF.
027600     MOVE 'COMAGENC' TO DFH-CTA-CONCEPTO.
027700     READ CTACONT-FILE
027800         INVALID KEY
027900             DISPLAY 'RMYD1ASL - CONCEPTO COMAGENC NO EXISTE EN '
028000                     'EL MAESTRO GLMMTR'
028100             MOVE 16  TO WS-CODRET-CORRIDA
028200             MOVE 'S' TO WS-SW-FIN-AGENCIAS WS-SW-FIN-RECUP
028300             GO TO 1000-EXIT
028400     END-READ.
028500     PERFORM 8000-LEER-AGENCIA THRU 8000-EXIT.
028600     PERFORM 8100-LEER-RECUP   THRU 8100-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------*
029100*  2000-CARGAR-AGENCIA : TODAS LAS AGENCIAS, ACTIVAS O NO, PUES  *
029200*  UNA DADA DE BAJA EN EL MES COBRA LO QUE RECUPERO.             *
029300*----------------------------------------------------------------*
029400 2000-CARGAR-AGENCIA.
029500     IF WS-CANT-AGENCIAS = 500
029600         DISPLAY 'RMYD1ASL - TABLA DE AGENCIAS LLENA'
029700         MOVE 16  TO WS-CODRET-CORRIDA
029800         MOVE 'S' TO WS-SW-FIN-AGENCIAS WS-SW-FIN-RECUP
029900         GO TO 2000-EXIT
030000     END-IF.
030100     ADD 1 TO WS-CANT-AGENCIAS.
030200     MOVE WS-CANT-AGENCIAS      TO WS-SUB-AGC.
030300     MOVE DFH-AGC-CODIGO        TO WG-CODIGO (WS-SUB-AGC).
030400     MOVE DFH-AGC-NOMBRE        TO WG-NOMBRE (WS-SUB-AGC).
030500     MOVE DFH-AGC-TASA-COMISION
030600       TO WG-TASA-COMISION (WS-SUB-AGC).
030700     MOVE ZERO TO WG-CANT-PAGOS (WS-SUB-AGC)
030800                  WG-RECUPERADO (WS-SUB-AGC).
030900     PERFORM 8000-LEER-AGENCIA THRU 8000-EXIT.
031000 2000-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------*
031400*  2100-PROCESAR-RECUP : ACUMULA LAS RECUPERACIONES DEL PERIODO  *
031500*  EN LA AGENCIA; SIN AGENCIA EN EL MAESTRO QUEDA CODIGO 4.      *
031600*----------------------------------------------------------------*
031700 2100-PROCESAR-RECUP.
031800     IF DFH-RAG-FECHA-PROCESO (1:6) NOT = WS-PERIODO-ANOMES
031900         GO TO 2100-SIGUIENTE
032000     END-IF.
032100     ADD 1 TO WS-RECUP-DEL-PERIODO.
032200     PERFORM 5000-BUSCAR-AGENCIA THRU 5000-EXIT.
032300     IF NOT ENTRADA-HALLADA
032400         ADD 1 TO WS-RECUP-SIN-AGENCIA
032500         DISPLAY 'RMYD1ASL - AGENCIA NO EXISTE ' DFH-RAG-AGENCIA
032600                 ' CUENTA ' DFH-RAG-NUMERO-CUENTA
032700         IF WS-CODRET-CORRIDA < 4
032800             MOVE 4 TO WS-CODRET-CORRIDA
032900         END-IF
033000         GO TO 2100-SIGUIENTE
033100     END-IF.
033200     ADD 1             TO WG-CANT-PAGOS (WS-SUB-AGC).
033300     ADD DFH-RAG-VALOR TO WG-RECUPERADO (WS-SUB-AGC).
033400 2100-SIGUIENTE.
033500     PERFORM 8100-LEER-RECUP THRU 8100-EXIT.
033600 2100-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------*
034000*  4000-LIQUIDAR-AGENCIA : COMISION SOBRE EL RECUPERADO NETO Y   *
034100*  PARTIDA AL GLPOST CON LAS CUENTAS DEL CONCEPTO COMAGENC.      *
034200*----------------------------------------------------------------*
034300 4000-LIQUIDAR-AGENCIA.
034400     IF WG-CANT-PAGOS (WS-SUB-AGC) = ZERO
034500         GO TO 4000-EXIT
034600     END-IF.
034700     MOVE ZERO TO WS-COMISION.
034800     IF WG-RECUPERADO (WS-SUB-AGC) > ZERO
034900         COMPUTE WS-COMISION ROUNDED =
035000             WG-RECUPERADO (WS-SUB-AGC)
035100           * WG-TASA-COMISION (WS-SUB-AGC) / 100
035200     END-IF.
035300     IF WS-COMISION > ZERO
035400         MOVE WS-FECHA-PROCESO        TO DFH-GL-FECHA
035500         MOVE ZERO                    TO DFH-GL-CODIGO-CONVENIO
035600         MOVE 'COMAGENC'              TO DFH-GL-CONCEPTO
035700         MOVE DFH-CTA-DEBITO          TO DFH-GL-CTA-DEBITO
035800         MOVE DFH-CTA-CREDITO         TO DFH-GL-CTA-CREDITO
035900         MOVE WS-COMISION             TO DFH-GL-VALOR
036000         MOVE WG-CODIGO (WS-SUB-AGC)  TO WS-DG-AGENCIA
036100         MOVE WS-PERIODO-ANOMES       TO WS-DG-PERIODO
036200         MOVE WS-DESCRIPCION-GL       TO DFH-GL-DESCRIPCION
036300         WRITE REG-PARTIDA-GL
036400         ADD 1 TO WS-PARTIDAS-GENERADAS
036500     END-IF.
036600     ADD 1 TO WS-AGENCIAS-LIQUIDADAS.
036700     ADD WG-RECUPERADO (WS-SUB-AGC) TO WS-TOT-RECUPERADO.
036800     ADD WS-COMISION                TO WS-TOT-COMISION.
036900     MOVE WG-CODIGO (WS-SUB-AGC)        TO WD-AGENCIA.
037000     MOVE WG-NOMBRE (WS-SUB-AGC)        TO WD-NOMBRE.
037100     MOVE WG-CANT-PAGOS (WS-SUB-AGC)    TO WD-PAGOS.
037200     MOVE WG-RECUPERADO (WS-SUB-AGC)    TO WD-RECUPERADO.
037300     MOVE WG-TASA-COMISION (WS-SUB-AGC) TO WD-TASA.
037400     MOVE WS-COMISION                   TO WD-COMISION.
037500     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
037600 4000-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------*
038000*  5000-BUSCAR-AGENCIA : BUSQUEDA BINARIA DE LA AGENCIA DE LA    *
038100*  RECUPERACION; LA DEJA EN WS-SUB-AGC.                          *
038200*----------------------------------------------------------------*
038300 5000-BUSCAR-AGENCIA.
038400     MOVE 'N'              TO WS-SW-HALLADO.
038500     MOVE 1                TO WS-BIN-INFERIOR.
038600     MOVE WS-CANT-AGENCIAS TO WS-BIN-SUPERIOR.
038700     PERFORM 5010-PARTIR-TRAMO THRU 5010-EXIT
038800         UNTIL ENTRADA-HALLADA
038900         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
039000 5000-EXIT.
039100     EXIT.
039200
039300 5010-PARTIR-TRAMO.
039400     COMPUTE WS-BIN-MEDIO =
039500         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
039600     IF WG-CODIGO (WS-BIN-MEDIO) = DFH-RAG-AGENCIA
039700         MOVE 'S'          TO WS-SW-HALLADO
039800         MOVE WS-BIN-MEDIO TO WS-SUB-AGC
039900         GO TO 5010-EXIT
040000     END-IF.
040100     IF WG-CODIGO (WS-BIN-MEDIO) < DFH-RAG-AGENCIA
040200         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
040300     ELSE
040400         IF WS-BIN-MEDIO = 1
040500             MOVE ZERO TO WS-BIN-SUPERIOR
040600         ELSE
040700             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
040800         END-IF
040900     END-IF.
041000 5010-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------*
041400*  3000-FINALIZAR                                                *
041500*----------------------------------------------------------------*
041600 3000-FINALIZAR.
041700     MOVE SPACES TO REPORTE-LINEA.
041800     WRITE REPORTE-LINEA.
041900     MOVE WS-RECUP-DEL-PERIODO TO WT-PAGOS.
042000     MOVE WS-TOT-RECUPERADO    TO WT-RECUPERADO.
042100     MOVE WS-TOT-COMISION      TO WT-COMISION.
042200     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
042300     DISPLAY 'RMYD1ASL - PERIODO              : '
042400             WS-PERIODO-ANOMES.
042500     DISPLAY 'RMYD1ASL - RECUPERACIONES LEIDAS: ' WS-RECUP-LEIDAS.
042600     DISPLAY 'RMYD1ASL - DEL PERIODO          : '
042700             WS-RECUP-DEL-PERIODO.
042800     DISPLAY 'RMYD1ASL - SIN AGENCIA          : '
042900             WS-RECUP-SIN-AGENCIA.
043000     DISPLAY 'RMYD1ASL - AGENCIAS LIQUIDADAS  : '
043100             WS-AGENCIAS-LIQUIDADAS.
043200     DISPLAY 'RMYD1ASL - PARTIDAS GENERADAS   : '
043300             WS-PARTIDAS-GENERADAS.
043400     CLOSE REPORTE-FILE.
043500     IF ARCHIVOS-ABIERTOS
043600         CLOSE AGENCIAS-FILE RECAGEN-FILE CTACONT-FILE
043700               PARTIDAS-FILE
043800     END-IF.
043900     MOVE 'RMYD1ASL' TO DFH-BTA-PROGRAMA.
044000     MOVE 'F'        TO DFH-BTA-ACCION.
044100     MOVE WS-RECUP-LEIDAS       TO DFH-BTA-LEIDOS.
044200     MOVE WS-PARTIDAS-GENERADAS TO DFH-BTA-ESCRITOS.
044300     MOVE WS-RECUP-SIN-AGENCIA  TO DFH-BTA-RECHAZADOS.
044400     MOVE WS-CODRET-CORRIDA     TO DFH-BTA-CODRET.
044500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
044600*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
044700*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
044800     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
044900 3000-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------*
045300*  8000-LEER-AGENCIA / 8100-LEER-RECUP                           *
045400*----------------------------------------------------------------*
045500 8000-LEER-AGENCIA.
045600     READ AGENCIAS-FILE
045700         AT END
045800             MOVE 'S' TO WS-SW-FIN-AGENCIAS
045900     END-READ.
046000 8000-EXIT.
046100     EXIT.
046200
046300 8100-LEER-RECUP.
046400     READ RECAGEN-FILE
046500         AT END
046600             MOVE 'S' TO WS-SW-FIN-RECUP
046700             GO TO 8100-EXIT
046800     END-READ.
046900     ADD 1 TO WS-RECUP-LEIDAS.
047000 8100-EXIT.
047100     EXIT.
