000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1GLI.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONTABILIDAD.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CONTABILIZACION DE LOS PAGOS APLICADOS EN EL DIA.    *
000900*           LEE EL HISTORIAL DE IMPUTACIONES (IMPHIST -          *
001000*           RMYD1IMH) QUE DEJAN RMYD1PGA (GASTOS JUDICIALES,     *
001100*           MORA, INTERES, CAPITAL Y SUS REVERSAS) Y RMYD1ABX    *
001200*           (ABONO EXTRAORDINARIO A CAPITAL), TOMA SOLO LO       *
001300*           IMPUTADO CON FECHA DE PROCESO DE HOY Y LO ACUMULA    *
001400*           POR CONCEPTO, CANAL Y TIPO DE MOVIMIENTO. POR CADA   *
001500*           GRUPO GENERA AL GLPOST UNA PARTIDA BALANCEADA: EL    *
001600*           DEBITO ES LA CUENTA DEL CANAL (CLAVE CAN + CANAL EN  *
001700*           EL MAESTRO GLMMTR - RMYD1GLM, P.EJ. CANVENTAN,       *
001800*           CANTRANSF, CANPLANIL) Y EL CREDITO LA DEL CONCEPTO   *
001900*           (CLAVE IMP + CONCEPTO, P.EJ. IMPCAPITA, IMPINTERE,   *
002000*           IMPMORA, IMPGASTOS, IMPABONOC). LA REVERSA SALE      *
002100*           COMO CONTRAPARTIDA CON LAS CUENTAS INVERTIDAS. EL    *
002200*           CANAL PLANILLA DEBITA LA CUENTA PUENTE QUE ACREDITA  *
002300*           LA PARTIDA COLECCION DE RMYD1GLE. CONCEPTO O CANAL   *
002400*           SIN CUENTA EN GLMMTR SALE A GLIRECH CON MOTIVO Y LA  *
002500*           CORRIDA TERMINA CON CODIGO 4. EMITE EL RESUMEN DE    *
002600*           PARTIDAS EN RPTGLI. CORRE DESPUES DE RMYD1GLE Y      *
002700*           ANTES DE RMYD1GLC.                                   *
002800*----------------------------------------------------------------*
002900*  HISTORIAL DE MODIFICACIONES                                   *
003000*  FECHA       INIC  DESCRIPCION                                 *
003100*  15/10/2026  DS    VERSION INICIAL.                            *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-390.
003600 OBJECT-COMPUTER.  IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT IMPUTAC-FILE  ASSIGN TO IMPHIST
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-IMP-STATUS.
004200
004300     SELECT CTACONT-FILE  ASSIGN TO GLMMTR
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE   IS RANDOM
004600            RECORD KEY    IS DFH-CTA-CONCEPTO
004700            FILE STATUS   IS WS-GLM-STATUS.
004800
004900     SELECT PARTIDAS-FILE ASSIGN TO GLPOST
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS   IS WS-GLP-STATUS.
005200
005300     SELECT RECHAZOS-FILE ASSIGN TO GLIRECH
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS   IS WS-RCH-STATUS.
005600
005700     SELECT REPORTE-FILE  ASSIGN TO RPTGLI
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS   IS WS-RPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  IMPUTAC-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY RMYD1IMH.
006700
006800 FD  CTACONT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY RMYD1GLM.
007200
007300 FD  PARTIDAS-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY RMYD1GLP.
007700
007800 FD  RECHAZOS-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  RECHAZO-LINEA                PIC X(080).
008200
008300 FD  REPORTE-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORTE-LINEA                PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 COPY RMYD1BTA.
009000 77  WS-IMP-STATUS                PIC X(02).
009100     88 IMP-OK                       VALUE '00'.
009200 77  WS-GLM-STATUS                PIC X(02).
009300 77  WS-GLP-STATUS                PIC X(02).
009400 77  WS-RCH-STATUS                PIC X(02).
009500 77  WS-RPT-STATUS                PIC X(02).
009600 77  WS-SW-FIN-IMPUTACIONES       PIC X(01).
009700     88 FIN-IMPUTACIONES             VALUE 'S'.
009800 77  WS-SW-CTA-VALIDA             PIC X(01).
009900     88 CTA-CONTABLE-VALIDA          VALUE 'S'.
010000     88 CTA-CONTABLE-INVALIDA        VALUE 'N'.
010100 77  WS-SW-GRUPO-HALLADO          PIC X(01).
010200     88 GRUPO-HALLADO                VALUE 'S'.
010300 77  WS-FECHA-PROCESO             PIC 9(008).
010400 77  WS-IMP-LEIDAS                PIC 9(007) COMP.
010500 77  WS-IMP-DEL-DIA               PIC 9(007) COMP.
010600 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
010700 77  WS-GRUPOS-RECHAZADOS         PIC 9(007) COMP.
010800 77  WS-CANT-GRUPOS               PIC 9(003) COMP VALUE ZERO.
010900 77  WS-SUB-GRUPO                 PIC 9(003) COMP.
011000 77  WS-TIPO-MOV-BUSCADO          PIC X(001).
011100 77  WS-CONCEPTO-BUSCADO          PIC X(009).
011200 77  WS-CTA-CANAL                 PIC X(012).
011300 77  WS-CTA-CONCEPTO              PIC X(012).
011400 77  WS-TOTAL-PAGOS               PIC S9(013)V99 COMP-3.
011500 77  WS-TOTAL-REVERSAS            PIC S9(013)V99 COMP-3.
011600 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011700
011800*----------------------------------------------------------------*
011900*  CLAVES DEL MAESTRO GLMMTR: PREFIJO FIJO MAS LOS PRIMEROS SEIS *
012000*  CARACTERES DEL CANAL O DEL CONCEPTO IMPUTADO.                 *
012100*----------------------------------------------------------------*
012200 01  WS-CLAVE-CANAL.
012300     05 FILLER                    PIC X(003)     VALUE 'CAN'.
012400     05 WS-CLN-CANAL              PIC X(006).
012500 01  WS-CLAVE-CONCEPTO.
012600     05 FILLER                    PIC X(003)     VALUE 'IMP'.
012700     05 WS-CLC-CONCEPTO           PIC X(006).
012800
012900 01  WS-TABLA-GRUPOS.
013000     05 WS-GRUPO-ENTRADA OCCURS 200 TIMES.
013100         10 WG-CONCEPTO           PIC X(010).
013200         10 WG-CANAL              PIC X(010).
013300         10 WG-TIPO-MOV           PIC X(001).
013400         10 WG-CANTIDAD           PIC 9(007) COMP.
013500         10 WG-VALOR              PIC S9(011)V99 COMP-3.
013600
013700 01  WS-DESCRIPCION-GL.
013800     05 WS-DG-MOVIMIENTO          PIC X(011).
013900     05 WS-DG-CONCEPTO            PIC X(010).
014000     05 FILLER                    PIC X(007)     VALUE ' CANAL '.
014100     05 WS-DG-CANAL               PIC X(010).
014200     05 FILLER                    PIC X(002)     VALUE SPACES.
014300
014400 01  WS-RECHAZO-DET.
014500     05 WR-CONCEPTO               PIC X(010).
014600     05 FILLER                    PIC X(001)     VALUE SPACES.
014700     05 WR-CANAL                  PIC X(010).
014800     05 FILLER                    PIC X(001)     VALUE SPACES.
014900     05 WR-CLAVE                  PIC X(009).
015000     05 FILLER                    PIC X(001)     VALUE SPACES.
015100     05 WR-MOTIVO                 PIC X(048).
015200
015300 01  WS-TITULO-RPT.
015400     05 FILLER                    PIC X(040)
015500        VALUE 'CONTABILIZACION DE IMPUTACIONES DEL DIA '.
015600     05 WE-FECHA                  PIC 9(008).
015700     05 FILLER                    PIC X(084)     VALUE SPACES.
015800
015900 01  WS-ENCABEZADO-RPT.
016000     05 FILLER                    PIC X(011)     VALUE 'CONCEPTO'.
016100     05 FILLER                    PIC X(011)     VALUE 'CANAL'.
016200     05 FILLER                    PIC X(004)     VALUE 'MOV'.
016300     05 FILLER                    PIC X(009)     VALUE 'CANTIDAD'.
016400     05 FILLER                    PIC X(017)
016500        VALUE '          VALOR'.
016600     05 FILLER                    PIC X(002)     VALUE SPACES.
016700     05 FILLER                    PIC X(013)
016800        VALUE 'CTA DEBITO'.
016900     05 FILLER                    PIC X(013)
017000        VALUE 'CTA CREDITO'.
017100     05 FILLER                    PIC X(052)     VALUE 'ESTADO'.
017200
017300 01  WS-DETALLE-RPT.
017400     05 WD-CONCEPTO               PIC X(010).
017500     05 FILLER                    PIC X(001)     VALUE SPACES.
017600     05 WD-CANAL                  PIC X(010).
017700     05 FILLER                    PIC X(002)     VALUE SPACES.
017800     05 WD-TIPO-MOV               PIC X(001).
017900     05 FILLER                    PIC X(002)     VALUE SPACES.
018000     05 WD-CANTIDAD               PIC ZZZ,ZZ9.
018100     05 FILLER                    PIC X(002)     VALUE SPACES.
018200     05 WD-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018300     05 FILLER                    PIC X(002)     VALUE SPACES.
018400     05 WD-CTA-DEBITO             PIC X(012).
018500     05 FILLER                    PIC X(001)     VALUE SPACES.
018600     05 WD-CTA-CREDITO            PIC X(012).
018700     05 FILLER                    PIC X(001)     VALUE SPACES.
018800     05 WD-ESTADO                 PIC X(010).
018900     05 FILLER                    PIC X(041)     VALUE SPACES.
019000
019100 01  WS-TOTAL-RPT.
019200     05 WT-ETIQUETA               PIC X(033).
019300     05 WT-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019400     05 FILLER                    PIC X(081)     VALUE SPACES.
019500
019600 PROCEDURE DIVISION.
019700
019800 0000-MAINLINE.
019900     PERFORM 1000-INICIALIZAR        THRU 1000-EXIT.
020000     PERFORM 2000-PROCESAR-IMPUTACION THRU 2000-EXIT
020100         UNTIL FIN-IMPUTACIONES.
020200     PERFORM 3000-FINALIZAR          THRU 3000-EXIT.
020300     STOP RUN.
020400
020500*----------------------------------------------------------------*
020600*  1000-INICIALIZAR                                              *
020700*----------------------------------------------------------------*
020800 1000-INICIALIZAR.
020900     MOVE 'RMYD1GLI' TO DFH-BTA-PROGRAMA.
021000     MOVE 'I'        TO DFH-BTA-ACCION.
021100     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
021200                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
021300     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
021400     MOVE 'N'  TO WS-SW-FIN-IMPUTACIONES.
021500     MOVE ZERO TO WS-IMP-LEIDAS WS-IMP-DEL-DIA
021600                  WS-PARTIDAS-GENERADAS WS-GRUPOS-RECHAZADOS
021700                  WS-CANT-GRUPOS WS-TOTAL-PAGOS WS-TOTAL-REVERSAS.
021800     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
021900     OPEN INPUT  IMPUTAC-FILE.
022000     OPEN INPUT  CTACONT-FILE.
022100     OPEN OUTPUT RECHAZOS-FILE.
022200     OPEN OUTPUT REPORTE-FILE.
022300     OPEN EXTEND PARTIDAS-FILE.
022400     IF WS-GLP-STATUS EQUAL '05' OR '35'
022500         CLOSE PARTIDAS-FILE
022600         OPEN OUTPUT PARTIDAS-FILE
022700     END-IF.
022800     MOVE WS-FECHA-PROCESO TO WE-FECHA.
022900     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
023000     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
023100     IF WS-GLM-STATUS NOT = '00'
023200         DISPLAY 'RMYD1GLI - ERROR CTACONT-FILE ' WS-GLM-STATUS
023300         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES
023400         MOVE 16  TO WS-CODRET-CORRIDA
023500         GO TO 1000-EXIT
023600     END-IF.
023700     IF WS-IMP-STATUS EQUAL '35'
023800         DISPLAY 'RMYD1GLI - SIN HISTORIAL DE IMPUTACIONES'
023900         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES
024000         GO TO 1000-EXIT
024100     END-IF.
024200     IF NOT IMP-OK
024300         DISPLAY 'RMYD1GLI - ERROR IMPUTAC-FILE ' WS-IMP-STATUS
024400         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES
024500         MOVE 16  TO WS-CODRET-CORRIDA
024600         GO TO 1000-EXIT
024700     END-IF.
024800     PERFORM 8000-LEER-IMPUTACION THRU 8000-EXIT.
024900 1000-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------------*
025300*  2000-PROCESAR-IMPUTACION : EL HISTORIAL ACUMULA ENTRE         *
025400*  CORRIDAS; SOLO LO IMPUTADO HOY SE SUMA AL GRUPO DE SU         *
025500*  CONCEPTO, CANAL Y TIPO DE MOVIMIENTO.                         *
025600*----------------------------------------------------------------*
025700 2000-PROCESAR-IMPUTACION.
025800     IF DFH-IMP-FECHA-PROCESO NOT = WS-FECHA-PROCESO
025900        OR DFH-IMP-VALOR-APLICADO = ZERO
026000         GO TO 2000-SIGUIENTE
026100     END-IF.
026200     ADD 1 TO WS-IMP-DEL-DIA.
026300     IF IMP-MOV-REVERSA
026400         MOVE 'R' TO WS-TIPO-MOV-BUSCADO
026500         ADD DFH-IMP-VALOR-APLICADO TO WS-TOTAL-REVERSAS
026600     ELSE
026700         MOVE 'P' TO WS-TIPO-MOV-BUSCADO
026800         ADD DFH-IMP-VALOR-APLICADO TO WS-TOTAL-PAGOS
026900     END-IF.
027000     PERFORM 5000-ACUMULAR-GRUPO THRU 5000-EXIT.
027100 2000-SIGUIENTE.
027200     PERFORM 8000-LEER-IMPUTACION THRU 8000-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------------*
027700*  5000-ACUMULAR-GRUPO : BUSCA (O DA DE ALTA) EL GRUPO CONCEPTO/ *
027800*  CANAL/MOVIMIENTO Y LE SUMA LA IMPUTACION.                     *
027900*----------------------------------------------------------------*
028000 5000-ACUMULAR-GRUPO.
028100     MOVE 'N' TO WS-SW-GRUPO-HALLADO.
028200     MOVE 1   TO WS-SUB-GRUPO.
028300     PERFORM 5100-BUSCAR-GRUPO THRU 5100-EXIT
028400         UNTIL GRUPO-HALLADO
028500         OR WS-SUB-GRUPO > WS-CANT-GRUPOS.
028600     IF NOT GRUPO-HALLADO
028700         IF WS-CANT-GRUPOS = 200
028800             DISPLAY 'RMYD1GLI - TABLA DE GRUPOS LLENA, CONCEPTO '
028900                     DFH-IMP-CONCEPTO ' CANAL ' DFH-IMP-CANAL
029000                     ' NO CONTABILIZADO'
029100             MOVE 16 TO WS-CODRET-CORRIDA
029200             GO TO 5000-EXIT
029300         END-IF
029400         ADD 1 TO WS-CANT-GRUPOS
029500         MOVE WS-CANT-GRUPOS      TO WS-SUB-GRUPO
029600         MOVE DFH-IMP-CONCEPTO    TO WG-CONCEPTO (WS-SUB-GRUPO)
029700         MOVE DFH-IMP-CANAL       TO WG-CANAL    (WS-SUB-GRUPO)
029800         MOVE WS-TIPO-MOV-BUSCADO TO WG-TIPO-MOV (WS-SUB-GRUPO)
029900         MOVE ZERO                TO WG-CANTIDAD (WS-SUB-GRUPO)
030000         MOVE ZERO                TO WG-VALOR    (WS-SUB-GRUPO)
030100     END-IF.
030200     ADD 1                      TO WG-CANTIDAD (WS-SUB-GRUPO).
030300     ADD DFH-IMP-VALOR-APLICADO TO WG-VALOR    (WS-SUB-GRUPO).
030400 5000-EXIT.
030500     EXIT.
030600
030700 5100-BUSCAR-GRUPO.
030800     IF WG-CONCEPTO (WS-SUB-GRUPO) = DFH-IMP-CONCEPTO
030900        AND WG-CANAL (WS-SUB-GRUPO) = DFH-IMP-CANAL
031000        AND WG-TIPO-MOV (WS-SUB-GRUPO) = WS-TIPO-MOV-BUSCADO
031100         MOVE 'S' TO WS-SW-GRUPO-HALLADO
031200     ELSE
031300         ADD 1 TO WS-SUB-GRUPO
031400     END-IF.
031500 5100-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------*
031900*  6000-GENERAR-PARTIDA : PARTIDA DEL GRUPO AL GLPOST. EL PAGO   *
032000*  DEBITA EL CANAL Y ACREDITA EL CONCEPTO; LA REVERSA INVIERTE   *
032100*  LAS CUENTAS. SIN CUENTA EN GLMMTR EL GRUPO SE RECHAZA.        *
032200*----------------------------------------------------------------*
032300 6000-GENERAR-PARTIDA.
032400     MOVE WG-CONCEPTO (WS-SUB-GRUPO) TO WD-CONCEPTO WR-CONCEPTO.
032500     MOVE WG-CANAL    (WS-SUB-GRUPO) TO WD-CANAL    WR-CANAL.
032600     MOVE WG-TIPO-MOV (WS-SUB-GRUPO) TO WD-TIPO-MOV.
032700     MOVE WG-CANTIDAD (WS-SUB-GRUPO) TO WD-CANTIDAD.
032800     MOVE WG-VALOR    (WS-SUB-GRUPO) TO WD-VALOR.
032900     MOVE SPACES TO WD-CTA-DEBITO WD-CTA-CREDITO.
033000     MOVE WG-CANAL (WS-SUB-GRUPO) TO WS-CLN-CANAL.
033100     MOVE WS-CLAVE-CANAL TO WS-CONCEPTO-BUSCADO.
033200     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
033300     IF CTA-CONTABLE-INVALIDA
033400         MOVE 'CANAL SIN CUENTA EN EL MAESTRO GLMMTR'
033500                                     TO WR-MOTIVO
033600         PERFORM 6200-RECHAZAR-GRUPO THRU 6200-EXIT
033700         GO TO 6000-EXIT
033800     END-IF.
033900     MOVE DFH-CTA-DEBITO TO WS-CTA-CANAL.
034000     MOVE WG-CONCEPTO (WS-SUB-GRUPO) TO WS-CLC-CONCEPTO.
034100     MOVE WS-CLAVE-CONCEPTO TO WS-CONCEPTO-BUSCADO.
034200     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
034300     IF CTA-CONTABLE-INVALIDA
034400         MOVE 'CONCEPTO NO EXISTE EN EL MAESTRO GLMMTR'
034500                                     TO WR-MOTIVO
034600         PERFORM 6200-RECHAZAR-GRUPO THRU 6200-EXIT
034700         GO TO 6000-EXIT
034800     END-IF.
034900     MOVE DFH-CTA-CREDITO TO WS-CTA-CONCEPTO.
035000     MOVE WS-FECHA-PROCESO      TO DFH-GL-FECHA.
035100     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
035200     MOVE WS-CLAVE-CONCEPTO     TO DFH-GL-CONCEPTO.
035300     MOVE WG-CONCEPTO (WS-SUB-GRUPO) TO WS-DG-CONCEPTO.
035400     MOVE WG-CANAL    (WS-SUB-GRUPO) TO WS-DG-CANAL.
035500     IF WG-TIPO-MOV (WS-SUB-GRUPO) = 'R'
035600         MOVE WS-CTA-CONCEPTO   TO DFH-GL-CTA-DEBITO
035700         MOVE WS-CTA-CANAL      TO DFH-GL-CTA-CREDITO
035800         MOVE 'REVERSA    '     TO WS-DG-MOVIMIENTO
035900     ELSE
036000         MOVE WS-CTA-CANAL      TO DFH-GL-CTA-DEBITO
036100         MOVE WS-CTA-CONCEPTO   TO DFH-GL-CTA-CREDITO
036200         MOVE 'IMPUTACION '     TO WS-DG-MOVIMIENTO
036300     END-IF.
036400     MOVE WG-VALOR (WS-SUB-GRUPO) TO DFH-GL-VALOR.
036500     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
036600     WRITE REG-PARTIDA-GL.
036700     ADD 1 TO WS-PARTIDAS-GENERADAS.
036800     MOVE DFH-GL-CTA-DEBITO     TO WD-CTA-DEBITO.
036900     MOVE DFH-GL-CTA-CREDITO    TO WD-CTA-CREDITO.
037000     MOVE 'GENERADA  '          TO WD-ESTADO.
037100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
037200 6000-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600*  6100-BUSCAR-CTA-CONTABLE : LEE WS-CONCEPTO-BUSCADO EN EL      *
037700*  MAESTRO GLMMTR (VER RMYD1GLE).                                *
037800*----------------------------------------------------------------*
037900 6100-BUSCAR-CTA-CONTABLE.
038000     MOVE 'S' TO WS-SW-CTA-VALIDA.
038100     MOVE WS-CONCEPTO-BUSCADO TO DFH-CTA-CONCEPTO.
038200     READ CTACONT-FILE
038300         INVALID KEY
038400             MOVE 'N' TO WS-SW-CTA-VALIDA
038500     END-READ.
038600 6100-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------*
039000*  6200-RECHAZAR-GRUPO : EL GRUPO SIN CUENTA NO SE CONTABILIZA;  *
039100*  SALE A GLIRECH Y AL REPORTE, Y LA CORRIDA TERMINA CON AVISO.  *
039200*----------------------------------------------------------------*
039300 6200-RECHAZAR-GRUPO.
039400     ADD 1 TO WS-GRUPOS-RECHAZADOS.
039500     MOVE WS-CONCEPTO-BUSCADO TO WR-CLAVE.
039600     WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET.
039700     MOVE 'RECHAZADA '        TO WD-ESTADO.
039800     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
039900     IF WS-CODRET-CORRIDA < 4
040000         MOVE 4 TO WS-CODRET-CORRIDA
040100     END-IF.
040200 6200-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------*
040600*  3000-FINALIZAR : GENERA LAS PARTIDAS DE LOS GRUPOS, EMITE     *
040700*  TOTALES Y CIERRA LA CORRIDA EN LA BITACORA.                   *
040800*----------------------------------------------------------------*
040900 3000-FINALIZAR.
041000     PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT
041100         VARYING WS-SUB-GRUPO FROM 1 BY 1
041200         UNTIL WS-SUB-GRUPO > WS-CANT-GRUPOS.
041300     MOVE 'TOTAL IMPUTADO POR PAGOS        ' TO WT-ETIQUETA.
041400     MOVE WS-TOTAL-PAGOS                     TO WT-VALOR.
041500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
041600     MOVE 'TOTAL CONTRAPARTIDA DE REVERSAS ' TO WT-ETIQUETA.
041700     MOVE WS-TOTAL-REVERSAS                  TO WT-VALOR.
041800     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
041900     DISPLAY 'RMYD1GLI - IMPUTACIONES LEIDAS: ' WS-IMP-LEIDAS.
042000     DISPLAY 'RMYD1GLI - IMPUTACIONES DEL DIA: ' WS-IMP-DEL-DIA.
042100     DISPLAY 'RMYD1GLI - PARTIDAS GENERADAS : '
042200             WS-PARTIDAS-GENERADAS.
042300     DISPLAY 'RMYD1GLI - GRUPOS RECHAZADOS  : '
042400             WS-GRUPOS-RECHAZADOS.
042500     CLOSE CTACONT-FILE PARTIDAS-FILE RECHAZOS-FILE REPORTE-FILE.
042600     IF WS-IMP-STATUS NOT EQUAL '35'
042700         CLOSE IMPUTAC-FILE
042800     END-IF.
042900     MOVE 'RMYD1GLI' TO DFH-BTA-PROGRAMA.
043000     MOVE 'F'        TO DFH-BTA-ACCION.
043100     MOVE WS-IMP-DEL-DIA TO DFH-BTA-LEIDOS.
043200     MOVE WS-PARTIDAS-GENERADAS TO DFH-BTA-ESCRITOS.
043300     MOVE WS-GRUPOS-RECHAZADOS TO DFH-BTA-RECHAZADOS.
043400     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
043500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
043600*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
043700*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
043800     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
043900 3000-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------*
044300*  8000-LEER-IMPUTACION                                          *
044400*----------------------------------------------------------------*
044500 8000-LEER-IMPUTACION.
044600     READ IMPUTAC-FILE
044700         AT END
044800             MOVE 'S' TO WS-SW-FIN-IMPUTACIONES
044900             GO TO 8000-EXIT
045000     END-READ.
045100     ADD 1 TO WS-IMP-LEIDAS.
045200 8000-EXIT.
045300     EXIT.
