000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1FEV.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONTABILIDAD.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : LIBRO DE VENTAS MENSUAL DE LOS DOCUMENTOS            *
000900*           TRIBUTARIOS ELECTRONICOS. RECORRE EL MAESTRO FELMTR  *
001000*           (RMYD1FED) Y LISTA LOS DOCUMENTOS AUTORIZADOS CUYO   *
001100*           IVA SE CONTABILIZO EN EL PERIODO DE FEVPARM (POR     *
001200*           OMISION EL MES ANTERIOR AL DE PROCESO), CON LAS      *
001300*           NOTAS DE CREDITO EN NEGATIVO, Y TOTALIZA POR TIPO DE *
001400*           DOCUMENTO Y EL IVA POR CONCEPTO. PARA EL CUADRE LEE  *
001500*           LAS PARTIDAS DE IVA POR PAGAR DEL PERIODO EN GLPOST  *
001600*           (CLAVES IVA + CONCEPTO QUE GENERA RMYD1FEA; LA       *
001700*           CORRIDA RECIBE LAS GENERACIONES DEL MES): LA PARTIDA *
001800*           QUE ACREDITA LA CUENTA DE CREDITO DEL MAESTRO GLMMTR *
001900*           SUMA Y LA QUE LA DEBITA RESTA. EMITE EL LIBRO Y EL   *
002000*           CUADRE POR CONCEPTO EN RPTFEV; UNA DIFERENCIA ENTRE  *
002100*           LIBRO Y CONTABILIDAD TERMINA CON CODIGO 4.           *
002200*----------------------------------------------------------------*
002300*  HISTORIAL DE MODIFICACIONES                                   *
002400*  FECHA       INIC  DESCRIPCION                                 *
002500*  15/10/2026  DS    VERSION INICIAL.                            *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-390.
003000 OBJECT-COMPUTER.  IBM-390.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARAM-FILE     ASSIGN TO FEVPARM
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS   IS WS-PRM-STATUS.
003600
003700     SELECT DOCUMENT-FILE  ASSIGN TO FELMTR
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE   IS SEQUENTIAL
004000            RECORD KEY    IS DFH-FED-LLAVE
004100            FILE STATUS   IS WS-FED-STATUS.
004200
004300     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE   IS RANDOM
004600            RECORD KEY    IS DFH-CTA-CONCEPTO
004700            FILE STATUS   IS WS-GLM-STATUS.
004800
004900     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS   IS WS-GLP-STATUS.
005200
005300     SELECT REPORTE-FILE   ASSIGN TO RPTFEV
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS   IS WS-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARAM-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REG-PARAM-FEV.
006300     05 PM-PERIODO-ANOMES         PIC 9(006).
006400
006500 FD  DOCUMENT-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RMYD1FED.
006900
007000 FD  CTACONT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY RMYD1GLM.
007400
007500 FD  PARTIDAS-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY RMYD1GLP.
007900
008000 FD  REPORTE-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  REPORTE-LINEA                PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600 COPY RMYD1BTA.
008700 77  WS-PRM-STATUS                PIC X(02).
008800     88 PRM-OK                       VALUE '00'.
008900 77  WS-FED-STATUS                PIC X(02).
009000     88 FED-OK                       VALUE '00'.
009100 77  WS-GLM-STATUS                PIC X(02).
009200 77  WS-GLP-STATUS                PIC X(02).
009300     88 GLP-OK                       VALUE '00'.
009400 77  WS-RPT-STATUS                PIC X(02).
009500 77  WS-SW-FIN-DOCUMENTOS         PIC X(01).
009600     88 FIN-DOCUMENTOS               VALUE 'S'.
009700 77  WS-SW-FIN-PARTIDAS           PIC X(01).
009800     88 FIN-PARTIDAS                 VALUE 'S'.
009900 77  WS-SW-ABIERTOS               PIC X(01).
010000     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
010100 77  WS-SW-HALLADO                PIC X(01).
010200     88 CONCEPTO-HALLADO             VALUE 'S'.
010300 77  WS-FECHA-PROCESO             PIC 9(008).
010400 77  WS-PERIODO-ANOMES            PIC 9(006).
010500 77  WS-SUB-CON                   PIC 9(002) COMP.
010600 77  WS-SUB-TIPO                  PIC 9(002) COMP.
010700 77  WS-DOC-LEIDOS                PIC 9(007) COMP.
010800 77  WS-DOC-DEL-PERIODO           PIC 9(007) COMP.
010900 77  WS-GLP-LEIDAS                PIC 9(007) COMP.
011000 77  WS-GLP-DE-IVA                PIC 9(007) COMP.
011100 77  WS-GLP-SIN-CUENTA            PIC 9(007) COMP.
011200 77  WS-CONCEPTOS-DESCUADRADOS    PIC 9(007) COMP.
011300 77  WS-SIGNO                     PIC S9(001).
011400 77  WS-DIFERENCIA                PIC S9(013)V99 COMP-3.
011500 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011600
011700 01  WS-ANOMES-TRABAJO            PIC 9(006).
011800 01  FILLER REDEFINES WS-ANOMES-TRABAJO.
011900     05 WS-AT-ANO                 PIC 9(004).
012000     05 WS-AT-MES                 PIC 9(002).
012100
012200*----------------------------------------------------------------*
012300*  CONCEPTOS AFECTOS A IVA, EN EL ORDEN DE DFH-FED-CONCEPTO, CON *
012400*  EL IVA DEL LIBRO Y EL DE LAS PARTIDAS DE GLPOST.              *
012500*----------------------------------------------------------------*
012600 01  WS-CONCEPTOS-IVA.
012700     05 FILLER                    PIC X(010) VALUE 'INTERES'.
012800     05 FILLER                    PIC X(010) VALUE 'COMISION'.
012900     05 FILLER                    PIC X(010) VALUE 'MORA'.
013000 01  WS-CONCEPTOS-IVA-R REDEFINES WS-CONCEPTOS-IVA.
013100     05 WS-NOMBRE-IVA             PIC X(010) OCCURS 3 TIMES.
013200 01  WS-CLAVE-IVA.
013300     05 FILLER                    PIC X(003)     VALUE 'IVA'.
013400     05 WS-CLI-CONCEPTO           PIC X(006).
013500 01  WS-TABLA-CUADRE.
013600     05 WS-CUADRE-CONCEPTO OCCURS 3 TIMES.
013700         10 WQ-IVA-LIBRO          PIC S9(013)V99 COMP-3.
013800         10 WQ-IVA-CONTABLE       PIC S9(013)V99 COMP-3.
013900
014000*----------------------------------------------------------------*
014100*  TOTALES DEL LIBRO POR TIPO DE DOCUMENTO: 1 FACT, 2 NCRE.      *
014200*----------------------------------------------------------------*
014300 01  WS-TABLA-TIPOS.
014400     05 WS-TOTAL-TIPO OCCURS 2 TIMES.
014500         10 WY-CANTIDAD           PIC 9(007) COMP.
014600         10 WY-BASE               PIC S9(013)V99 COMP-3.
014700         10 WY-IVA                PIC S9(013)V99 COMP-3.
014800         10 WY-TOTAL              PIC S9(013)V99 COMP-3.
014900
015000 01  WS-TITULO-RPT.
015100     05 FILLER                    PIC X(039)
015200        VALUE 'LIBRO DE VENTAS FEL - IVA POR INTERESES'.
015300     05 FILLER                    PIC X(017)
015400        VALUE ' Y COMISIONES - '.
015500     05 FILLER                    PIC X(008)     VALUE 'PERIODO '.
015600     05 WE-PERIODO                PIC 9(006).
015700     05 FILLER                    PIC X(062)     VALUE SPACES.
015800
015900 01  WS-ENCABEZADO-RPT.
016000     05 FILLER                    PIC X(009)     VALUE 'FECHA'.
016100     05 FILLER                    PIC X(005)     VALUE 'DOC'.
016200     05 FILLER                    PIC X(011)     VALUE 'SERIE'.
016300     05 FILLER                    PIC X(011)     VALUE 'NUMERO'.
016400     05 FILLER                    PIC X(014)     VALUE 'RECEPTOR'.
016500     05 FILLER                    PIC X(031)     VALUE 'NOMBRE'.
016600     05 FILLER                    PIC X(016)
016700        VALUE '          BASE'.
016800     05 FILLER                    PIC X(016)
016900        VALUE '           IVA'.
017000     05 FILLER                    PIC X(019)
017100        VALUE '         TOTAL'.
017200
017300 01  WS-DETALLE-RPT.
017400     05 WD-FECHA                  PIC 9(008).
017500     05 FILLER                    PIC X(001)     VALUE SPACES.
017600     05 WD-TIPO-DOC               PIC X(004).
017700     05 FILLER                    PIC X(001)     VALUE SPACES.
017800     05 WD-SERIE                  PIC X(010).
017900     05 FILLER                    PIC X(001)     VALUE SPACES.
018000     05 WD-NUMERO                 PIC Z(009)9.
018100     05 FILLER                    PIC X(001)     VALUE SPACES.
018200     05 WD-RECEPTOR               PIC X(013).
018300     05 FILLER                    PIC X(001)     VALUE SPACES.
018400     05 WD-NOMBRE                 PIC X(030).
018500     05 FILLER                    PIC X(001)     VALUE SPACES.
018600     05 WD-BASE                   PIC ZZZ,ZZZ,ZZ9.99-.
018700     05 WD-IVA                    PIC ZZZ,ZZZ,ZZ9.99-.
018800     05 WD-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99-.
018900     05 FILLER                    PIC X(006)     VALUE SPACES.
019000
019100 01  WS-TOTAL-TIPO-RPT.
019200     05 FILLER                    PIC X(010)     VALUE 'TOTAL '.
019300     05 WY-TIPO-DOC               PIC X(004).
019400     05 FILLER                    PIC X(002)     VALUE SPACES.
019500     05 WY-CANTIDAD-ED            PIC Z,ZZZ,ZZ9.
019600     05 FILLER                    PIC X(058)     VALUE SPACES.
019700     05 WY-BASE-ED                PIC ZZZ,ZZZ,ZZ9.99-.
019800     05 WY-IVA-ED                 PIC ZZZ,ZZZ,ZZ9.99-.
019900     05 WY-TOTAL-ED               PIC ZZZ,ZZZ,ZZ9.99-.
020000     05 FILLER                    PIC X(004)     VALUE SPACES.
020100
020200 01  WS-ENCABEZADO-CUADRE.
020300     05 FILLER                    PIC X(033)
020400        VALUE 'CUADRE DEL IVA CON GLPOST'.
020500     05 FILLER                    PIC X(019)
020600        VALUE '       IVA LIBRO'.
020700     05 FILLER                    PIC X(019)
020800        VALUE '    IVA CONTABLE'.
020900     05 FILLER                    PIC X(019)
021000        VALUE '      DIFERENCIA'.
021100     05 FILLER                    PIC X(042)     VALUE SPACES.
021200
021300 01  WS-CUADRE-RPT.
021400     05 FILLER                    PIC X(004)     VALUE 'IVA '.
021500     05 WC-CONCEPTO               PIC X(010).
021600     05 FILLER                    PIC X(019)     VALUE SPACES.
021700     05 WC-IVA-LIBRO              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021800     05 FILLER                    PIC X(001)     VALUE SPACES.
021900     05 WC-IVA-CONTABLE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022000     05 FILLER                    PIC X(001)     VALUE SPACES.
022100     05 WC-DIFERENCIA             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022200     05 FILLER                    PIC X(001)     VALUE SPACES.
022300     05 WC-ESTADO                 PIC X(041).
022400
022500 PROCEDURE DIVISION.
022600
022700 0000-MAINLINE.
022800     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
022900     PERFORM 2000-PROCESAR-DOCUMENTO THRU 2000-EXIT
023000         UNTIL FIN-DOCUMENTOS.
023100     PERFORM 2500-PROCESAR-PARTIDA  THRU 2500-EXIT
023200         UNTIL FIN-PARTIDAS.
023300     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
023400     STOP RUN.
023500
023600*----------------------------------------------------------------*
023700*  1000-INICIALIZAR : PERIODO DE FEVPARM O EL MES ANTERIOR AL DE *
023800*  PROCESO Y APERTURA DE ARCHIVOS.                               *
023900*----------------------------------------------------------------*
024000 1000-INICIALIZAR.
024100     MOVE 'RMYD1FEV' TO DFH-BTA-PROGRAMA.
024200     MOVE 'I'        TO DFH-BTA-ACCION.
024300     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
024400                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
024500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
024600     MOVE 'N'  TO WS-SW-FIN-DOCUMENTOS WS-SW-FIN-PARTIDAS
024700                  WS-SW-ABIERTOS.
024800     MOVE ZERO TO WS-DOC-LEIDOS WS-DOC-DEL-PERIODO WS-GLP-LEIDAS
024900                  WS-GLP-DE-IVA WS-GLP-SIN-CUENTA
025000                  WS-CONCEPTOS-DESCUADRADOS.
025100     PERFORM 1100-LIMPIAR-TOTALES THRU 1100-EXIT
025200         VARYING WS-SUB-CON FROM 1 BY 1
025300         UNTIL WS-SUB-CON > 3.
025400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
025500     MOVE WS-FECHA-PROCESO (1:6) TO WS-ANOMES-TRABAJO.
025600     IF WS-AT-MES = 1
025700         SUBTRACT 1 FROM WS-AT-ANO
025800         MOVE 12 TO WS-AT-MES
025900     ELSE
026000         SUBTRACT 1 FROM WS-AT-MES
026100     END-IF.
026200     MOVE WS-ANOMES-TRABAJO TO WS-PERIODO-ANOMES.
026300     OPEN INPUT PARAM-FILE.
026400     IF PRM-OK
026500         READ PARAM-FILE
026600             AT END
026700                 CONTINUE
026800             NOT AT END
026900                 IF PM-PERIODO-ANOMES > ZERO
027000                     MOVE PM-PERIODO-ANOMES TO WS-PERIODO-ANOMES
027100                 END-IF
027200         END-READ
027300         CLOSE PARAM-FILE
027400     END-IF.
027500     OPEN OUTPUT REPORTE-FILE.
027600     MOVE WS-PERIODO-ANOMES TO WE-PERIODO.
027700     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
027800     MOVE SPACES TO REPORTE-LINEA.
027900     WRITE REPORTE-LINEA.
028000     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
028100     OPEN INPUT DOCUMENT-FILE.
028200     OPEN INPUT CTACONT-FILE.
028300     OPEN INPUT PARTIDAS-FILE.
028400     MOVE 'S' TO WS-SW-ABIERTOS.
028500     IF WS-GLM-STATUS NOT = '00'
028600         DISPLAY 'RMYD1FEV - ERROR CTACONT-FILE ' WS-GLM-STATUS
028700         MOVE 16 TO WS-CODRET-CORRIDA
028800     END-IF.
028900     IF NOT FED-OK
029000         DISPLAY 'RMYD1FEV - ERROR DOCUMENT-FILE ' WS-FED-STATUS
029100         MOVE 16 TO WS-CODRET-CORRIDA
029200     END-IF.
029300     IF WS-GLP-STATUS EQUAL '35'
029400         DISPLAY 'RMYD1FEV - SIN PARTIDAS CONTABLES DEL PERIODO'
029500         MOVE 'S' TO WS-SW-FIN-PARTIDAS
029600     ELSE
029700         IF NOT GLP-OK
029800             DISPLAY 'RMYD1FEV - ERROR PARTIDAS-FILE '
029900                     WS-GLP-STATUS
030000             MOVE 16 TO WS-CODRET-CORRIDA
030100         END-IF
030200     END-IF.
030300     IF WS-CODRET-CORRIDA = 16
030400         MOVE 'S' TO WS-SW-FIN-DOCUMENTOS WS-SW-FIN-PARTIDAS
030500         GO TO 1000-EXIT
030600     END-IF.
030700     PERFORM 8000-LEER-DOCUMENTO THRU 8000-EXIT.
030800     IF NOT FIN-PARTIDAS
030900         PERFORM 8100-LEER-PARTIDA THRU 8100-EXIT
031000     END-IF.
031100 1000-EXIT.
031200     EXIT.
031300
031400 1100-LIMPIAR-TOTALES.
031500     MOVE ZERO TO WQ-IVA-LIBRO (WS-SUB-CON)
031600                  WQ-IVA-CONTABLE (WS-SUB-CON).
031700     IF WS-SUB-CON NOT > 2
031800         MOVE ZERO TO WY-CANTIDAD (WS-SUB-CON)
031900                      WY-BASE (WS-SUB-CON)
032000                      WY-IVA (WS-SUB-CON)
032100                      WY-TOTAL (WS-SUB-CON)
032200     END-IF.
032300 1100-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------*
032700*  2000-PROCESAR-DOCUMENTO : DOCUMENTO AUTORIZADO CONTABILIZADO  *
032800*  EN EL PERIODO AL LIBRO; LA NOTA DE CREDITO RESTA.             *
032900*----------------------------------------------------------------*
033000 2000-PROCESAR-DOCUMENTO.
033100     IF NOT FED-AUTORIZADO
033200        OR DFH-FED-FECHA-CONTAB (1:6) NOT = WS-PERIODO-ANOMES
033300         GO TO 2000-SIGUIENTE
033400     END-IF.
033500     ADD 1 TO WS-DOC-DEL-PERIODO.
033600     IF FED-NOTA-CREDITO
033700         MOVE 2  TO WS-SUB-TIPO
033800         MOVE -1 TO WS-SIGNO
033900     ELSE
034000         MOVE 1  TO WS-SUB-TIPO
034100         MOVE 1  TO WS-SIGNO
034200     END-IF.
034300     ADD 1 TO WY-CANTIDAD (WS-SUB-TIPO).
034400     COMPUTE WY-BASE (WS-SUB-TIPO) =
034500         WY-BASE (WS-SUB-TIPO) + DFH-FED-BASE * WS-SIGNO.
034600     COMPUTE WY-IVA (WS-SUB-TIPO) =
034700         WY-IVA (WS-SUB-TIPO) + DFH-FED-IVA * WS-SIGNO.
034800     COMPUTE WY-TOTAL (WS-SUB-TIPO) =
034900         WY-TOTAL (WS-SUB-TIPO) + DFH-FED-TOTAL * WS-SIGNO.
035000     PERFORM 2100-SUMAR-CONCEPTO THRU 2100-EXIT
035100         VARYING WS-SUB-CON FROM 1 BY 1
035200         UNTIL WS-SUB-CON > 3.
035300     MOVE DFH-FED-FECHA-CERTIF    TO WD-FECHA.
035400     MOVE DFH-FED-TIPO-DOC        TO WD-TIPO-DOC.
035500     MOVE DFH-FED-SERIE           TO WD-SERIE.
035600     MOVE DFH-FED-NUMERO-DTE      TO WD-NUMERO.
035700     MOVE DFH-FED-ID-RECEPTOR     TO WD-RECEPTOR.
035800     MOVE DFH-FED-NOMBRE-RECEPTOR TO WD-NOMBRE.
035900     COMPUTE WD-BASE  = DFH-FED-BASE  * WS-SIGNO.
036000     COMPUTE WD-IVA   = DFH-FED-IVA   * WS-SIGNO.
036100     COMPUTE WD-TOTAL = DFH-FED-TOTAL * WS-SIGNO.
036200     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
036300 2000-SIGUIENTE.
036400     PERFORM 8000-LEER-DOCUMENTO THRU 8000-EXIT.
036500 2000-EXIT.
036600     EXIT.
036700
036800 2100-SUMAR-CONCEPTO.
036900     COMPUTE WQ-IVA-LIBRO (WS-SUB-CON) =
037000         WQ-IVA-LIBRO (WS-SUB-CON)
037100       + DFH-FED-IVA-CONCEPTO (WS-SUB-CON) * WS-SIGNO.
037200 2100-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600*  2500-PROCESAR-PARTIDA : PARTIDA DE IVA DEL PERIODO AL CUADRE  *
037700*  DE SU CONCEPTO, CON SIGNO SEGUN ACREDITE O DEBITE LA CUENTA   *
037800*  DE IVA POR PAGAR DEL MAESTRO GLMMTR.                          *
037900*----------------------------------------------------------------*
038000 2500-PROCESAR-PARTIDA.
038100     IF DFH-GL-CONCEPTO (1:3) NOT = 'IVA'
038200        OR DFH-GL-FECHA (1:6) NOT = WS-PERIODO-ANOMES
038300         GO TO 2500-SIGUIENTE
038400     END-IF.
038500     MOVE 'N' TO WS-SW-HALLADO.
038600     MOVE 1   TO WS-SUB-CON.
038700     PERFORM 2510-UBICAR-CONCEPTO THRU 2510-EXIT
038800         UNTIL CONCEPTO-HALLADO
038900         OR WS-SUB-CON > 3.
039000     IF NOT CONCEPTO-HALLADO
039100         GO TO 2500-SIGUIENTE
039200     END-IF.
039300     ADD 1 TO WS-GLP-DE-IVA.
039400     MOVE DFH-GL-CONCEPTO TO DFH-CTA-CONCEPTO.
039500     READ CTACONT-FILE
039600         INVALID KEY
039700             ADD 1 TO WS-GLP-SIN-CUENTA
039800             DISPLAY 'RMYD1FEV - PARTIDA ' DFH-GL-CONCEPTO
039900                     ' SIN CUENTA EN GLMMTR'
040000             IF WS-CODRET-CORRIDA < 4
040100                 MOVE 4 TO WS-CODRET-CORRIDA
040200             END-IF
040300             GO TO 2500-SIGUIENTE
040400     END-READ.
040500     IF DFH-GL-CTA-CREDITO = DFH-CTA-CREDITO
040600         ADD DFH-GL-VALOR TO WQ-IVA-CONTABLE (WS-SUB-CON)
040700     ELSE
040800         SUBTRACT DFH-GL-VALOR FROM WQ-IVA-CONTABLE (WS-SUB-CON)
040900     END-IF.
041000 2500-SIGUIENTE.
041100     PERFORM 8100-LEER-PARTIDA THRU 8100-EXIT.
041200 2500-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------*
041600*  2510-UBICAR-CONCEPTO : DEJA EN WS-SUB-CON EL CONCEPTO DE LA   *
041700*  CLAVE DE LA PARTIDA.                                          *
041800*----------------------------------------------------------------*
041900 2510-UBICAR-CONCEPTO.
042000     MOVE WS-NOMBRE-IVA (WS-SUB-CON) TO WS-CLI-CONCEPTO.
042100     IF WS-CLAVE-IVA = DFH-GL-CONCEPTO
042200         MOVE 'S' TO WS-SW-HALLADO
042300     ELSE
042400         ADD 1 TO WS-SUB-CON
042500     END-IF.
042600 2510-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------------*
043000*  3000-FINALIZAR : TOTALES DEL LIBRO, CUADRE POR CONCEPTO Y FIN *
043100*  DE LA CORRIDA EN LA BITACORA.                                 *
043200*----------------------------------------------------------------*
043300 3000-FINALIZAR.
043400     MOVE SPACES TO REPORTE-LINEA.
043500     WRITE REPORTE-LINEA.
043600     PERFORM 3100-TOTAL-TIPO THRU 3100-EXIT
043700         VARYING WS-SUB-TIPO FROM 1 BY 1
043800         UNTIL WS-SUB-TIPO > 2.
043900     MOVE SPACES TO REPORTE-LINEA.
044000     WRITE REPORTE-LINEA.
044100     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-CUADRE.
044200     PERFORM 3200-CUADRE-CONCEPTO THRU 3200-EXIT
044300         VARYING WS-SUB-CON FROM 1 BY 1
044400         UNTIL WS-SUB-CON > 3.
044500     DISPLAY 'RMYD1FEV - PERIODO              : '
044600             WS-PERIODO-ANOMES.
044700     DISPLAY 'RMYD1FEV - DOCUMENTOS LEIDOS    : ' WS-DOC-LEIDOS.
044800     DISPLAY 'RMYD1FEV - DEL PERIODO          : '
044900             WS-DOC-DEL-PERIODO.
045000     DISPLAY 'RMYD1FEV - PARTIDAS LEIDAS      : ' WS-GLP-LEIDAS.
045100     DISPLAY 'RMYD1FEV - PARTIDAS DE IVA      : ' WS-GLP-DE-IVA.
045200     DISPLAY 'RMYD1FEV - CONCEPTOS DESCUADRADOS: '
045300             WS-CONCEPTOS-DESCUADRADOS.
045400     CLOSE REPORTE-FILE.
045500     IF ARCHIVOS-ABIERTOS
045600         CLOSE DOCUMENT-FILE CTACONT-FILE
045700         IF WS-GLP-STATUS NOT EQUAL '35'
045800             CLOSE PARTIDAS-FILE
045900         END-IF
046000     END-IF.
046100     MOVE 'RMYD1FEV' TO DFH-BTA-PROGRAMA.
046200     MOVE 'F'        TO DFH-BTA-ACCION.
046300     MOVE WS-DOC-LEIDOS TO DFH-BTA-LEIDOS.
046400     MOVE WS-DOC-DEL-PERIODO TO DFH-BTA-ESCRITOS.
046500     MOVE WS-CONCEPTOS-DESCUADRADOS TO DFH-BTA-RECHAZADOS.
046600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
046700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
046800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
046900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
047000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
047100 3000-EXIT.
047200     EXIT.
047300
047400 3100-TOTAL-TIPO.
047500     IF WS-SUB-TIPO = 1
047600         MOVE 'FACT' TO WY-TIPO-DOC
047700     ELSE
047800         MOVE 'NCRE' TO WY-TIPO-DOC
047900     END-IF.
048000     MOVE WY-CANTIDAD (WS-SUB-TIPO) TO WY-CANTIDAD-ED.
048100     MOVE WY-BASE (WS-SUB-TIPO)     TO WY-BASE-ED.
048200     MOVE WY-IVA (WS-SUB-TIPO)      TO WY-IVA-ED.
048300     MOVE WY-TOTAL (WS-SUB-TIPO)    TO WY-TOTAL-ED.
048400     WRITE REPORTE-LINEA FROM WS-TOTAL-TIPO-RPT.
048500 3100-EXIT.
048600     EXIT.
048700
048800 3200-CUADRE-CONCEPTO.
048900     COMPUTE WS-DIFERENCIA = WQ-IVA-LIBRO (WS-SUB-CON)
049000                           - WQ-IVA-CONTABLE (WS-SUB-CON).
049100     MOVE WS-NOMBRE-IVA (WS-SUB-CON)   TO WC-CONCEPTO.
049200     MOVE WQ-IVA-LIBRO (WS-SUB-CON)    TO WC-IVA-LIBRO.
049300     MOVE WQ-IVA-CONTABLE (WS-SUB-CON) TO WC-IVA-CONTABLE.
049400     MOVE WS-DIFERENCIA                TO WC-DIFERENCIA.
049500     IF WS-DIFERENCIA = ZERO
049600         MOVE 'CUADRADO'               TO WC-ESTADO
049700     ELSE
049800         MOVE 'DESCUADRADO'            TO WC-ESTADO
049900         ADD 1 TO WS-CONCEPTOS-DESCUADRADOS
050000         IF WS-CODRET-CORRIDA < 4
050100             MOVE 4 TO WS-CODRET-CORRIDA
050200         END-IF
050300     END-IF.
050400     WRITE REPORTE-LINEA FROM WS-CUADRE-RPT.
050500 3200-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900*  8000-LEER-DOCUMENTO / 8100-LEER-PARTIDA                       *
051000*----------------------------------------------------------------*
051100 8000-LEER-DOCUMENTO.
051200     READ DOCUMENT-FILE
051300         AT END
051400             MOVE 'S' TO WS-SW-FIN-DOCUMENTOS
051500             GO TO 8000-EXIT
051600     END-READ.
051700     ADD 1 TO WS-DOC-LEIDOS.
051800 8000-EXIT.
051900     EXIT.
052000
052100 8100-LEER-PARTIDA.
052200     READ PARTIDAS-FILE
052300         AT END
052400             MOVE 'S' TO WS-SW-FIN-PARTIDAS
052500             GO TO 8100-EXIT
052600     END-READ.
052700     ADD 1 TO WS-GLP-LEIDAS.
052800 8100-EXIT.
052900     EXIT.
