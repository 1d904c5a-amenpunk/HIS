000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1RTE.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : REPORTE MENSUAL DE TRANSACCIONES EN EFECTIVO PARA    *
000900*           LA PREVENCION DE LAVADO DE DINERO. TOMA DEL          *
001000*           HISTORIAL PAGOHST (RMYD1PGH) LOS PAGOS EN EFECTIVO   *
001100*           DEL PERIODO DE RTEPARM (POR OMISION EL MES ANTERIOR  *
001200*           AL PROCESO); LAS REVERSAS NO LOS DESCUENTAN PORQUE   *
001300*           EL EFECTIVO SI SE RECIBIO. LOS PAGOS DE CUENTAS EN   *
001400*           MONEDA EXTRANJERA SE CONVIERTEN A MONEDA LOCAL CON   *
001500*           LA TASA DE TCAMBIO (RMYD1TCB) VIGENTE EN LA FECHA    *
001600*           DEL PAGO O, SI NO LA HAY, CON LA DEL MAESTRO         *
001700*           CTASMTR (RMYD1CLG). CADA CUENTA SE ATRIBUYE AL DPI   *
001800*           DE SU TITULAR EN TITMTR (RMYD1TIT) Y SE TOTALIZA     *
001900*           POR DPI. AL ARCHIVO REGULATORIO RTEIVE (RMYD1IVE)    *
002000*           VAN TODOS LOS PAGOS DE LAS PERSONAS CUYO TOTAL DEL   *
002100*           MES ALCANZA EL UMBRAL: TIPO I EL PAGO QUE POR SI     *
002200*           SOLO LO ALCANZA, TIPO M LOS DEMAS. EL REPORTE        *
002300*           RPTRTE LISTA LO REPORTADO Y LA ALERTA DE             *
002400*           FRACCIONAMIENTO: PERSONAS CON VARIOS PAGOS EN LA     *
002500*           BANDA JUSTO DEBAJO DEL UMBRAL. UNA CUENTA SIN        *
002600*           TITULAR EN TITMTR SE TOTALIZA SOLA, SALE SIN DPI Y   *
002700*           DEJA LA CORRIDA EN AVISO.                            *
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
003900     SELECT PARAM-FILE     ASSIGN TO RTEPARM
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-PRM-STATUS.
004200
004300     SELECT HISTORIAL-FILE ASSIGN TO PAGOHST
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS   IS WS-HST-STATUS.
004600
004700     SELECT TCAMBIO-FILE   ASSIGN TO TCAMBIO
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS   IS WS-TCB-STATUS.
005000
005100     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE   IS RANDOM
005400            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005500            FILE STATUS   IS WS-CTAS-STATUS.
005600
005700     SELECT TITULAR-FILE   ASSIGN TO TITMTR
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE   IS SEQUENTIAL
006000            RECORD KEY    IS DFH-TIT-LLAVE
006100            FILE STATUS   IS WS-TIT-STATUS.
006200
006300     SELECT IVE-FILE       ASSIGN TO RTEIVE
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS   IS WS-IVE-STATUS.
006600
006700     SELECT REPORTE-FILE   ASSIGN TO RPTRTE
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS   IS WS-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PARAM-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  REG-PARAM-RTE.
007700     05 PM-PERIODO                PIC 9(006).
007800     05 PM-UMBRAL                 PIC 9(011)V99.
007900     05 PM-PORC-BANDA             PIC 9(003).
008000     05 PM-MIN-FRACCION           PIC 9(002).
008100     05 PM-ENTIDAD                PIC X(010).
008200
008300 FD  HISTORIAL-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY RMYD1PGH.
008700
008800 FD  TCAMBIO-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY RMYD1TCB.
009200
009300 FD  CUENTAS-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY RMYD1CLG.
009700
009800 FD  TITULAR-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY RMYD1TIT.
010200
010300 FD  IVE-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY RMYD1IVE.
010700
010800 FD  REPORTE-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  REPORTE-LINEA                PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400 COPY RMYD1BTA.
011500 77  WS-PRM-STATUS                PIC X(02).
011600     88 PRM-OK                       VALUE '00'.
011700 77  WS-HST-STATUS                PIC X(02).
011800     88 HST-OK                       VALUE '00'.
011900 77  WS-TCB-STATUS                PIC X(02).
012000 77  WS-CTAS-STATUS               PIC X(02).
012100     88 CTAS-OK                      VALUE '00'.
012200 77  WS-TIT-STATUS                PIC X(02).
012300     88 TIT-OK                       VALUE '00'.
012400 77  WS-IVE-STATUS                PIC X(02).
012500 77  WS-RPT-STATUS                PIC X(02).
012600 77  WS-SW-FIN-HISTORIAL          PIC X(01).
012700     88 FIN-HISTORIAL                VALUE 'S'.
012800 77  WS-SW-FIN-TASAS              PIC X(01).
012900     88 FIN-TASAS                    VALUE 'S'.
013000 77  WS-SW-FIN-TITULARES          PIC X(01).
013100     88 FIN-TITULARES                VALUE 'S'.
013200 77  WS-SW-CUENTA-HALLADA         PIC X(01).
013300     88 CUENTA-HALLADA               VALUE 'S'.
013400 77  WS-SW-PERSONA-HALLADA        PIC X(01).
013500     88 PERSONA-HALLADA              VALUE 'S'.
013600 77  WS-FECHA-PROCESO             PIC 9(008).
013700 77  WS-PERIODO                   PIC 9(006).
013800 77  WS-FECHA-DESDE               PIC 9(008).
013900 77  WS-FECHA-HASTA               PIC 9(008).
014000 77  WS-UMBRAL                    PIC S9(011)V99 COMP-3
014100                                  VALUE 77000.00.
014200 77  WS-PORC-BANDA                PIC 9(003) VALUE 10.
014300 77  WS-MIN-FRACCION              PIC 9(002) VALUE 2.
014400 77  WS-ENTIDAD                   PIC X(010) VALUE 'CARTERA   '.
014500 77  WS-LIMITE-BANDA              PIC S9(011)V99 COMP-3.
014600 77  WS-TASA-APLICADA             PIC S9(005)V9(004) COMP-3.
014700 77  WS-CTA-BUSCADA               PIC X(013).
014800 77  WS-PAGOS-LEIDOS              PIC 9(007) COMP.
014900 77  WS-CTAS-SIN-MAESTRO          PIC 9(007) COMP.
015000 77  WS-CTAS-SIN-TITULAR          PIC 9(007) COMP.
015100 77  WS-PERSONAS-REPORTADAS       PIC 9(007) COMP.
015200 77  WS-CANT-INDIVIDUAL           PIC 9(007) COMP.
015300 77  WS-CANT-MULTIPLE             PIC 9(007) COMP.
015400 77  WS-CANT-ALERTAS              PIC 9(007) COMP.
015500 77  WS-TOTAL-REPORTADO           PIC S9(013)V99 COMP-3.
015600 77  WS-CANT-TASAS                PIC S9(004) COMP.
015700 77  WS-CANT-PAGOS                PIC S9(004) COMP.
015800 77  WS-CANT-CUENTAS              PIC S9(004) COMP.
015900 77  WS-CANT-PERSONAS             PIC S9(004) COMP.
016000 77  WS-SUB-TASA                  PIC S9(004) COMP.
016100 77  WS-SUB-PAGO                  PIC S9(004) COMP.
016200 77  WS-SUB-CUENTA                PIC S9(004) COMP.
016300 77  WS-SUB-PERSONA               PIC S9(004) COMP.
016400 77  WS-SUB-BUSCA                 PIC S9(004) COMP.
016500 77  WS-SUB-CORRER                PIC S9(004) COMP.
016600 77  WS-SUB-BAJO                  PIC S9(004) COMP.
016700 77  WS-SUB-ALTO                  PIC S9(004) COMP.
016800 77  WS-SUB-MEDIO                 PIC S9(004) COMP.
016900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
017000
017100 01  WS-ANOMES-TRABAJO            PIC 9(006).
017200 01  FILLER REDEFINES WS-ANOMES-TRABAJO.
017300     05 WS-AT-ANO                 PIC 9(004).
017400     05 WS-AT-MES                 PIC 9(002).
017500
017600 01  WS-LLAVE-PERSONA.
017700     05 WS-LP-TIPO                PIC X(001).
017800     05 WS-LP-IDENTIFICADOR       PIC X(013).
017900
018000*----------------------------------------------------------------*
018100*  TASAS DE TCAMBIO DEL PERIODO, EN ORDEN DE FECHA. LA PRIMERA   *
018200*  PUEDE SER LA ULTIMA ANTERIOR AL MES (LA VIGENTE AL INICIO).   *
018300*----------------------------------------------------------------*
018400 01  WS-TABLA-TASAS.
018500     05 WS-TASA-ENTRADA OCCURS 40 TIMES.
018600         10 WK-FECHA              PIC 9(008).
018700         10 WK-TASA               PIC S9(005)V9(004) COMP-3.
018800
018900*----------------------------------------------------------------*
019000*  PAGOS EN EFECTIVO DEL PERIODO, EN EL ORDEN DEL HISTORIAL.     *
019100*----------------------------------------------------------------*
019200 01  WS-TABLA-PAGOS.
019300     05 WS-PAGO-ENTRADA OCCURS 5000 TIMES.
019400         10 WP-NUMERO-CUENTA      PIC X(013).
019500         10 WP-FECHA              PIC 9(008).
019600         10 WP-VALOR-ORIGINAL     PIC S9(009)V99 COMP-3.
019700         10 WP-TASA               PIC S9(005)V9(004) COMP-3.
019800         10 WP-VALOR-LOCAL        PIC S9(011)V99 COMP-3.
019900         10 WP-CANAL              PIC X(010).
020000         10 WP-REFERENCIA         PIC X(015).
020100         10 WP-DEPOS-DPI          PIC X(013).
020200         10 WP-DEPOS-NOMBRE       PIC X(060).
020300         10 WP-PERSONA            PIC S9(004) COMP.
020400
020500*----------------------------------------------------------------*
020600*  CUENTAS CON PAGOS EN EFECTIVO, EN ORDEN DE NUMERO DE CUENTA   *
020700*  PARA UBICARLAS POR BUSQUEDA BINARIA DESDE EL HISTORIAL Y EL   *
020800*  BARRIDO DE TITMTR.                                            *
020900*----------------------------------------------------------------*
021000 01  WS-TABLA-CUENTAS.
021100     05 WS-CUENTA-ENTRADA OCCURS 2000 TIMES.
021200         10 WC-NUMERO-CUENTA      PIC X(013).
021300         10 WC-MONEDA             PIC 9(001).
021400             88 WC-MONEDA-EXTRANJERA VALUE 2.
021500         10 WC-TASA-MAESTRO       PIC S9(005)V9(004) COMP-3.
021600         10 WC-NOMBRE-CUENTA      PIC X(060).
021700         10 WC-NUM-DPI            PIC X(013).
021800         10 WC-NOMBRE-TITULAR     PIC X(060).
021900
022000*----------------------------------------------------------------*
022100*  PERSONAS DEL MES: POR DPI (TIPO D) O, SI LA CUENTA NO TIENE   *
022200*  TITULAR EN TITMTR, POR LA CUENTA SOLA (TIPO C).               *
022300*----------------------------------------------------------------*
022400 01  WS-TABLA-PERSONAS.
022500     05 WS-PERSONA-ENTRADA OCCURS 2000 TIMES.
022600         10 WN-LLAVE.
022700             15 WN-TIPO           PIC X(001).
022800                 88 WN-SIN-TITULAR   VALUE 'C'.
022900             15 WN-IDENTIFICADOR  PIC X(013).
023000         10 WN-NOMBRE             PIC X(060).
023100         10 WN-CANT-PAGOS         PIC S9(004) COMP.
023200         10 WN-CANT-BANDA         PIC S9(004) COMP.
023300         10 WN-TOTAL-MES          PIC S9(013)V99 COMP-3.
023400
023500 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
023600
023700 01  WS-TITULO-1.
023800     05 FILLER                    PIC X(040)
023900        VALUE 'RMYD1RTE - TRANSACCIONES EN EFECTIVO'.
024000     05 FILLER                    PIC X(011)
024100        VALUE 'PERIODO : '.
024200     05 WT-PERIODO                PIC 9(006).
024300     05 FILLER                    PIC X(012)
024400        VALUE '   UMBRAL : '.
024500     05 WT-UMBRAL                 PIC ZZZ,ZZZ,ZZ9.99.
024600     05 FILLER                    PIC X(019)
024700        VALUE '   FECHA PROCESO : '.
024800     05 WT-FECHA-PROCESO          PIC 9(008).
024900     05 FILLER                    PIC X(022)     VALUE SPACES.
025000
025100 01  WS-TITULO-REPORTADAS         PIC X(132)
025200     VALUE 'TRANSACCIONES REPORTADAS (I INDIVIDUAL, M MULTIPLE)'.
025300
025400 01  WS-TITULO-ALERTAS.
025500     05 FILLER                    PIC X(040)
025600        VALUE 'ALERTA DE FRACCIONAMIENTO - PAGOS ENTRE '.
025700     05 WA-LIMITE-BANDA           PIC ZZZ,ZZZ,ZZ9.99.
025800     05 FILLER                    PIC X(003)     VALUE ' Y '.
025900     05 WA-UMBRAL                 PIC ZZZ,ZZZ,ZZ9.99.
026000     05 FILLER                    PIC X(029)
026100        VALUE ' SIN LLEGAR, PAGOS MINIMOS : '.
026200     05 WA-MIN-FRACCION           PIC Z9.
026300     05 FILLER                    PIC X(030)     VALUE SPACES.
026400
026500 01  WS-TITULO-COLUMNAS.
026600     05 FILLER                    PIC X(017)     VALUE 'T  DPI'.
026700     05 FILLER                    PIC X(031)     VALUE 'NOMBRE'.
026800     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
026900     05 FILLER                    PIC X(009)     VALUE 'FECHA'.
027000     05 FILLER                    PIC X(004)     VALUE 'MON'.
027100     05 FILLER                    PIC X(016)
027200        VALUE ' VALOR ORIGINAL '.
027300     05 FILLER                    PIC X(016)
027400        VALUE '    VALOR LOCAL '.
027500     05 FILLER                    PIC X(011)     VALUE 'CANAL'.
027600     05 FILLER                    PIC X(014)
027700        VALUE 'DEPOSITANTE'.
027800
027900 01  WS-DETALLE.
028000     05 WD-TIPO                   PIC X(001).
028100     05 FILLER                    PIC X(002)     VALUE SPACES.
028200     05 WD-NUM-DPI                PIC X(013).
028300     05 FILLER                    PIC X(001)     VALUE SPACES.
028400     05 WD-NOMBRE                 PIC X(030).
028500     05 FILLER                    PIC X(001)     VALUE SPACES.
028600     05 WD-CUENTA                 PIC X(013).
028700     05 FILLER                    PIC X(001)     VALUE SPACES.
028800     05 WD-FECHA                  PIC 9(008).
028900     05 FILLER                    PIC X(001)     VALUE SPACES.
029000     05 WD-MONEDA                 PIC X(003).
029100     05 FILLER                    PIC X(001)     VALUE SPACES.
029200     05 WD-VALOR-ORIGINAL         PIC ZZZ,ZZZ,ZZ9.99-.
029300     05 FILLER                    PIC X(001)     VALUE SPACES.
029400     05 WD-VALOR-LOCAL            PIC ZZZ,ZZZ,ZZ9.99-.
029500     05 FILLER                    PIC X(001)     VALUE SPACES.
029600     05 WD-CANAL                  PIC X(010).
029700     05 FILLER                    PIC X(001)     VALUE SPACES.
029800     05 WD-DEPOS-DPI              PIC X(013).
029900     05 FILLER                    PIC X(001)     VALUE SPACES.
030000
030100 01  WS-TOTAL-PERSONA.
030200     05 FILLER                    PIC X(003)     VALUE SPACES.
030300     05 FILLER                    PIC X(020)
030400        VALUE 'TOTAL DE LA PERSONA '.
030500     05 WX-IDENTIFICADOR          PIC X(013).
030600     05 FILLER                    PIC X(010)
030700        VALUE '  PAGOS : '.
030800     05 WX-CANT-PAGOS             PIC ZZ,ZZ9.
030900     05 FILLER                    PIC X(012)
031000        VALUE '   TOTAL : '.
031100     05 WX-TOTAL-MES              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
031200     05 FILLER                    PIC X(003)     VALUE SPACES.
031300     05 WX-MARCA                  PIC X(030).
031400     05 FILLER                    PIC X(017)     VALUE SPACES.
031500
031600 01  WS-TOTALES.
031700     05 FILLER                    PIC X(024)
031800        VALUE 'PAGOS EN EFECTIVO     : '.
031900     05 WG-PAGOS                  PIC ZZZ,ZZ9.
032000     05 FILLER                    PIC X(018)
032100        VALUE '   INDIVIDUALES : '.
032200     05 WG-INDIVIDUAL             PIC ZZZ,ZZ9.
032300     05 FILLER                    PIC X(016)
032400        VALUE '   MULTIPLES : '.
032500     05 WG-MULTIPLE               PIC ZZZ,ZZ9.
032600     05 FILLER                    PIC X(013)
032700        VALUE '   ALERTAS : '.
032800     05 WG-ALERTAS                PIC ZZZ,ZZ9.
032900     05 FILLER                    PIC X(014)
033000        VALUE '   REPORTADO :'.
033100     05 WG-TOTAL-REPORTADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033200     05 FILLER                    PIC X(002)     VALUE SPACES.
033300
033400 PROCEDURE DIVISION.
033500
033600 0000-MAINLINE.
033700     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
033800     PERFORM 2000-CARGAR-PAGO      THRU 2000-EXIT
033900         UNTIL FIN-HISTORIAL.
034000     PERFORM 4000-ASIGNAR-TITULAR  THRU 4000-EXIT
034100         UNTIL FIN-TITULARES.
034200     PERFORM 5000-ACUMULAR-PERSONA THRU 5000-EXIT
034300         VARYING WS-SUB-PAGO FROM 1 BY 1
034400         UNTIL WS-SUB-PAGO > WS-CANT-PAGOS.
034500     PERFORM 6000-REPORTAR-PERSONA THRU 6000-EXIT
034600         VARYING WS-SUB-PERSONA FROM 1 BY 1
034700         UNTIL WS-SUB-PERSONA > WS-CANT-PERSONAS.
034800     PERFORM 6400-TITULO-ALERTAS   THRU 6400-EXIT.
034900     PERFORM 6500-ALERTAR-PERSONA  THRU 6500-EXIT
035000         VARYING WS-SUB-PERSONA FROM 1 BY 1
035100         UNTIL WS-SUB-PERSONA > WS-CANT-PERSONAS.
035200     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
035300     STOP RUN.
035400
035500*----------------------------------------------------------------*
035600*  1000-INICIALIZAR : PERIODO Y UMBRALES DE RTEPARM, TASAS DEL   *
035700*  PERIODO, APERTURA DE ARCHIVOS Y CABECERA DEL ARCHIVO          *
035800*  REGULATORIO.                                                  *
035900*----------------------------------------------------------------*
036000 1000-INICIALIZAR.
036100     MOVE 'RMYD1RTE' TO DFH-BTA-PROGRAMA.
036200     MOVE 'I'        TO DFH-BTA-ACCION.
036300     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
036400                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
036500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
036600     MOVE 'N'  TO WS-SW-FIN-HISTORIAL WS-SW-FIN-TASAS
036700                  WS-SW-FIN-TITULARES.
036800     MOVE ZERO TO WS-PAGOS-LEIDOS WS-CTAS-SIN-MAESTRO
036900                  WS-CTAS-SIN-TITULAR WS-PERSONAS-REPORTADAS
037000                  WS-CANT-INDIVIDUAL WS-CANT-MULTIPLE
037100                  WS-CANT-ALERTAS WS-TOTAL-REPORTADO
037200                  WS-CANT-TASAS WS-CANT-PAGOS WS-CANT-CUENTAS
037300                  WS-CANT-PERSONAS.
037400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
037500*    POR OMISION SE REPORTA EL MES CERRADO ANTERIOR AL PROCESO.
037600     MOVE WS-FECHA-PROCESO (1:6) TO WS-ANOMES-TRABAJO.
037700     IF WS-AT-MES = 1
037800         SUBTRACT 1 FROM WS-AT-ANO
037900         MOVE 12 TO WS-AT-MES
038000     ELSE
038100         SUBTRACT 1 FROM WS-AT-MES
038200     END-IF.
038300     MOVE WS-ANOMES-TRABAJO TO WS-PERIODO.
038400     OPEN INPUT PARAM-FILE.
038500     IF PRM-OK
038600         READ PARAM-FILE
038700             AT END
038800                 CONTINUE
038900             NOT AT END
039000                 IF PM-PERIODO > ZERO
039100                     MOVE PM-PERIODO TO WS-PERIODO
039200                 END-IF
039300                 IF PM-UMBRAL > ZERO
039400                     MOVE PM-UMBRAL TO WS-UMBRAL
039500                 END-IF
039600                 IF PM-PORC-BANDA > ZERO AND PM-PORC-BANDA < 100
039700                     MOVE PM-PORC-BANDA TO WS-PORC-BANDA
039800                 END-IF
039900                 IF PM-MIN-FRACCION > ZERO
040000                     MOVE PM-MIN-FRACCION TO WS-MIN-FRACCION
040100                 END-IF
040200                 IF PM-ENTIDAD NOT = SPACES
040300                     MOVE PM-ENTIDAD TO WS-ENTIDAD
040400                 END-IF
040500         END-READ
040600         CLOSE PARAM-FILE
040700     END-IF.
040800     COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
040900     COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
041000     COMPUTE WS-LIMITE-BANDA ROUNDED =
041100         WS-UMBRAL * (100 - WS-PORC-BANDA) / 100.
041200     OPEN INPUT  TCAMBIO-FILE.
041300     IF WS-TCB-STATUS EQUAL '35'
041400         DISPLAY 'RMYD1RTE - SIN TCAMBIO, SE USA LA TASA DEL '
041500                 'MAESTRO'
041600     ELSE
041700         PERFORM 1200-CARGAR-TASA THRU 1200-EXIT
041800             UNTIL FIN-TASAS
041900         CLOSE TCAMBIO-FILE
042000     END-IF.
042100     OPEN INPUT  HISTORIAL-FILE.
042200     OPEN INPUT  CUENTAS-FILE.
042300     OPEN INPUT  TITULAR-FILE.
042400     OPEN OUTPUT IVE-FILE.
042500     OPEN OUTPUT REPORTE-FILE.
042600     MOVE WS-PERIODO       TO WT-PERIODO.
042700     MOVE WS-UMBRAL        TO WT-UMBRAL.
042800     MOVE WS-FECHA-PROCESO TO WT-FECHA-PROCESO.
042900     WRITE REPORTE-LINEA FROM WS-TITULO-1.
043000     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
043100     WRITE REPORTE-LINEA FROM WS-TITULO-REPORTADAS.
043200     WRITE REPORTE-LINEA FROM WS-TITULO-COLUMNAS.
043300     IF NOT CTAS-OK
043400         DISPLAY 'RMYD1RTE - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
043500         MOVE 'S' TO WS-SW-FIN-HISTORIAL WS-SW-FIN-TITULARES
043600         MOVE 16  TO WS-CODRET-CORRIDA
043700         GO TO 1000-EXIT
043800     END-IF.
043900     IF WS-HST-STATUS NOT EQUAL '35' AND NOT HST-OK
044000         DISPLAY 'RMYD1RTE - ERROR HISTORIAL-FILE ' WS-HST-STATUS
044100         MOVE 'S' TO WS-SW-FIN-HISTORIAL WS-SW-FIN-TITULARES
044200         MOVE 16  TO WS-CODRET-CORRIDA
044300         GO TO 1000-EXIT
044400     END-IF.
044500     IF WS-TIT-STATUS NOT EQUAL '35' AND NOT TIT-OK
044600         DISPLAY 'RMYD1RTE - ERROR TITULAR-FILE ' WS-TIT-STATUS
044700         MOVE 'S' TO WS-SW-FIN-HISTORIAL WS-SW-FIN-TITULARES
044800         MOVE 16  TO WS-CODRET-CORRIDA
044900         GO TO 1000-EXIT
045000     END-IF.
045100     MOVE 'CAB'            TO DFH-IVEC-TIPO-REG.
045200     MOVE WS-ENTIDAD       TO DFH-IVEC-ENTIDAD.
045300     MOVE WS-PERIODO       TO DFH-IVEC-PERIODO.
045400     MOVE WS-FECHA-PROCESO TO DFH-IVEC-FECHA.
045500     MOVE ZERO             TO DFH-IVEC-CANT-INDIVIDUAL
045600                              DFH-IVEC-CANT-MULTIPLE
045700                              DFH-IVEC-TOTAL.
045800     WRITE REG-CONTROL-IVE.
045900     IF WS-TIT-STATUS EQUAL '35'
046000         DISPLAY 'RMYD1RTE - SIN TITMTR, LAS CUENTAS SALEN '
046100                 'SIN DPI'
046200         MOVE 'S' TO WS-SW-FIN-TITULARES
046300     ELSE
046400         PERFORM 8100-LEER-TITULAR THRU 8100-EXIT
046500     END-IF.
046600     IF WS-HST-STATUS EQUAL '35'
046700         DISPLAY 'RMYD1RTE - SIN HISTORIAL DE PAGOS'
046800         MOVE 'S' TO WS-SW-FIN-HISTORIAL
046900         GO TO 1000-EXIT
047000     END-IF.
047100     PERFORM 8000-LEER-HISTORIAL THRU 8000-EXIT.
047200 1000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------*
047600*  1200-CARGAR-TASA : GUARDA LA ULTIMA TASA ANTERIOR AL PERIODO  *
047700*  EN LA PRIMERA ENTRADA Y A CONTINUACION LAS DEL PERIODO. LA    *
047800*  TABLA VIENE EN ORDEN DE FECHA; LA PRIMERA POSTERIOR AL        *
047900*  PERIODO TERMINA LA CARGA.                                     *
048000*----------------------------------------------------------------*
048100 1200-CARGAR-TASA.
048200     READ TCAMBIO-FILE
048300         AT END
048400             MOVE 'S' TO WS-SW-FIN-TASAS
048500             GO TO 1200-EXIT
048600     END-READ.
048700     IF DFH-TC-FECHA > WS-FECHA-HASTA
048800         MOVE 'S' TO WS-SW-FIN-TASAS
048900         GO TO 1200-EXIT
049000     END-IF.
049100     IF DFH-TC-FECHA < WS-FECHA-DESDE
049200         MOVE 1 TO WS-CANT-TASAS
049300     ELSE
049400         IF WS-CANT-TASAS = 40
049500             GO TO 1200-EXIT
049600         END-IF
049700         ADD 1 TO WS-CANT-TASAS
049800     END-IF.
049900     MOVE DFH-TC-FECHA TO WK-FECHA (WS-CANT-TASAS).
050000     MOVE DFH-TC-TASA  TO WK-TASA  (WS-CANT-TASAS).
050100 1200-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  2000-CARGAR-PAGO : GUARDA CADA PAGO EN EFECTIVO DEL PERIODO   *
050600*  CON SU VALOR EN MONEDA LOCAL. CON UNA TABLA LLENA EL ARCHIVO  *
050700*  REGULATORIO QUEDARIA INCOMPLETO Y LA CORRIDA TERMINA EN 8.    *
050800*----------------------------------------------------------------*
050900 2000-CARGAR-PAGO.
051000     ADD 1 TO WS-PAGOS-LEIDOS.
051100     IF NOT PAGO-EN-EFECTIVO
051200        OR NOT MOV-PAGO
051300        OR DFH-PAGO-FECHA-REAL < WS-FECHA-DESDE
051400        OR DFH-PAGO-FECHA-REAL > WS-FECHA-HASTA
051500         GO TO 2000-SIGUIENTE
051600     END-IF.
051700     IF WS-CANT-PAGOS = 5000
051800         DISPLAY 'RMYD1RTE - TABLA DE PAGOS LLENA, '
051900                 DFH-NUMERO-CUENTA IN REG-HIST-PAGO ' '
052000                 DFH-PAGO-REFERENCIA ' NO REPORTADO'
052100         MOVE 8 TO WS-CODRET-CORRIDA
052200         GO TO 2000-SIGUIENTE
052300     END-IF.
052400     MOVE DFH-NUMERO-CUENTA IN REG-HIST-PAGO TO WS-CTA-BUSCADA.
052500     PERFORM 7000-BUSCAR-CUENTA THRU 7000-EXIT.
052600     IF NOT CUENTA-HALLADA
052700         PERFORM 7100-ALTA-CUENTA THRU 7100-EXIT
052800     END-IF.
052900     IF NOT CUENTA-HALLADA
053000         GO TO 2000-SIGUIENTE
053100     END-IF.
053200     ADD 1 TO WS-CANT-PAGOS.
053300     MOVE WS-CANT-PAGOS TO WS-SUB-PAGO.
053400     MOVE WS-CTA-BUSCADA        TO WP-NUMERO-CUENTA (WS-SUB-PAGO).
053500     MOVE DFH-PAGO-FECHA-REAL   TO WP-FECHA         (WS-SUB-PAGO).
053600     MOVE DFH-PAGO-VALOR-RECIBIDO
053700       TO WP-VALOR-ORIGINAL (WS-SUB-PAGO).
053800     MOVE DFH-PAGO-CANAL        TO WP-CANAL         (WS-SUB-PAGO).
053900     MOVE DFH-PAGO-REFERENCIA   TO WP-REFERENCIA    (WS-SUB-PAGO).
054000     MOVE DFH-PAGO-DEPOS-DPI    TO WP-DEPOS-DPI     (WS-SUB-PAGO).
054100     MOVE DFH-PAGO-DEPOS-NOMBRE TO WP-DEPOS-NOMBRE  (WS-SUB-PAGO).
054200     MOVE ZERO                  TO WP-PERSONA       (WS-SUB-PAGO).
054300     IF WC-MONEDA-EXTRANJERA (WS-SUB-CUENTA)
054400         PERFORM 7500-TASA-DE-FECHA THRU 7500-EXIT
054500     ELSE
054600         MOVE 1 TO WS-TASA-APLICADA
054700     END-IF.
054800     MOVE WS-TASA-APLICADA TO WP-TASA (WS-SUB-PAGO).
054900     COMPUTE WP-VALOR-LOCAL (WS-SUB-PAGO) ROUNDED =
055000         DFH-PAGO-VALOR-RECIBIDO * WS-TASA-APLICADA.
055100 2000-SIGUIENTE.
055200     PERFORM 8000-LEER-HISTORIAL THRU 8000-EXIT.
055300 2000-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------*
055700*  4000-ASIGNAR-TITULAR : BARRE TITMTR (EN ORDEN DE DPI) Y DA A  *
055800*  CADA CUENTA DE LA TABLA EL DPI Y NOMBRE DE SU PRIMER TITULAR. *
055900*----------------------------------------------------------------*
056000 4000-ASIGNAR-TITULAR.
056100     MOVE DFH-TIT-NUMERO-CUENTA TO WS-CTA-BUSCADA.
056200     PERFORM 7000-BUSCAR-CUENTA THRU 7000-EXIT.
056300     IF CUENTA-HALLADA
056400         IF WC-NUM-DPI (WS-SUB-CUENTA) = SPACES
056500             MOVE DFH-TIT-NUM-DPI
056600               TO WC-NUM-DPI (WS-SUB-CUENTA)
056700             MOVE DFH-TIT-NOMBRE-TITULAR
056800               TO WC-NOMBRE-TITULAR (WS-SUB-CUENTA)
056900         END-IF
057000     END-IF.
057100     PERFORM 8100-LEER-TITULAR THRU 8100-EXIT.
057200 4000-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------------*
057600*  5000-ACUMULAR-PERSONA : SUMA EL PAGO AL TOTAL DEL MES DE SU   *
057700*  PERSONA Y CUENTA LOS QUE CAEN EN LA BANDA DE ALERTA.          *
057800*----------------------------------------------------------------*
057900 5000-ACUMULAR-PERSONA.
058000     MOVE WP-NUMERO-CUENTA (WS-SUB-PAGO) TO WS-CTA-BUSCADA.
058100     PERFORM 7000-BUSCAR-CUENTA THRU 7000-EXIT.
058200     IF WC-NUM-DPI (WS-SUB-CUENTA) = SPACES
058300         MOVE 'C'            TO WS-LP-TIPO
058400         MOVE WS-CTA-BUSCADA TO WS-LP-IDENTIFICADOR
058500     ELSE
058600         MOVE 'D'            TO WS-LP-TIPO
058700         MOVE WC-NUM-DPI (WS-SUB-CUENTA) TO WS-LP-IDENTIFICADOR
058800     END-IF.
058900     PERFORM 5100-UBICAR-PERSONA THRU 5100-EXIT.
059000     IF NOT PERSONA-HALLADA
059100         GO TO 5000-EXIT
059200     END-IF.
059300     MOVE WS-SUB-PERSONA TO WP-PERSONA (WS-SUB-PAGO).
059400     ADD 1 TO WN-CANT-PAGOS (WS-SUB-PERSONA).
059500     ADD WP-VALOR-LOCAL (WS-SUB-PAGO)
059600      TO WN-TOTAL-MES (WS-SUB-PERSONA).
059700     IF WP-VALOR-LOCAL (WS-SUB-PAGO) NOT < WS-LIMITE-BANDA
059800        AND WP-VALOR-LOCAL (WS-SUB-PAGO) < WS-UMBRAL
059900         ADD 1 TO WN-CANT-BANDA (WS-SUB-PERSONA)
060000     END-IF.
060100 5000-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------*
060500*  5100-UBICAR-PERSONA : BUSCA (O DA DE ALTA) LA PERSONA DE LA   *
060600*  LLAVE. EL NOMBRE ES EL DEL TITULAR O, SIN TITULAR, EL DE LA   *
060700*  CUENTA EN EL MAESTRO.                                         *
060800*----------------------------------------------------------------*
060900 5100-UBICAR-PERSONA.
061000     MOVE 'N' TO WS-SW-PERSONA-HALLADA.
061100     PERFORM 5110-COMPARAR-PERSONA THRU 5110-EXIT
061200         VARYING WS-SUB-BUSCA FROM 1 BY 1
061300         UNTIL WS-SUB-BUSCA > WS-CANT-PERSONAS
061400         OR PERSONA-HALLADA.
061500     IF PERSONA-HALLADA
061600         GO TO 5100-EXIT
061700     END-IF.
061800     IF WS-CANT-PERSONAS = 2000
061900         DISPLAY 'RMYD1RTE - TABLA DE PERSONAS LLENA, '
062000                 WS-LP-IDENTIFICADOR ' NO REPORTADO'
062100         MOVE 8 TO WS-CODRET-CORRIDA
062200         GO TO 5100-EXIT
062300     END-IF.
062400     ADD 1 TO WS-CANT-PERSONAS.
062500     MOVE WS-CANT-PERSONAS TO WS-SUB-PERSONA.
062600     MOVE WS-LLAVE-PERSONA TO WN-LLAVE (WS-SUB-PERSONA).
062700     MOVE ZERO TO WN-CANT-PAGOS (WS-SUB-PERSONA)
062800                  WN-CANT-BANDA (WS-SUB-PERSONA)
062900                  WN-TOTAL-MES  (WS-SUB-PERSONA).
063000     IF WN-SIN-TITULAR (WS-SUB-PERSONA)
063100         MOVE WC-NOMBRE-CUENTA (WS-SUB-CUENTA)
063200           TO WN-NOMBRE (WS-SUB-PERSONA)
063300         ADD 1 TO WS-CTAS-SIN-TITULAR
063400         DISPLAY 'RMYD1RTE - CUENTA SIN TITULAR EN TITMTR: '
063500                 WS-CTA-BUSCADA
063600         IF WS-CODRET-CORRIDA < 4
063700             MOVE 4 TO WS-CODRET-CORRIDA
063800         END-IF
063900     ELSE
064000         MOVE WC-NOMBRE-TITULAR (WS-SUB-CUENTA)
064100           TO WN-NOMBRE (WS-SUB-PERSONA)
064200     END-IF.
064300     MOVE 'S' TO WS-SW-PERSONA-HALLADA.
064400 5100-EXIT.
064500     EXIT.
064600
064700 5110-COMPARAR-PERSONA.
064800     IF WN-LLAVE (WS-SUB-BUSCA) = WS-LLAVE-PERSONA
064900         MOVE WS-SUB-BUSCA TO WS-SUB-PERSONA
065000         MOVE 'S' TO WS-SW-PERSONA-HALLADA
065100     END-IF.
065200 5110-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------*
065600*  6000-REPORTAR-PERSONA : SI EL TOTAL DEL MES ALCANZA EL UMBRAL *
065700*  TODOS LOS PAGOS DE LA PERSONA VAN AL ARCHIVO REGULATORIO.     *
065800*----------------------------------------------------------------*
065900 6000-REPORTAR-PERSONA.
066000     IF WN-TOTAL-MES (WS-SUB-PERSONA) < WS-UMBRAL
066100         GO TO 6000-EXIT
066200     END-IF.
066300     ADD 1 TO WS-PERSONAS-REPORTADAS.
066400     PERFORM 6100-REPORTAR-PAGO THRU 6100-EXIT
066500         VARYING WS-SUB-PAGO FROM 1 BY 1
066600         UNTIL WS-SUB-PAGO > WS-CANT-PAGOS.
066700     MOVE SPACES TO WX-MARCA.
066800     IF WN-SIN-TITULAR (WS-SUB-PERSONA)
066900         MOVE 'CUENTA SIN TITULAR EN TITMTR' TO WX-MARCA
067000     END-IF.
067100     PERFORM 6900-TOTAL-PERSONA THRU 6900-EXIT.
067200 6000-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------*
067600*  6100-REPORTAR-PAGO : DETALLE REGULATORIO Y LINEA DEL REPORTE  *
067700*  POR CADA PAGO DE LA PERSONA.                                  *
067800*----------------------------------------------------------------*
067900 6100-REPORTAR-PAGO.
068000     IF WP-PERSONA (WS-SUB-PAGO) NOT = WS-SUB-PERSONA
068100         GO TO 6100-EXIT
068200     END-IF.
068300     MOVE 'DET' TO DFH-IVE-TIPO-REG.
068400     IF WP-VALOR-LOCAL (WS-SUB-PAGO) NOT < WS-UMBRAL
068500         MOVE 'I' TO DFH-IVE-TIPO-TRANS
068600         ADD 1 TO WS-CANT-INDIVIDUAL
068700     ELSE
068800         MOVE 'M' TO DFH-IVE-TIPO-TRANS
068900         ADD 1 TO WS-CANT-MULTIPLE
069000     END-IF.
069100     MOVE WP-NUMERO-CUENTA (WS-SUB-PAGO) TO WS-CTA-BUSCADA.
069200     PERFORM 7000-BUSCAR-CUENTA THRU 7000-EXIT.
069300     MOVE WP-FECHA (WS-SUB-PAGO)     TO DFH-IVE-FECHA.
069400     MOVE WC-NUM-DPI (WS-SUB-CUENTA) TO DFH-IVE-NUM-DPI.
069500     MOVE WN-NOMBRE (WS-SUB-PERSONA) TO DFH-IVE-NOMBRE-TITULAR.
069600     MOVE WS-CTA-BUSCADA             TO DFH-IVE-NUMERO-CUENTA.
069700     MOVE WC-MONEDA (WS-SUB-CUENTA)  TO DFH-IVE-MONEDA.
069800     MOVE WP-VALOR-ORIGINAL (WS-SUB-PAGO)
069900       TO DFH-IVE-VALOR-ORIGINAL.
070000     MOVE WP-TASA (WS-SUB-PAGO)      TO DFH-IVE-TASA-CAMBIO.
070100     MOVE WP-VALOR-LOCAL (WS-SUB-PAGO) TO DFH-IVE-VALOR-LOCAL.
070200     MOVE WP-CANAL (WS-SUB-PAGO)     TO DFH-IVE-CANAL.
070300     MOVE WP-REFERENCIA (WS-SUB-PAGO) TO DFH-IVE-REFERENCIA.
070400     IF WP-DEPOS-DPI (WS-SUB-PAGO) = SPACES
070500         MOVE 'T' TO DFH-IVE-ENTREGA
070600     ELSE
070700         MOVE 'O' TO DFH-IVE-ENTREGA
070800     END-IF.
070900     MOVE WP-DEPOS-DPI (WS-SUB-PAGO) TO DFH-IVE-DEPOS-DPI.
071000     MOVE WP-DEPOS-NOMBRE (WS-SUB-PAGO) TO DFH-IVE-DEPOS-NOMBRE.
071100     MOVE WN-TOTAL-MES (WS-SUB-PERSONA) TO DFH-IVE-TOTAL-MES.
071200     WRITE REG-TRANS-EFECTIVO.
071300     ADD WP-VALOR-LOCAL (WS-SUB-PAGO) TO WS-TOTAL-REPORTADO.
071400     MOVE DFH-IVE-TIPO-TRANS TO WD-TIPO.
071500     PERFORM 6800-DETALLE-PAGO THRU 6800-EXIT.
071600 6100-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------*
072000*  6400-TITULO-ALERTAS                                           *
072100*----------------------------------------------------------------*
072200 6400-TITULO-ALERTAS.
072300     MOVE WS-LIMITE-BANDA TO WA-LIMITE-BANDA.
072400     MOVE WS-UMBRAL       TO WA-UMBRAL.
072500     MOVE WS-MIN-FRACCION TO WA-MIN-FRACCION.
072600     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
072700     WRITE REPORTE-LINEA FROM WS-TITULO-ALERTAS.
072800     WRITE REPORTE-LINEA FROM WS-TITULO-COLUMNAS.
072900 6400-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------*
073300*  6500-ALERTAR-PERSONA : PERSONA CON EL MINIMO DE PAGOS EN LA   *
073400*  BANDA JUSTO DEBAJO DEL UMBRAL (POSIBLE FRACCIONAMIENTO). SE   *
073500*  LISTAN ESOS PAGOS Y SE INDICA SI EL MES YA FUE REPORTADO.     *
073600*----------------------------------------------------------------*
073700 6500-ALERTAR-PERSONA.
073800     IF WN-CANT-BANDA (WS-SUB-PERSONA) < WS-MIN-FRACCION
073900         GO TO 6500-EXIT
074000     END-IF.
074100     ADD 1 TO WS-CANT-ALERTAS.
074200     PERFORM 6600-ALERTAR-PAGO THRU 6600-EXIT
074300         VARYING WS-SUB-PAGO FROM 1 BY 1
074400         UNTIL WS-SUB-PAGO > WS-CANT-PAGOS.
074500     IF WN-TOTAL-MES (WS-SUB-PERSONA) < WS-UMBRAL
074600         MOVE 'BAJO EL UMBRAL - REVISAR' TO WX-MARCA
074700     ELSE
074800         MOVE 'REPORTADA COMO MULTIPLE' TO WX-MARCA
074900     END-IF.
075000     PERFORM 6900-TOTAL-PERSONA THRU 6900-EXIT.
075100 6500-EXIT.
075200     EXIT.
075300
075400 6600-ALERTAR-PAGO.
075500     IF WP-PERSONA (WS-SUB-PAGO) NOT = WS-SUB-PERSONA
075600        OR WP-VALOR-LOCAL (WS-SUB-PAGO) < WS-LIMITE-BANDA
075700        OR WP-VALOR-LOCAL (WS-SUB-PAGO) NOT < WS-UMBRAL
075800         GO TO 6600-EXIT
075900     END-IF.
076000     MOVE WP-NUMERO-CUENTA (WS-SUB-PAGO) TO WS-CTA-BUSCADA.
076100     PERFORM 7000-BUSCAR-CUENTA THRU 7000-EXIT.
076200     MOVE 'A' TO WD-TIPO.
076300     PERFORM 6800-DETALLE-PAGO THRU 6800-EXIT.
076400 6600-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------*
076800*  6800-DETALLE-PAGO : LINEA DEL REPORTE DEL PAGO WS-SUB-PAGO    *
076900*  (LA CUENTA YA UBICADA EN WS-SUB-CUENTA).                      *
077000*----------------------------------------------------------------*
077100 6800-DETALLE-PAGO.
077200     MOVE WC-NUM-DPI (WS-SUB-CUENTA)        TO WD-NUM-DPI.
077300     MOVE WN-NOMBRE (WS-SUB-PERSONA)        TO WD-NOMBRE.
077400     MOVE WS-CTA-BUSCADA                    TO WD-CUENTA.
077500     MOVE WP-FECHA (WS-SUB-PAGO)            TO WD-FECHA.
077600     IF WC-MONEDA-EXTRANJERA (WS-SUB-CUENTA)
077700         MOVE 'EXT' TO WD-MONEDA
077800     ELSE
077900         MOVE 'LOC' TO WD-MONEDA
078000     END-IF.
078100     MOVE WP-VALOR-ORIGINAL (WS-SUB-PAGO)   TO WD-VALOR-ORIGINAL.
078200     MOVE WP-VALOR-LOCAL (WS-SUB-PAGO)      TO WD-VALOR-LOCAL.
078300     MOVE WP-CANAL (WS-SUB-PAGO)            TO WD-CANAL.
078400     MOVE WP-DEPOS-DPI (WS-SUB-PAGO)        TO WD-DEPOS-DPI.
078500     WRITE REPORTE-LINEA FROM WS-DETALLE.
078600 6800-EXIT.
078700     EXIT.
078800
078900 6900-TOTAL-PERSONA.
079000     MOVE WN-IDENTIFICADOR (WS-SUB-PERSONA) TO WX-IDENTIFICADOR.
079100     MOVE WN-CANT-PAGOS (WS-SUB-PERSONA)    TO WX-CANT-PAGOS.
079200     MOVE WN-TOTAL-MES (WS-SUB-PERSONA)     TO WX-TOTAL-MES.
079300     WRITE REPORTE-LINEA FROM WS-TOTAL-PERSONA.
079400 6900-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------*
079800*  7000-BUSCAR-CUENTA : BUSQUEDA BINARIA DE WS-CTA-BUSCADA. SI   *
079900*  NO ESTA, WS-SUB-BAJO QUEDA EN LA POSICION QUE LE CORRESPONDE. *
080000*----------------------------------------------------------------*
080100 7000-BUSCAR-CUENTA.
080200     MOVE 'N' TO WS-SW-CUENTA-HALLADA.
080300     MOVE 1               TO WS-SUB-BAJO.
080400     MOVE WS-CANT-CUENTAS TO WS-SUB-ALTO.
080500     PERFORM 7010-PARTIR-TABLA THRU 7010-EXIT
080600         UNTIL CUENTA-HALLADA
080700         OR WS-SUB-BAJO > WS-SUB-ALTO.
080800 7000-EXIT.
080900     EXIT.
081000
081100 7010-PARTIR-TABLA.
081200     COMPUTE WS-SUB-MEDIO = (WS-SUB-BAJO + WS-SUB-ALTO) / 2.
081300     IF WC-NUMERO-CUENTA (WS-SUB-MEDIO) = WS-CTA-BUSCADA
081400         MOVE WS-SUB-MEDIO TO WS-SUB-CUENTA
081500         MOVE 'S' TO WS-SW-CUENTA-HALLADA
081600     ELSE
081700         IF WC-NUMERO-CUENTA (WS-SUB-MEDIO) < WS-CTA-BUSCADA
081800             COMPUTE WS-SUB-BAJO = WS-SUB-MEDIO + 1
081900         ELSE
082000             COMPUTE WS-SUB-ALTO = WS-SUB-MEDIO - 1
082100         END-IF
082200     END-IF.
082300 7010-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------*
082700*  7100-ALTA-CUENTA : INSERTA LA CUENTA EN WS-SUB-BAJO,          *
082800*  CORRIENDO HACIA ABAJO LAS MAYORES, CON MONEDA, TASA Y NOMBRE  *
082900*  DEL MAESTRO. SIN MAESTRO SE TOMA COMO MONEDA LOCAL Y SE       *
083000*  AVISA.                                                        *
083100*----------------------------------------------------------------*
083200 7100-ALTA-CUENTA.
083300     IF WS-CANT-CUENTAS = 2000
083400         DISPLAY 'RMYD1RTE - TABLA DE CUENTAS LLENA, '
083500                 WS-CTA-BUSCADA ' NO REPORTADA'
083600         MOVE 8 TO WS-CODRET-CORRIDA
083700         GO TO 7100-EXIT
083800     END-IF.
083900     ADD 1 TO WS-CANT-CUENTAS.
084000     PERFORM 7110-CORRER-CUENTA THRU 7110-EXIT
084100         VARYING WS-SUB-CORRER FROM WS-CANT-CUENTAS BY -1
084200         UNTIL WS-SUB-CORRER NOT > WS-SUB-BAJO.
084300     MOVE WS-SUB-BAJO    TO WS-SUB-CUENTA.
084400     MOVE WS-CTA-BUSCADA TO WC-NUMERO-CUENTA (WS-SUB-CUENTA).
084500     MOVE SPACES         TO WC-NUM-DPI (WS-SUB-CUENTA)
084600                            WC-NOMBRE-TITULAR (WS-SUB-CUENTA).
084700     MOVE WS-CTA-BUSCADA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
084800     READ CUENTAS-FILE
084900         INVALID KEY
085000             MOVE 1      TO WC-MONEDA (WS-SUB-CUENTA)
085100                            WC-TASA-MAESTRO (WS-SUB-CUENTA)
085200             MOVE SPACES TO WC-NOMBRE-CUENTA (WS-SUB-CUENTA)
085300             ADD 1 TO WS-CTAS-SIN-MAESTRO
085400             DISPLAY 'RMYD1RTE - CUENTA NO EXISTE EN EL MAESTRO: '
085500                     WS-CTA-BUSCADA
085600             IF WS-CODRET-CORRIDA < 4
085700                 MOVE 4 TO WS-CODRET-CORRIDA
085800             END-IF
085900         NOT INVALID KEY
086000             MOVE DFH-MONEDA-CUENTA TO WC-MONEDA (WS-SUB-CUENTA)
086100             MOVE DFH-TASA-CAMBIO
086200               TO WC-TASA-MAESTRO (WS-SUB-CUENTA)
086300             MOVE DFH-NOMBRE-CUENTA
086400               TO WC-NOMBRE-CUENTA (WS-SUB-CUENTA)
086500     END-READ.
086600     MOVE 'S' TO WS-SW-CUENTA-HALLADA.
086700 7100-EXIT.
086800     EXIT.
086900
087000 7110-CORRER-CUENTA.
087100     MOVE WS-CUENTA-ENTRADA (WS-SUB-CORRER - 1)
087200       TO WS-CUENTA-ENTRADA (WS-SUB-CORRER).
087300 7110-EXIT.
087400     EXIT.
087500
087600*----------------------------------------------------------------*
087700*  7500-TASA-DE-FECHA : TASA DE TCAMBIO VIGENTE EN LA FECHA DEL  *
087800*  PAGO (LA ULTIMA CON FECHA MENOR O IGUAL); SIN ELLA, LA DEL    *
087900*  MAESTRO DE LA CUENTA.                                         *
088000*----------------------------------------------------------------*
088100 7500-TASA-DE-FECHA.
088200     MOVE WC-TASA-MAESTRO (WS-SUB-CUENTA) TO WS-TASA-APLICADA.
088300     PERFORM 7510-COMPARAR-TASA THRU 7510-EXIT
088400         VARYING WS-SUB-TASA FROM 1 BY 1
088500         UNTIL WS-SUB-TASA > WS-CANT-TASAS.
088600 7500-EXIT.
088700     EXIT.
088800
088900 7510-COMPARAR-TASA.
089000     IF WK-FECHA (WS-SUB-TASA) NOT > DFH-PAGO-FECHA-REAL
089100         MOVE WK-TASA (WS-SUB-TASA) TO WS-TASA-APLICADA
089200     END-IF.
089300 7510-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------------*
089700*  3000-FINALIZAR : CIERRE DEL ARCHIVO REGULATORIO, TOTALES DEL  *
089800*  REPORTE Y BITACORA DE LA CORRIDA. SI LA CORRIDA NO PUDO ABRIR *
089900*  SUS ARCHIVOS EL REGULATORIO QUEDA SIN CABECERA NI CIERRE.     *
090000*----------------------------------------------------------------*
090100 3000-FINALIZAR.
090200     IF WS-CODRET-CORRIDA < 16
090300         MOVE 'CIE'              TO DFH-IVEC-TIPO-REG
090400         MOVE WS-ENTIDAD         TO DFH-IVEC-ENTIDAD
090500         MOVE WS-PERIODO         TO DFH-IVEC-PERIODO
090600         MOVE WS-FECHA-PROCESO   TO DFH-IVEC-FECHA
090700         MOVE WS-CANT-INDIVIDUAL TO DFH-IVEC-CANT-INDIVIDUAL
090800         MOVE WS-CANT-MULTIPLE   TO DFH-IVEC-CANT-MULTIPLE
090900         MOVE WS-TOTAL-REPORTADO TO DFH-IVEC-TOTAL
091000         WRITE REG-CONTROL-IVE
091100     END-IF.
091200     MOVE WS-CANT-PAGOS        TO WG-PAGOS.
091300     MOVE WS-CANT-INDIVIDUAL   TO WG-INDIVIDUAL.
091400     MOVE WS-CANT-MULTIPLE     TO WG-MULTIPLE.
091500     MOVE WS-CANT-ALERTAS      TO WG-ALERTAS.
091600     MOVE WS-TOTAL-REPORTADO   TO WG-TOTAL-REPORTADO.
091700     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
091800     WRITE REPORTE-LINEA FROM WS-TOTALES.
091900     DISPLAY 'RMYD1RTE - PERIODO             : ' WS-PERIODO.
092000     DISPLAY 'RMYD1RTE - PAGOS LEIDOS        : ' WS-PAGOS-LEIDOS.
092100     DISPLAY 'RMYD1RTE - PAGOS EN EFECTIVO   : ' WS-CANT-PAGOS.
092200     DISPLAY 'RMYD1RTE - PERSONAS REPORTADAS : '
092300             WS-PERSONAS-REPORTADAS.
092400     DISPLAY 'RMYD1RTE - INDIVIDUALES        : '
092500             WS-CANT-INDIVIDUAL.
092600     DISPLAY 'RMYD1RTE - MULTIPLES           : ' WS-CANT-MULTIPLE.
092700     DISPLAY 'RMYD1RTE - ALERTAS             : ' WS-CANT-ALERTAS.
092800     DISPLAY 'RMYD1RTE - CTAS SIN MAESTRO    : '
092900             WS-CTAS-SIN-MAESTRO.
093000     DISPLAY 'RMYD1RTE - CTAS SIN TITULAR    : '
093100             WS-CTAS-SIN-TITULAR.
093200     CLOSE CUENTAS-FILE IVE-FILE REPORTE-FILE.
093300     IF WS-HST-STATUS NOT EQUAL '35'
093400         CLOSE HISTORIAL-FILE
093500     END-IF.
093600     IF WS-TIT-STATUS NOT EQUAL '35'
093700         CLOSE TITULAR-FILE
093800     END-IF.
093900     MOVE 'RMYD1RTE' TO DFH-BTA-PROGRAMA.
094000     MOVE 'F'        TO DFH-BTA-ACCION.
094100     MOVE WS-PAGOS-LEIDOS TO DFH-BTA-LEIDOS.
094200     COMPUTE DFH-BTA-ESCRITOS =
094300         WS-CANT-INDIVIDUAL + WS-CANT-MULTIPLE.
094400     MOVE WS-CTAS-SIN-TITULAR TO DFH-BTA-RECHAZADOS.
094500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
094600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
094700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
094800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
094900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
095000 3000-EXIT.
095100     EXIT.
095200
095300*----------------------------------------------------------------*
095400*  8000-LEER-HISTORIAL                                           *
095500*----------------------------------------------------------------*
095600 8000-LEER-HISTORIAL.
095700     READ HISTORIAL-FILE
095800         AT END
095900             MOVE 'S' TO WS-SW-FIN-HISTORIAL
096000     END-READ.
096100 8000-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------*
096500*  8100-LEER-TITULAR                                             *
096600*----------------------------------------------------------------*
096700 8100-LEER-TITULAR.
096800     READ TITULAR-FILE NEXT RECORD
096900         AT END
097000             MOVE 'S' TO WS-SW-FIN-TITULARES
097100     END-READ.
097200 8100-EXIT.
097300     EXIT.
