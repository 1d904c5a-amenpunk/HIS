000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1RRM.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - RIESGOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : MATRIZ DE TRANSICION DE MORA (ROLL RATES) ENTRE      *
000900*           CIERRES MENSUALES CONSECUTIVOS, PROCESO DE CIERRE.   *
001000*           LEE LAS FOTOS MENSUALES QUE ARCHIVA RMYD1SNC         *
001100*           (SALFOTO - RMYD1SNP, ORDENADO POR CUENTA/ANO-MES)    *
001200*           DE LOS SIETE CIERRES QUE TERMINAN EN EL DE RRMPARM   *
001300*           (POR OMISION EL MES DE PROCESO, EL MISMO QUE ARCHIVA *
001400*           RMYD1SNC) Y, POR CADA CUENTA Y PAR DE CIERRES        *
001500*           CONSECUTIVOS, LLEVA LA CUENTA Y SU SALDO DEL TRAMO   *
001600*           DE ORIGEN AL DE DESTINO:                             *
001700*             - ORIGEN: AL DIA, 1-30, 31-60, 61-90, 90+ O NUEVA  *
001800*               (SIN FOTO EN EL CIERRE ANTERIOR);                *
001900*             - DESTINO: LOS CINCO TRAMOS, CANCELADA (TRAMO P O  *
002000*               SIN FOTO EN EL CIERRE SIGUIENTE) Y CASTIGADA.    *
002100*           LAS CUENTAS YA CANCELADAS O CASTIGADAS EN EL CIERRE  *
002200*           DE ORIGEN ESTAN FUERA DE LA CARTERA Y NO TRANSITAN;  *
002300*           LAS FOTOS SIN TRAMO (ANTERIORES A QUE RMYD1SNC LO    *
002400*           ARCHIVARA) SE CUENTAN APARTE. EL SALDO QUE TRANSITA  *
002500*           ES EL DEL CIERRE DE ORIGEN (EL DEL DESTINO PARA LAS  *
002600*           NUEVAS). EMITE EN RPTRRM, PARA TODA LA CARTERA Y POR *
002700*           TIPO DE PRESTAMO (DFH-TIPO-PRESTAMO, HASTA VEINTE),  *
002800*           LA MATRIZ DEL ULTIMO MES EN CUENTAS Y SALDO Y LOS    *
002900*           PROMEDIOS DE TRES Y SEIS MESES COMO PORCENTAJE DEL   *
003000*           SALDO DE ORIGEN (SUMA DE LOS MESES DEL PERIODO), QUE *
003100*           USA RIESGOS PARA LAS PROVISIONES.                    *
003200*----------------------------------------------------------------*
003300*  HISTORIAL DE MODIFICACIONES                                   *
003400*  FECHA       INIC  DESCRIPCION                                 *
003500*  15/10/2026  DS    VERSION INICIAL.                            *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-390.
004000 OBJECT-COMPUTER.  IBM-390.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARAM-FILE     ASSIGN TO RRMPARM
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS   IS WS-PRM-STATUS.
004600
004700     SELECT FOTOS-FILE     ASSIGN TO SALFOTO
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS   IS WS-FOT-STATUS.
005000
005100     SELECT REPORTE-FILE   ASSIGN TO RPTRRM
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS   IS WS-RPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PARAM-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  REG-PARAM-RRM.
006100     05 PM-ANOMES-CIERRE          PIC 9(006).
006200
006300 FD  FOTOS-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY RMYD1SNP.
006700
006800 FD  REPORTE-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  REPORTE-LINEA                PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400 COPY RMYD1BTA.
007500 77  WS-PRM-STATUS                PIC X(02).
007600     88 PRM-OK                       VALUE '00'.
007700 77  WS-FOT-STATUS                PIC X(02).
007800     88 FOT-OK                       VALUE '00'.
007900 77  WS-RPT-STATUS                PIC X(02).
008000 77  WS-SW-FIN-FOTOS              PIC X(01).
008100     88 FIN-FOTOS                    VALUE 'S'.
008200 77  WS-SW-TIPO-HALLADO           PIC X(01).
008300     88 TIPO-HALLADO                 VALUE 'S'.
008400 77  WS-CUENTA-ANTERIOR           PIC X(013) VALUE SPACES.
008500 77  WS-FECHA-PROCESO             PIC 9(008).
008600 77  WS-ANOMES-CIERRE             PIC 9(006).
008700 77  WS-FOTOS-LEIDAS              PIC 9(007) COMP.
008800 77  WS-FOTOS-DEL-PERIODO         PIC 9(007) COMP.
008900 77  WS-FOTOS-DEL-CIERRE          PIC 9(007) COMP.
009000 77  WS-CTAS-EVALUADAS            PIC 9(007) COMP.
009100 77  WS-TRANSICIONES              PIC 9(007) COMP.
009200 77  WS-SIN-TRAMO                 PIC 9(007) COMP.
009300 77  WS-SUB-MES                   PIC 9(003) COMP.
009400 77  WS-SUB-TRA                   PIC 9(003) COMP.
009500 77  WS-SUB-ACT                   PIC 9(003) COMP.
009600 77  WS-SUB-ORG                   PIC 9(003) COMP.
009700 77  WS-SUB-DES                   PIC 9(003) COMP.
009800 77  WS-SUB-TIPO                  PIC 9(003) COMP.
009900 77  WS-SUB-BUSCA                 PIC 9(003) COMP.
010000 77  WS-DESDE-TRA                 PIC 9(003) COMP.
010100 77  WS-CANT-TIPOS                PIC 9(003) COMP.
010200 77  WS-TIPO-TRANSICION           PIC X(015).
010300 77  WS-SALDO-TRANSICION          PIC S9(011)V99 COMP-3.
010400 77  WS-TOTAL-CUENTAS             PIC 9(009) COMP.
010500 77  WS-TOTAL-SALDO               PIC S9(015)V99 COMP-3.
010600 77  WS-SALDO-ORIGEN              PIC S9(015)V99 COMP-3.
010700 77  WS-SALDO-CELDA               PIC S9(015)V99 COMP-3.
010800 77  WS-PORCENTAJE                PIC S9(003)V99 COMP-3.
010900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011000
011100 01  WS-TRAMO-X                   PIC X(001).
011200 01  WS-TRAMO-N REDEFINES WS-TRAMO-X
011300                                  PIC 9(001).
011400
011500 01  WS-ANOMES-TRABAJO            PIC 9(006).
011600 01  FILLER REDEFINES WS-ANOMES-TRABAJO.
011700     05 WS-AT-ANO                 PIC 9(004).
011800     05 WS-AT-MES                 PIC 9(002).
011900
012000*----------------------------------------------------------------*
012100*  LOS SIETE CIERRES DEL PERIODO (EL SEPTIMO ES EL DE RRMPARM) Y *
012200*  LA FOTO DE LA CUENTA EN CURSO EN CADA UNO. LA TRANSICION N VA *
012300*  DEL CIERRE N AL N+1; LA SEXTA ES LA DEL ULTIMO MES.           *
012400*----------------------------------------------------------------*
012500 01  WS-TABLA-CIERRES.
012600     05 WC-ANOMES OCCURS 7 TIMES  PIC 9(006).
012700
012800 01  WS-FOTOS-CUENTA.
012900     05 WS-FOTO-ENTRADA OCCURS 7 TIMES.
013000         10 WF-PRESENTE           PIC X(001).
013100         10 WF-TRAMO              PIC X(001).
013200         10 WF-SALDO              PIC S9(011)V99 COMP-3.
013300         10 WF-TIPO               PIC X(015).
013400
013500*----------------------------------------------------------------*
013600*  MATRICES POR TIPO DE PRESTAMO; LA ENTRADA 1 ES TODA LA        *
013700*  CARTERA. ORIGEN 1 = NUEVA, 2 A 6 = AL DIA A 90+; DESTINO 1 A  *
013800*  5 = AL DIA A 90+, 6 = CANCELADA, 7 = CASTIGADA.               *
013900*----------------------------------------------------------------*
014000 01  WS-TABLA-TIPOS.
014100     05 WS-TIPO-ENTRADA OCCURS 21 TIMES.
014200         10 WT-TIPO-PRESTAMO      PIC X(015).
014300         10 WT-TRANSICION OCCURS 6 TIMES.
014400             15 WT-ORIGEN OCCURS 6 TIMES.
014500                 20 WT-DESTINO OCCURS 7 TIMES.
014600                     25 WT-CUENTAS
014700                                  PIC 9(007) COMP.
014800                     25 WT-SALDO  PIC S9(013)V99 COMP-3.
014900
015000 01  WS-NOMBRES-ORIGEN-V.
015100     05 FILLER                    PIC X(010) VALUE 'NUEVA'.
015200     05 FILLER                    PIC X(010) VALUE 'AL DIA'.
015300     05 FILLER                    PIC X(010) VALUE '1-30'.
015400     05 FILLER                    PIC X(010) VALUE '31-60'.
015500     05 FILLER                    PIC X(010) VALUE '61-90'.
015600     05 FILLER                    PIC X(010) VALUE '90+'.
015700 01  WS-NOMBRES-ORIGEN REDEFINES WS-NOMBRES-ORIGEN-V.
015800     05 WN-ORIGEN OCCURS 6 TIMES  PIC X(010).
015900
016000 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
016100
016200 01  WS-TITULO-TIPO.
016300     05 FILLER                    PIC X(036)
016400        VALUE 'MATRIZ DE TRANSICION DE MORA  TIPO: '.
016500     05 WT-TIPO                   PIC X(015).
016600     05 FILLER                    PIC X(010)
016700        VALUE '  CIERRE '.
016800     05 WT-ANOMES-DESDE           PIC 9(006).
016900     05 FILLER                    PIC X(003)     VALUE ' A '.
017000     05 WT-ANOMES-HASTA           PIC 9(006).
017100     05 FILLER                    PIC X(056)     VALUE SPACES.
017200
017300 01  WS-ENCABEZADO-MATRIZ.
017400     05 FILLER                    PIC X(016)
017500        VALUE 'DESDE     LINEA '.
017600     05 FILLER                    PIC X(014)
017700        VALUE '        AL DIA'.
017800     05 FILLER                    PIC X(014)
017900        VALUE '          1-30'.
018000     05 FILLER                    PIC X(014)
018100        VALUE '         31-60'.
018200     05 FILLER                    PIC X(014)
018300        VALUE '         61-90'.
018400     05 FILLER                    PIC X(014)
018500        VALUE '           90+'.
018600     05 FILLER                    PIC X(014)
018700        VALUE '     CANCELADA'.
018800     05 FILLER                    PIC X(014)
018900        VALUE '     CASTIGADA'.
019000     05 FILLER                    PIC X(014)
019100        VALUE '         TOTAL'.
019200     05 FILLER                    PIC X(004)     VALUE SPACES.
019300
019400 01  WS-SUBTITULO-MES             PIC X(132)
019500     VALUE 'ULTIMO MES (CUENTAS Y SALDO DE ORIGEN EN UNIDADES)'.
019600 01  WS-SUBTITULO-PROMEDIO.
019700     05 FILLER                    PIC X(009)
019800        VALUE 'PROMEDIO '.
019900     05 WS-SP-MESES               PIC 9(001).
020000     05 FILLER                    PIC X(043)
020100        VALUE ' MESES (PORCENTAJE DEL SALDO DE ORIGEN)'.
020200     05 FILLER                    PIC X(079)     VALUE SPACES.
020300
020400 01  WS-LINEA-MATRIZ.
020500     05 WL-ORIGEN                 PIC X(010).
020600     05 WL-TIPO-LINEA             PIC X(006).
020700     05 WL-COLUMNA OCCURS 8 TIMES.
020800         10 FILLER                PIC X(001).
020900         10 WL-VALOR              PIC Z,ZZZ,ZZZ,ZZ9.
021000     05 FILLER                    PIC X(004).
021100
021200 01  WS-LINEA-PORCENTAJE.
021300     05 WP-ORIGEN                 PIC X(010).
021400     05 WP-TIPO-LINEA             PIC X(006).
021500     05 WP-COLUMNA OCCURS 8 TIMES.
021600         10 FILLER                PIC X(008).
021700         10 WP-VALOR              PIC ZZ9.99.
021800     05 FILLER                    PIC X(004).
021900
022000 PROCEDURE DIVISION.
022100
022200 0000-MAINLINE.
022300     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
022400     PERFORM 2000-PROCESAR-FOTO    THRU 2000-EXIT
022500         UNTIL FIN-FOTOS.
022600     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
022700     STOP RUN.
022800
022900*----------------------------------------------------------------*
023000*  1000-INICIALIZAR : CIERRE DE RRMPARM O EL MES DE PROCESO, LOS *
023100*  SEIS CIERRES ANTERIORES A EL Y APERTURA DE ARCHIVOS.          *
023200*----------------------------------------------------------------*
023300 1000-INICIALIZAR.
023400     MOVE 'RMYD1RRM' TO DFH-BTA-PROGRAMA.
023500     MOVE 'I'        TO DFH-BTA-ACCION.
023600     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
023700                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
023800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
023900     MOVE 'N'  TO WS-SW-FIN-FOTOS.
024000     MOVE ZERO TO WS-FOTOS-LEIDAS WS-FOTOS-DEL-PERIODO
024100                  WS-FOTOS-DEL-CIERRE WS-CTAS-EVALUADAS
024200                  WS-TRANSICIONES WS-SIN-TRAMO.
024300     INITIALIZE WS-TABLA-TIPOS WS-FOTOS-CUENTA.
024400     MOVE '*TODA CARTERA*' TO WT-TIPO-PRESTAMO (1).
024500     MOVE 1 TO WS-CANT-TIPOS.
024600     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
024700     MOVE WS-FECHA-PROCESO (1:6) TO WS-ANOMES-CIERRE.
024800     OPEN INPUT PARAM-FILE.
024900     IF PRM-OK
025000         READ PARAM-FILE
025100             AT END
025200                 CONTINUE
025300             NOT AT END
025400                 IF PM-ANOMES-CIERRE > ZERO
025500                     MOVE PM-ANOMES-CIERRE TO WS-ANOMES-CIERRE
025600                 END-IF
025700         END-READ
025800         CLOSE PARAM-FILE
025900     END-IF.
026000     MOVE WS-ANOMES-CIERRE TO WS-ANOMES-TRABAJO.
026100     MOVE WS-ANOMES-CIERRE TO WC-ANOMES (7).
026200     PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
026300         VARYING WS-SUB-MES FROM 6 BY -1
026400         UNTIL WS-SUB-MES < 1.
026500     OPEN INPUT  FOTOS-FILE.
026600     OPEN OUTPUT REPORTE-FILE.
026700     IF NOT FOT-OK
026800         DISPLAY 'RMYD1RRM - ERROR FOTOS-FILE ' WS-FOT-STATUS
026900         MOVE 'S' TO WS-SW-FIN-FOTOS
027000         MOVE 16  TO WS-CODRET-CORRIDA
027100         GO TO 1000-EXIT
027200     END-IF.
027300     PERFORM 8000-LEER-FOTO THRU 8000-EXIT.
027400 1000-EXIT.
027500     EXIT.
027600
027700 1100-MES-ANTERIOR.
027800     IF WS-AT-MES = 1
027900         SUBTRACT 1 FROM WS-AT-ANO
028000         MOVE 12 TO WS-AT-MES
028100     ELSE
028200         SUBTRACT 1 FROM WS-AT-MES
028300     END-IF.
028400     MOVE WS-ANOMES-TRABAJO TO WC-ANOMES (WS-SUB-MES).
028500 1100-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------------*
028900*  2000-PROCESAR-FOTO : CONTROL-BREAK POR CUENTA; GUARDA LA FOTO *
029000*  SI ES DE UNO DE LOS SIETE CIERRES DEL PERIODO.                *
029100*----------------------------------------------------------------*
029200 2000-PROCESAR-FOTO.
029300     ADD 1 TO WS-FOTOS-LEIDAS.
029400     IF DFH-NUMERO-CUENTA IN REG-FOTO-MENSUAL
029500            NOT EQUAL WS-CUENTA-ANTERIOR
029600        AND WS-CUENTA-ANTERIOR NOT EQUAL SPACES
029700        PERFORM 5000-EVALUAR-CUENTA THRU 5000-EXIT
029800     END-IF.
029900     MOVE DFH-NUMERO-CUENTA IN REG-FOTO-MENSUAL
030000                                 TO WS-CUENTA-ANTERIOR.
030100     MOVE ZERO TO WS-SUB-MES.
030200     PERFORM 4010-COMPARAR-CIERRE THRU 4010-EXIT
030300         VARYING WS-SUB-BUSCA FROM 1 BY 1
030400         UNTIL WS-SUB-BUSCA > 7.
030500     IF WS-SUB-MES > ZERO
030600         ADD 1 TO WS-FOTOS-DEL-PERIODO
030700         IF WS-SUB-MES = 7
030800             ADD 1 TO WS-FOTOS-DEL-CIERRE
030900         END-IF
031000         MOVE 'S'                    TO WF-PRESENTE (WS-SUB-MES)
031100         MOVE DFH-FOTO-TRAMO-MORA    TO WF-TRAMO    (WS-SUB-MES)
031200         MOVE DFH-FOTO-SALDO         TO WF-SALDO    (WS-SUB-MES)
031300         MOVE DFH-FOTO-TIPO-PRESTAMO TO WF-TIPO     (WS-SUB-MES)
031400     END-IF.
031500     PERFORM 8000-LEER-FOTO THRU 8000-EXIT.
031600 2000-EXIT.
031700     EXIT.
031800
031900 4010-COMPARAR-CIERRE.
032000     IF WC-ANOMES (WS-SUB-BUSCA) = DFH-FOTO-ANOMES
032100         MOVE WS-SUB-BUSCA TO WS-SUB-MES
032200     END-IF.
032300 4010-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------*
032700*  5000-EVALUAR-CUENTA : LAS SEIS TRANSICIONES DE LA CUENTA.     *
032800*----------------------------------------------------------------*
032900 5000-EVALUAR-CUENTA.
033000     ADD 1 TO WS-CTAS-EVALUADAS.
033100     PERFORM 5100-TRANSICION THRU 5100-EXIT
033200         VARYING WS-SUB-TRA FROM 1 BY 1
033300         UNTIL WS-SUB-TRA > 6.
033400     INITIALIZE WS-FOTOS-CUENTA.
033500 5000-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------*
033900*  5100-TRANSICION : ORIGEN EN EL CIERRE WS-SUB-TRA Y DESTINO EN *
034000*  EL SIGUIENTE, ACUMULADOS EN LA CARTERA Y EN SU TIPO.          *
034100*----------------------------------------------------------------*
034200 5100-TRANSICION.
034300     COMPUTE WS-SUB-ACT = WS-SUB-TRA + 1.
034400     IF WF-PRESENTE (WS-SUB-TRA) NOT = 'S'
034500        AND WF-PRESENTE (WS-SUB-ACT) NOT = 'S'
034600         GO TO 5100-EXIT
034700     END-IF.
034800     IF WF-PRESENTE (WS-SUB-TRA) = 'S'
034900         IF WF-TRAMO (WS-SUB-TRA) = SPACE
035000             ADD 1 TO WS-SIN-TRAMO
035100             GO TO 5100-EXIT
035200         END-IF
035300         IF WF-TRAMO (WS-SUB-TRA) = 'P' OR 'C'
035400             GO TO 5100-EXIT
035500         END-IF
035600         MOVE WF-TRAMO (WS-SUB-TRA) TO WS-TRAMO-X
035700         COMPUTE WS-SUB-ORG = WS-TRAMO-N + 2
035800         MOVE WF-SALDO (WS-SUB-TRA) TO WS-SALDO-TRANSICION
035900         MOVE WF-TIPO  (WS-SUB-TRA) TO WS-TIPO-TRANSICION
036000     ELSE
036100         MOVE 1                     TO WS-SUB-ORG
036200         MOVE WF-SALDO (WS-SUB-ACT) TO WS-SALDO-TRANSICION
036300     END-IF.
036400     IF WF-PRESENTE (WS-SUB-ACT) NOT = 'S'
036500         MOVE 6 TO WS-SUB-DES
036600         GO TO 5100-ACUMULAR
036700     END-IF.
036800     EVALUATE WF-TRAMO (WS-SUB-ACT)
036900         WHEN SPACE
037000             ADD 1 TO WS-SIN-TRAMO
037100             GO TO 5100-EXIT
037200         WHEN 'P'
037300             MOVE 6 TO WS-SUB-DES
037400         WHEN 'C'
037500             MOVE 7 TO WS-SUB-DES
037600         WHEN OTHER
037700             MOVE WF-TRAMO (WS-SUB-ACT) TO WS-TRAMO-X
037800             COMPUTE WS-SUB-DES = WS-TRAMO-N + 1
037900     END-EVALUATE.
038000     MOVE WF-TIPO (WS-SUB-ACT) TO WS-TIPO-TRANSICION.
038100 5100-ACUMULAR.
038200     ADD 1 TO WS-TRANSICIONES.
038300     ADD 1 TO WT-CUENTAS (1 WS-SUB-TRA WS-SUB-ORG WS-SUB-DES).
038400     ADD WS-SALDO-TRANSICION
038500       TO WT-SALDO (1 WS-SUB-TRA WS-SUB-ORG WS-SUB-DES).
038600     PERFORM 5200-UBICAR-TIPO THRU 5200-EXIT.
038700     IF TIPO-HALLADO
038800         ADD 1 TO WT-CUENTAS (WS-SUB-TIPO WS-SUB-TRA
038900                              WS-SUB-ORG WS-SUB-DES)
039000         ADD WS-SALDO-TRANSICION
039100           TO WT-SALDO (WS-SUB-TIPO WS-SUB-TRA
039200                        WS-SUB-ORG WS-SUB-DES)
039300     END-IF.
039400 5100-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------*
039800*  5200-UBICAR-TIPO : BUSCA (O DA DE ALTA) EL TIPO DE PRESTAMO;  *
039900*  CON LA TABLA LLENA LA TRANSICION QUEDA SOLO EN LA CARTERA.    *
040000*----------------------------------------------------------------*
040100 5200-UBICAR-TIPO.
040200     MOVE 'N' TO WS-SW-TIPO-HALLADO.
040300     PERFORM 5210-COMPARAR-TIPO THRU 5210-EXIT
040400         VARYING WS-SUB-BUSCA FROM 2 BY 1
040500         UNTIL WS-SUB-BUSCA > WS-CANT-TIPOS
040600         OR TIPO-HALLADO.
040700     IF TIPO-HALLADO
040800         GO TO 5200-EXIT
040900     END-IF.
041000     IF WS-CANT-TIPOS = 21
041100         DISPLAY 'RMYD1RRM - TABLA DE TIPOS LLENA, '
041200                 WS-TIPO-TRANSICION ' SOLO EN LA CARTERA'
041300         GO TO 5200-EXIT
041400     END-IF.
041500     ADD 1 TO WS-CANT-TIPOS.
041600     MOVE WS-CANT-TIPOS      TO WS-SUB-TIPO.
041700     MOVE WS-TIPO-TRANSICION TO WT-TIPO-PRESTAMO (WS-SUB-TIPO).
041800     MOVE 'S' TO WS-SW-TIPO-HALLADO.
041900 5200-EXIT.
042000     EXIT.
042100
042200 5210-COMPARAR-TIPO.
042300     IF WT-TIPO-PRESTAMO (WS-SUB-BUSCA) = WS-TIPO-TRANSICION
042400         MOVE WS-SUB-BUSCA TO WS-SUB-TIPO
042500         MOVE 'S' TO WS-SW-TIPO-HALLADO
042600     END-IF.
042700 5210-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100*  3000-FINALIZAR : ULTIMA CUENTA, REPORTE Y BITACORA.           *
043200*----------------------------------------------------------------*
043300 3000-FINALIZAR.
043400     IF WS-CUENTA-ANTERIOR NOT EQUAL SPACES
043500         PERFORM 5000-EVALUAR-CUENTA THRU 5000-EXIT
043600     END-IF.
043700     IF WS-CODRET-CORRIDA < 16
043800         PERFORM 6000-IMPRIMIR-TIPO THRU 6000-EXIT
043900             VARYING WS-SUB-TIPO FROM 1 BY 1
044000             UNTIL WS-SUB-TIPO > WS-CANT-TIPOS
044100     END-IF.
044200     IF WS-FOTOS-DEL-CIERRE = ZERO AND WS-CODRET-CORRIDA < 4
044300         DISPLAY 'RMYD1RRM - SIN FOTOS DEL CIERRE '
044400                 WS-ANOMES-CIERRE
044500         MOVE 4 TO WS-CODRET-CORRIDA
044600     END-IF.
044700     DISPLAY 'RMYD1RRM - CIERRE               : '
044800             WS-ANOMES-CIERRE.
044900     DISPLAY 'RMYD1RRM - FOTOS LEIDAS         : ' WS-FOTOS-LEIDAS.
045000     DISPLAY 'RMYD1RRM - FOTOS DEL PERIODO    : '
045100             WS-FOTOS-DEL-PERIODO.
045200     DISPLAY 'RMYD1RRM - CUENTAS EVALUADAS    : '
045300             WS-CTAS-EVALUADAS.
045400     DISPLAY 'RMYD1RRM - TRANSICIONES         : ' WS-TRANSICIONES.
045500     DISPLAY 'RMYD1RRM - FOTOS SIN TRAMO      : ' WS-SIN-TRAMO.
045600     CLOSE REPORTE-FILE.
045700     IF WS-FOT-STATUS NOT EQUAL '35'
045800         CLOSE FOTOS-FILE
045900     END-IF.
046000     MOVE 'RMYD1RRM' TO DFH-BTA-PROGRAMA.
046100     MOVE 'F'        TO DFH-BTA-ACCION.
046200     MOVE WS-FOTOS-LEIDAS   TO DFH-BTA-LEIDOS.
046300     MOVE WS-TRANSICIONES   TO DFH-BTA-ESCRITOS.
046400     MOVE WS-SIN-TRAMO      TO DFH-BTA-RECHAZADOS.
046500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
046600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
046700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
046800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
046900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
047000 3000-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400*  6000-IMPRIMIR-TIPO : MATRIZ DEL ULTIMO MES Y PROMEDIOS DE     *
047500*  TRES Y SEIS MESES DE LA CARTERA O DE UN TIPO DE PRESTAMO.     *
047600*----------------------------------------------------------------*
047700 6000-IMPRIMIR-TIPO.
047800     MOVE WT-TIPO-PRESTAMO (WS-SUB-TIPO) TO WT-TIPO.
047900     MOVE WC-ANOMES (6)                  TO WT-ANOMES-DESDE.
048000     MOVE WC-ANOMES (7)                  TO WT-ANOMES-HASTA.
048100     WRITE REPORTE-LINEA FROM WS-TITULO-TIPO.
048200     WRITE REPORTE-LINEA FROM WS-SUBTITULO-MES.
048300     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-MATRIZ.
048400     PERFORM 6100-IMPRIMIR-ORIGEN THRU 6100-EXIT
048500         VARYING WS-SUB-ORG FROM 1 BY 1
048600         UNTIL WS-SUB-ORG > 6.
048700     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
048800     MOVE 3 TO WS-SP-MESES.
048900     MOVE 4 TO WS-DESDE-TRA.
049000     PERFORM 6200-IMPRIMIR-PROMEDIO THRU 6200-EXIT.
049100     MOVE 6 TO WS-SP-MESES.
049200     MOVE 1 TO WS-DESDE-TRA.
049300     PERFORM 6200-IMPRIMIR-PROMEDIO THRU 6200-EXIT.
049400 6000-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800*  6100-IMPRIMIR-ORIGEN : LINEA DE CUENTAS Y LINEA DE SALDO DE   *
049900*  UN TRAMO DE ORIGEN EN LA TRANSICION DEL ULTIMO MES.           *
050000*----------------------------------------------------------------*
050100 6100-IMPRIMIR-ORIGEN.
050200     MOVE SPACES TO WS-LINEA-MATRIZ.
050300     MOVE ZERO   TO WS-TOTAL-CUENTAS WS-TOTAL-SALDO.
050400     PERFORM 6110-SUMAR-CUENTAS THRU 6110-EXIT
050500         VARYING WS-SUB-DES FROM 1 BY 1
050600         UNTIL WS-SUB-DES > 7.
050700     MOVE WS-TOTAL-CUENTAS TO WL-VALOR (8).
050800     MOVE WN-ORIGEN (WS-SUB-ORG) TO WL-ORIGEN.
050900     MOVE 'CTAS'                 TO WL-TIPO-LINEA.
051000     WRITE REPORTE-LINEA FROM WS-LINEA-MATRIZ.
051100     MOVE SPACES TO WS-LINEA-MATRIZ.
051200     PERFORM 6120-SUMAR-SALDO THRU 6120-EXIT
051300         VARYING WS-SUB-DES FROM 1 BY 1
051400         UNTIL WS-SUB-DES > 7.
051500     MOVE WS-TOTAL-SALDO TO WL-VALOR (8).
051600     MOVE 'SALDO'        TO WL-TIPO-LINEA.
051700     WRITE REPORTE-LINEA FROM WS-LINEA-MATRIZ.
051800 6100-EXIT.
051900     EXIT.
052000
052100 6110-SUMAR-CUENTAS.
052200     MOVE WT-CUENTAS (WS-SUB-TIPO 6 WS-SUB-ORG WS-SUB-DES)
052300       TO WL-VALOR (WS-SUB-DES).
052400     ADD WT-CUENTAS (WS-SUB-TIPO 6 WS-SUB-ORG WS-SUB-DES)
052500       TO WS-TOTAL-CUENTAS.
052600 6110-EXIT.
052700     EXIT.
052800
052900 6120-SUMAR-SALDO.
053000     MOVE WT-SALDO (WS-SUB-TIPO 6 WS-SUB-ORG WS-SUB-DES)
053100       TO WL-VALOR (WS-SUB-DES).
053200     ADD WT-SALDO (WS-SUB-TIPO 6 WS-SUB-ORG WS-SUB-DES)
053300       TO WS-TOTAL-SALDO.
053400 6120-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800*  6200-IMPRIMIR-PROMEDIO : PORCENTAJE DEL SALDO DE ORIGEN QUE   *
053900*  PASA A CADA DESTINO EN LAS TRANSICIONES WS-DESDE-TRA A 6.     *
054000*----------------------------------------------------------------*
054100 6200-IMPRIMIR-PROMEDIO.
054200     WRITE REPORTE-LINEA FROM WS-SUBTITULO-PROMEDIO.
054300     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-MATRIZ.
054400     PERFORM 6210-PROMEDIO-ORIGEN THRU 6210-EXIT
054500         VARYING WS-SUB-ORG FROM 1 BY 1
054600         UNTIL WS-SUB-ORG > 6.
054700     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
054800 6200-EXIT.
054900     EXIT.
055000
055100 6210-PROMEDIO-ORIGEN.
055200     MOVE SPACES TO WS-LINEA-PORCENTAJE.
055300     MOVE WN-ORIGEN (WS-SUB-ORG) TO WP-ORIGEN.
055400     MOVE '%'                    TO WP-TIPO-LINEA.
055500     MOVE ZERO TO WS-SALDO-ORIGEN.
055600     PERFORM 6220-SUMAR-ORIGEN THRU 6220-EXIT
055700         VARYING WS-SUB-DES FROM 1 BY 1
055800         UNTIL WS-SUB-DES > 7.
055900     PERFORM 6230-PORCENTAJE-DESTINO THRU 6230-EXIT
056000         VARYING WS-SUB-DES FROM 1 BY 1
056100         UNTIL WS-SUB-DES > 7.
056200     IF WS-SALDO-ORIGEN > ZERO
056300         MOVE 100  TO WP-VALOR (8)
056400     ELSE
056500         MOVE ZERO TO WP-VALOR (8)
056600     END-IF.
056700     WRITE REPORTE-LINEA FROM WS-LINEA-PORCENTAJE.
056800 6210-EXIT.
056900     EXIT.
057000
057100 6220-SUMAR-ORIGEN.
057200     PERFORM 6240-SUMAR-PERIODO THRU 6240-EXIT.
057300     ADD WS-SALDO-CELDA TO WS-SALDO-ORIGEN.
057400 6220-EXIT.
057500     EXIT.
057600
057700 6230-PORCENTAJE-DESTINO.
057800     MOVE ZERO TO WS-PORCENTAJE.
057900     IF WS-SALDO-ORIGEN > ZERO
058000         PERFORM 6240-SUMAR-PERIODO THRU 6240-EXIT
058100         COMPUTE WS-PORCENTAJE ROUNDED =
058200             WS-SALDO-CELDA * 100 / WS-SALDO-ORIGEN
058300     END-IF.
058400     MOVE WS-PORCENTAJE TO WP-VALOR (WS-SUB-DES).
058500 6230-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  6240-SUMAR-PERIODO : SALDO DE LA CELDA ORIGEN/DESTINO SUMADO  *
059000*  EN LAS TRANSICIONES DEL PERIODO DEL PROMEDIO.                 *
059100*----------------------------------------------------------------*
059200 6240-SUMAR-PERIODO.
059300     MOVE ZERO TO WS-SALDO-CELDA.
059400     PERFORM 6250-SUMAR-TRANSICION THRU 6250-EXIT
059500         VARYING WS-SUB-TRA FROM WS-DESDE-TRA BY 1
059600         UNTIL WS-SUB-TRA > 6.
059700 6240-EXIT.
059800     EXIT.
059900
060000 6250-SUMAR-TRANSICION.
060100     ADD WT-SALDO (WS-SUB-TIPO WS-SUB-TRA WS-SUB-ORG WS-SUB-DES)
060200       TO WS-SALDO-CELDA.
060300 6250-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------*
060700*  8000-LEER-FOTO                                                *
060800*----------------------------------------------------------------*
060900 8000-LEER-FOTO.
061000     READ FOTOS-FILE
061100         AT END
061200             MOVE 'S' TO WS-SW-FIN-FOTOS
061300     END-READ.
061400 8000-EXIT.
061500     EXIT.
