000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CBC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CONCILIACION BANCARIA DIARIA DE LOS PAGOS RECIBIDOS, *
000900*           POR CANAL. CASA EL EXTRACTO DEL BANCO (EXTBANC -     *
001000*           RMYD1EBC) CONTRA LOS PAGOS DEL DIA EN EL HISTORIAL   *
001100*           (PAGOHST - RMYD1PGH, FECHA REAL IGUAL A LA FECHA DE  *
001200*           CONCILIACION, SOLO PAGOS, NO REVERSAS) POR CANAL Y   *
001300*           DFH-PAGO-REFERENCIA; LOS PAGOS DE UNA MISMA          *
001400*           REFERENCIA REPARTIDOS EN VARIAS CUOTAS SE SUMAN      *
001500*           ANTES DE CASAR. SE CONCILIAN LOS CANALES DE CBCPARM  *
001600*           (POR OMISION TRANSFER, WEB, ATM, DEBITO Y SEGURO; LA *
001700*           VENTANILLA SE DEPOSITA EN LOTE Y LA PLANILLA SE      *
001800*           LIQUIDA POR CONVENIO EN RMYD1GLE). LAS PARTIDAS QUE  *
001900*           QUEDARON SIN CASAR EN DIAS ANTERIORES (CBCPEND -     *
002000*           RMYD1CBP) ENTRAN DE NUEVO HASTA RESOLVERSE Y LAS QUE *
002100*           SIGUEN SIN CASAR SALEN A LA GENERACION NUEVA         *
002200*           (CBCPNUE). EMITE EN RPTCBC LAS CONCILIADAS, LAS      *
002300*           DIFERENCIAS DE MONTO, LOS PAGOS SIN DEPOSITO Y LOS   *
002350*           DEPOSITOS SIN PAGO, CON TOTALES POR CANAL. CADA      *
002400*           DEPOSITO SIN PAGO SE LLEVA UNA SOLA VEZ A LA CUENTA  *
002450*           DE SUSPENSO EN GLPOST (DEBITO A LA CUENTA DEL CANAL, *
002500*           CLAVE CAN + CANAL, CREDITO A LA DE SUSPBANCO EN      *
002550*           GLMMTR - RMYD1GLM) Y, CUANDO CASA CON UN PAGO        *
002600*           CARGADO DESPUES, SE REVERSA. LA DIFERENCIA DE MONTO  *
002650*           DE UN DEPOSITO CASADO TAMBIEN VA A SUSPENSO, EL      *
002700*           EXCEDENTE DEL BANCO COMO UN DEPOSITO SIN PAGO Y EL   *
002750*           FALTANTE CON LAS CUENTAS INVERTIDAS; EL SALDO SIGUE  *
002800*           PENDIENTE COMO DEPOSITO O COMO PAGO Y SE REVERSA AL  *
002850*           CASAR. CORRE DESPUES DE RMYD1PGL Y ANTES DE          *
002900*           RMYD1GLC. SIN EXTRACTO O CON UNA TABLA LLENA TERMINA *
002950*           CON CODIGO 16 SIN GRABAR PENDIENTES NI PARTIDAS.     *
003300*----------------------------------------------------------------*
003400*  HISTORIAL DE MODIFICACIONES                                   *
003500*  FECHA       INIC  DESCRIPCION                                 *
003600*  15/10/2026  DS    VERSION INICIAL.                            *
003700*----------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-390.
004100 OBJECT-COMPUTER.  IBM-390.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAM-FILE     ASSIGN TO CBCPARM
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS   IS WS-PRM-STATUS.
004700
004800     SELECT EXTRACTO-FILE  ASSIGN TO EXTBANC
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS   IS WS-EBC-STATUS.
005100
005200     SELECT HISTORIAL-FILE ASSIGN TO PAGOHST
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS   IS WS-HST-STATUS.
005500
005600     SELECT PENDANT-FILE   ASSIGN TO CBCPEND
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS   IS WS-PEN-STATUS.
005900
006000     SELECT PENDNUE-FILE   ASSIGN TO CBCPNUE
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS   IS WS-PNU-STATUS.
006300
006400     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE   IS RANDOM
006700            RECORD KEY    IS DFH-CTA-CONCEPTO
006800            FILE STATUS   IS WS-GLM-STATUS.
006900
007000     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS   IS WS-GLP-STATUS.
007300
007400     SELECT REPORTE-FILE   ASSIGN TO RPTCBC
007500            ORGANIZATION IS LINE SEQUENTIAL
007600            FILE STATUS   IS WS-RPT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARAM-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  REG-PARAM-CBC.
008400     05 PM-FECHA-CONCILIACION     PIC 9(008).
008500     05 PM-CANAL                  PIC X(010) OCCURS 8 TIMES.
008600
008700 FD  EXTRACTO-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY RMYD1EBC.
009100
009200 FD  HISTORIAL-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY RMYD1PGH.
009600
009700 FD  PENDANT-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY RMYD1CBP.
010100
010200 FD  PENDNUE-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  PENDNUE-REG                  PIC X(072).
010600
010700 FD  CTACONT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY RMYD1GLM.
011100
011200 FD  PARTIDAS-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY RMYD1GLP.
011600
011700 FD  REPORTE-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  REPORTE-LINEA                PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300 COPY RMYD1BTA.
012400 77  WS-PRM-STATUS                PIC X(02).
012500     88 PRM-OK                       VALUE '00'.
012600 77  WS-EBC-STATUS                PIC X(02).
012700     88 EBC-OK                       VALUE '00'.
012800 77  WS-HST-STATUS                PIC X(02).
012900 77  WS-PEN-STATUS                PIC X(02).
013000 77  WS-PNU-STATUS                PIC X(02).
013100 77  WS-GLM-STATUS                PIC X(02).
013200 77  WS-GLP-STATUS                PIC X(02).
013300 77  WS-RPT-STATUS                PIC X(02).
013400 77  WS-SW-FIN-PENDIENTES         PIC X(01).
013500     88 FIN-PENDIENTES               VALUE 'S'.
013600 77  WS-SW-FIN-PAGOS              PIC X(01).
013700     88 FIN-PAGOS                    VALUE 'S'.
013800 77  WS-SW-FIN-EXTRACTO           PIC X(01).
013900     88 FIN-EXTRACTO                 VALUE 'S'.
014000 77  WS-SW-ABIERTOS               PIC X(01).
014100     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
014200 77  WS-HST-APERTURA              PIC X(02).
014300 77  WS-PEN-APERTURA              PIC X(02).
014400 77  WS-SW-HALLADO                PIC X(01).
014500     88 ENTRADA-HALLADA              VALUE 'S'.
014600 77  WS-SW-CTA-VALIDA             PIC X(01).
014700     88 CTA-CONTABLE-VALIDA          VALUE 'S'.
014800     88 CTA-CONTABLE-INVALIDA        VALUE 'N'.
014900 77  WS-SW-TIPO-PARTIDA           PIC X(01).
015000     88 PARTIDA-SUSPENSO             VALUE 'S'.
015100     88 PARTIDA-REVERSA              VALUE 'R'.
015120     88 PARTIDA-EXCEDENTE            VALUE 'E'.
015140     88 PARTIDA-FALTANTE             VALUE 'F'.
015160     88 PARTIDA-REV-FALTANTE         VALUE 'G'.
015200 77  WS-FECHA-PROCESO             PIC 9(008).
015300 77  WS-FECHA-CONCILIACION        PIC 9(008).
015400 77  WS-CANT-CONCILIABLES         PIC 9(002) COMP VALUE ZERO.
015500 77  WS-SUB-CONC                  PIC 9(002) COMP.
015600 77  WS-CANT-CANALES              PIC 9(003) COMP VALUE ZERO.
015700 77  WS-SUB-CANAL                 PIC 9(003) COMP.
015800 77  WS-CANT-PAGOS                PIC 9(005) COMP VALUE ZERO.
015900 77  WS-SUB-PAG                   PIC 9(005) COMP.
016000 77  WS-CANT-DEPOSITOS            PIC 9(005) COMP VALUE ZERO.
016100 77  WS-SUB-DEP                   PIC 9(005) COMP.
016200 77  WS-CANAL-BUSCADO             PIC X(010).
016300 77  WS-CONCEPTO-BUSCADO          PIC X(009).
016400 77  WS-CTA-CANAL                 PIC X(012).
016500 77  WS-CTA-SUSPENSO              PIC X(012).
016550 77  WS-VALOR-PARTIDA             PIC S9(011)V99 COMP-3.
016600 77  WS-PAGOS-LEIDOS              PIC 9(007) COMP.
016700 77  WS-PAGOS-DEL-DIA             PIC 9(007) COMP.
016800 77  WS-DEPOSITOS-LEIDOS          PIC 9(007) COMP.
016900 77  WS-MOV-NO-CONCILIABLES       PIC 9(007) COMP.
017000 77  WS-PENDIENTES-LEIDOS         PIC 9(007) COMP.
017100 77  WS-PENDIENTES-GRABADOS       PIC 9(007) COMP.
017200 77  WS-CASADOS                   PIC 9(007) COMP.
017300 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
017400 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
017500
017600*----------------------------------------------------------------*
017700*  CANALES QUE SE CONCILIAN CUANDO CBCPARM NO TRAE NINGUNO, AL   *
017800*  ESTILO DE LAS TABLAS DE REFERENCIA PEQUENAS (VER RMYD1BTR).   *
017900*----------------------------------------------------------------*
018000 01  WS-TABLA-OMISION-INIC.
018100     05 FILLER                    PIC X(010) VALUE 'TRANSFER'.
018200     05 FILLER                    PIC X(010) VALUE 'WEB'.
018300     05 FILLER                    PIC X(010) VALUE 'ATM'.
018400     05 FILLER                    PIC X(010) VALUE 'DEBITO'.
018500     05 FILLER                    PIC X(010) VALUE 'SEGURO'.
018600
018700 01  WS-TABLA-OMISION REDEFINES WS-TABLA-OMISION-INIC.
018800     05 WS-OMISION-CANAL          PIC X(010) OCCURS 5 TIMES.
018900
019000 01  WS-TABLA-CONCILIABLES.
019100     05 WS-CONCILIABLE-CANAL      PIC X(010) OCCURS 8 TIMES.
019200
019300*----------------------------------------------------------------*
019400*  CLAVE DEL MAESTRO GLMMTR PARA LA CUENTA DEL CANAL (VER        *
019500*  RMYD1GLI).                                                    *
019600*----------------------------------------------------------------*
019700 01  WS-CLAVE-CANAL.
019800     05 FILLER                    PIC X(003)     VALUE 'CAN'.
019900     05 WS-CLN-CANAL              PIC X(006).
020000
020100*----------------------------------------------------------------*
020150*  PAGOS DEL DIA (AGRUPADOS POR CANAL Y REFERENCIA) Y PAGOS      *
020200*  PENDIENTES DE DIAS ANTERIORES. ESTADO: ESPACIO SIN CASAR, C   *
020250*  CONCILIADO, D CASADO CON DIFERENCIA DE MONTO. WP-SUSPENSO (Y  *
020300*  WB-SUSPENSO EN LOS DEPOSITOS): S YA LLEVADO A SUSPENSO, P POR *
020350*  CONTABILIZAR EN SUSPENSO, N NO VA A SUSPENSO.                 *
020500*----------------------------------------------------------------*
020600 01  WS-TABLA-PAGOS.
020700     05 WS-PAGO-ENTRADA OCCURS 5000 TIMES.
020800         10 WP-FECHA              PIC 9(008).
020900         10 WP-CANAL              PIC X(010).
021000         10 WP-REFERENCIA         PIC X(015).
021100         10 WP-VALOR              PIC S9(011)V99 COMP-3.
021200         10 WP-CUENTA             PIC X(013).
021300         10 WP-SECUENCIA          PIC 9(003).
021400         10 WP-FECHA-ALTA         PIC 9(008).
021500         10 WP-ARRASTRE           PIC X(001).
021550         10 WP-SUSPENSO           PIC X(001).
021600         10 WP-ESTADO             PIC X(001).
021700
021800*----------------------------------------------------------------*
021900*  DEPOSITOS DEL EXTRACTO DEL DIA Y DEPOSITOS PENDIENTES. EL     *
022000*  SUBINDICE DEL PAGO CASADO QUEDA EN WB-SUB-PAGO.               *
022100*----------------------------------------------------------------*
022200 01  WS-TABLA-DEPOSITOS.
022300     05 WS-DEPOSITO-ENTRADA OCCURS 5000 TIMES.
022400         10 WB-FECHA              PIC 9(008).
022500         10 WB-CANAL              PIC X(010).
022600         10 WB-REFERENCIA         PIC X(015).
022700         10 WB-VALOR              PIC S9(011)V99 COMP-3.
022800         10 WB-FECHA-ALTA         PIC 9(008).
022900         10 WB-ARRASTRE           PIC X(001).
023000         10 WB-SUSPENSO           PIC X(001).
023100         10 WB-ESTADO             PIC X(001).
023200         10 WB-SUB-PAGO           PIC 9(005) COMP.
023300
023400 01  WS-TABLA-CANALES.
023500     05 WS-CANAL-ENTRADA OCCURS 20 TIMES.
023600         10 WC-CANAL              PIC X(010).
023700         10 WC-CANT-CONC          PIC 9(005) COMP.
023800         10 WC-VALOR-CONC         PIC S9(013)V99 COMP-3.
023900         10 WC-CANT-DIF           PIC 9(005) COMP.
024000         10 WC-VALOR-DIF          PIC S9(013)V99 COMP-3.
024100         10 WC-CANT-PSD           PIC 9(005) COMP.
024200         10 WC-VALOR-PSD          PIC S9(013)V99 COMP-3.
024300         10 WC-CANT-DSP           PIC 9(005) COMP.
024400         10 WC-VALOR-DSP          PIC S9(013)V99 COMP-3.
024500
024600 01  WS-DESCRIPCION-GL.
024700     05 WS-DG-MOVIMIENTO          PIC X(022).
024800     05 WS-DG-REFERENCIA          PIC X(015).
024900     05 FILLER                    PIC X(003)     VALUE SPACES.
025000
025100 01  WS-TITULO-RPT.
025200     05 FILLER                    PIC X(045)
025300        VALUE 'CONCILIACION BANCARIA DE PAGOS RECIBIDOS AL  '.
025400     05 WE-FECHA                  PIC 9(008).
025500     05 FILLER                    PIC X(079)     VALUE SPACES.
025600
025700 01  WS-SECCION-RPT.
025800     05 FILLER                    PIC X(004)     VALUE '*** '.
025900     05 WS-SECCION-TITULO         PIC X(040).
026000     05 FILLER                    PIC X(088)     VALUE SPACES.
026100
026200 01  WS-ENCABEZADO-RPT.
026300     05 FILLER                    PIC X(011)     VALUE 'ESTADO'.
026400     05 FILLER                    PIC X(011)     VALUE 'CANAL'.
026500     05 FILLER                    PIC X(016)
026600        VALUE 'REFERENCIA'.
026700     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
026800     05 FILLER                    PIC X(009)     VALUE 'F.PAGO'.
026900     05 FILLER                    PIC X(016)
027000        VALUE '     VALOR PAGO'.
027100     05 FILLER                    PIC X(009)     VALUE 'F.BANCO'.
027200     05 FILLER                    PIC X(016)
027300        VALUE '    VALOR BANCO'.
027400     05 FILLER                    PIC X(016)
027500        VALUE '     DIFERENCIA'.
027600     05 FILLER                    PIC X(005)     VALUE 'DIAS'.
027700     05 FILLER                    PIC X(009)     VALUE 'NOTA'.
027800
027900 01  WS-DETALLE-RPT.
028000     05 WD-ESTADO                 PIC X(010).
028100     05 FILLER                    PIC X(001)     VALUE SPACES.
028200     05 WD-CANAL                  PIC X(010).
028300     05 FILLER                    PIC X(001)     VALUE SPACES.
028400     05 WD-REFERENCIA             PIC X(015).
028500     05 FILLER                    PIC X(001)     VALUE SPACES.
028600     05 WD-CUENTA                 PIC X(013).
028700     05 FILLER                    PIC X(001)     VALUE SPACES.
028800     05 WD-FECHA-PAGO             PIC 9(008) BLANK WHEN ZERO.
028900     05 FILLER                    PIC X(001)     VALUE SPACES.
029000     05 WD-VALOR-PAGO             PIC ZZZ,ZZZ,ZZ9.99-.
029100     05 FILLER                    PIC X(001)     VALUE SPACES.
029200     05 WD-FECHA-BANCO            PIC 9(008) BLANK WHEN ZERO.
029300     05 FILLER                    PIC X(001)     VALUE SPACES.
029400     05 WD-VALOR-BANCO            PIC ZZZ,ZZZ,ZZ9.99-.
029500     05 FILLER                    PIC X(001)     VALUE SPACES.
029600     05 WD-DIFERENCIA             PIC ZZZ,ZZZ,ZZ9.99-.
029700     05 FILLER                    PIC X(001)     VALUE SPACES.
029800     05 WD-DIAS                   PIC ZZZ9.
029900     05 FILLER                    PIC X(001)     VALUE SPACES.
030000     05 WD-NOTA                   PIC X(009).
030100
030200 01  WS-ENCAB-CANALES.
030300     05 FILLER                    PIC X(010)     VALUE 'CANAL'.
030400     05 FILLER                    PIC X(028)
030500        VALUE '   CONCILIADAS        VALOR'.
030600     05 FILLER                    PIC X(028)
030700        VALUE '   DIFERENCIAS   DIFERENCIA'.
030800     05 FILLER                    PIC X(028)
030900        VALUE '  PAGOS S/DEP        VALOR'.
031000     05 FILLER                    PIC X(028)
031100        VALUE '  DEPOS S/PAGO       VALOR'.
031200     05 FILLER                    PIC X(010)     VALUE SPACES.
031300
031400 01  WS-TOTAL-CANAL-RPT.
031500     05 WK-CANAL                  PIC X(010).
031600     05 WK-CANT-CONC              PIC ZZZ,ZZ9.
031700     05 FILLER                    PIC X(001)     VALUE SPACES.
031800     05 WK-VALOR-CONC             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
031900     05 FILLER                    PIC X(002)     VALUE SPACES.
032000     05 WK-CANT-DIF               PIC ZZZ,ZZ9.
032100     05 FILLER                    PIC X(001)     VALUE SPACES.
032200     05 WK-VALOR-DIF              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032300     05 FILLER                    PIC X(002)     VALUE SPACES.
032400     05 WK-CANT-PSD               PIC ZZZ,ZZ9.
032500     05 FILLER                    PIC X(001)     VALUE SPACES.
032600     05 WK-VALOR-PSD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032700     05 FILLER                    PIC X(002)     VALUE SPACES.
032800     05 WK-CANT-DSP               PIC ZZZ,ZZ9.
032900     05 FILLER                    PIC X(001)     VALUE SPACES.
033000     05 WK-VALOR-DSP              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033100     05 FILLER                    PIC X(010)     VALUE SPACES.
033200
033300 PROCEDURE DIVISION.
033400
033500 0000-MAINLINE.
033600     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
033700     PERFORM 2000-CARGAR-PENDIENTE  THRU 2000-EXIT
033800         UNTIL FIN-PENDIENTES.
033900     PERFORM 2100-CARGAR-PAGO       THRU 2100-EXIT
034000         UNTIL FIN-PAGOS.
034100     PERFORM 2200-CARGAR-DEPOSITO   THRU 2200-EXIT
034200         UNTIL FIN-EXTRACTO.
034300     IF WS-CODRET-CORRIDA < 16
034400         PERFORM 4000-CONCILIAR-DEPOSITO THRU 4000-EXIT
034500             VARYING WS-SUB-DEP FROM 1 BY 1
034600             UNTIL WS-SUB-DEP > WS-CANT-DEPOSITOS
034700         PERFORM 5000-EMITIR-REPORTE THRU 5000-EXIT
034800         PERFORM 7000-GRABAR-PENDIENTES THRU 7000-EXIT
034900     END-IF.
035000     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
035100     STOP RUN.
035200
035300*----------------------------------------------------------------*
035400*  1000-INICIALIZAR : FECHA DE CONCILIACION Y CANALES DE         *
035500*  CBCPARM, APERTURA DE ARCHIVOS Y PRIMERAS LECTURAS.            *
035600*----------------------------------------------------------------*
035700 1000-INICIALIZAR.
035800     MOVE 'RMYD1CBC' TO DFH-BTA-PROGRAMA.
035900     MOVE 'I'        TO DFH-BTA-ACCION.
036000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
036100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
036200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
036300     MOVE 'N'  TO WS-SW-FIN-PENDIENTES WS-SW-FIN-PAGOS
036400                  WS-SW-FIN-EXTRACTO WS-SW-ABIERTOS.
036500     MOVE ZERO TO WS-PAGOS-LEIDOS WS-PAGOS-DEL-DIA
036600                  WS-DEPOSITOS-LEIDOS WS-MOV-NO-CONCILIABLES
036700                  WS-PENDIENTES-LEIDOS WS-PENDIENTES-GRABADOS
036800                  WS-CASADOS WS-PARTIDAS-GENERADAS.
036900     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
037000     MOVE WS-FECHA-PROCESO TO WS-FECHA-CONCILIACION.
037100     OPEN INPUT PARAM-FILE.
037200     IF PRM-OK
037300         READ PARAM-FILE
037400             AT END
037500                 CONTINUE
037600             NOT AT END
037700                 IF PM-FECHA-CONCILIACION > ZERO
037800                     MOVE PM-FECHA-CONCILIACION
037900                       TO WS-FECHA-CONCILIACION
038000                 END-IF
038100                 PERFORM 1100-TOMAR-CANAL-PARM THRU 1100-EXIT
038200                     VARYING WS-SUB-CONC FROM 1 BY 1
038300                     UNTIL WS-SUB-CONC > 8
038400         END-READ
038500         CLOSE PARAM-FILE
038600     END-IF.
038700     IF WS-CANT-CONCILIABLES = ZERO
038800         PERFORM 1200-TOMAR-CANAL-OMISION THRU 1200-EXIT
038900             VARYING WS-SUB-CONC FROM 1 BY 1
039000             UNTIL WS-SUB-CONC > 5
039100     END-IF.
039200     OPEN INPUT  EXTRACTO-FILE.
039300     OPEN INPUT  HISTORIAL-FILE.
039400     OPEN INPUT  PENDANT-FILE.
039500     OPEN INPUT  CTACONT-FILE.
039600     OPEN OUTPUT REPORTE-FILE.
039700     MOVE WS-FECHA-CONCILIACION TO WE-FECHA.
039800     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
039900     IF NOT EBC-OK
040000         DISPLAY 'RMYD1CBC - ERROR EXTRACTO-FILE ' WS-EBC-STATUS
040100         MOVE 16 TO WS-CODRET-CORRIDA
040200     END-IF.
040300     IF WS-GLM-STATUS NOT = '00'
040400         DISPLAY 'RMYD1CBC - ERROR CTACONT-FILE ' WS-GLM-STATUS
040500         MOVE 16 TO WS-CODRET-CORRIDA
040600     END-IF.
040700     IF WS-HST-STATUS NOT = '00' AND '35'
040800         DISPLAY 'RMYD1CBC - ERROR HISTORIAL-FILE ' WS-HST-STATUS
040900         MOVE 16 TO WS-CODRET-CORRIDA
041000     END-IF.
041100     IF WS-PEN-STATUS NOT = '00' AND '35'
041200         DISPLAY 'RMYD1CBC - ERROR PENDANT-FILE ' WS-PEN-STATUS
041300         MOVE 16 TO WS-CODRET-CORRIDA
041400     END-IF.
041500     IF WS-CODRET-CORRIDA = 16
041600         MOVE 'S' TO WS-SW-FIN-PENDIENTES WS-SW-FIN-PAGOS
041700                     WS-SW-FIN-EXTRACTO
041800         GO TO 1000-EXIT
041900     END-IF.
042000     MOVE 'S' TO WS-SW-ABIERTOS.
042100     MOVE WS-HST-STATUS TO WS-HST-APERTURA.
042200     MOVE WS-PEN-STATUS TO WS-PEN-APERTURA.
042300     IF WS-HST-STATUS = '35'
042400         DISPLAY 'RMYD1CBC - SIN HISTORIAL DE PAGOS'
042500         MOVE 'S' TO WS-SW-FIN-PAGOS
042600     ELSE
042700         PERFORM 8100-LEER-PAGO THRU 8100-EXIT
042800     END-IF.
042900     IF WS-PEN-STATUS = '35'
043000         MOVE 'S' TO WS-SW-FIN-PENDIENTES
043100     ELSE
043200         PERFORM 8000-LEER-PENDIENTE THRU 8000-EXIT
043300     END-IF.
043400     OPEN EXTEND PARTIDAS-FILE.
043500     IF WS-GLP-STATUS EQUAL '05' OR '35'
043600         CLOSE PARTIDAS-FILE
043700         OPEN OUTPUT PARTIDAS-FILE
043800     END-IF.
043900     PERFORM 8200-LEER-EXTRACTO THRU 8200-EXIT.
044000 1000-EXIT.
044100     EXIT.
044200
044300 1100-TOMAR-CANAL-PARM.
044400     IF PM-CANAL (WS-SUB-CONC) NOT = SPACES
044500         ADD 1 TO WS-CANT-CONCILIABLES
044600         MOVE PM-CANAL (WS-SUB-CONC)
044700           TO WS-CONCILIABLE-CANAL (WS-CANT-CONCILIABLES)
044800     END-IF.
044900 1100-EXIT.
045000     EXIT.
045100
045200 1200-TOMAR-CANAL-OMISION.
045300     ADD 1 TO WS-CANT-CONCILIABLES.
045400     MOVE WS-OMISION-CANAL (WS-SUB-CONC)
045500       TO WS-CONCILIABLE-CANAL (WS-CANT-CONCILIABLES).
045600 1200-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------*
046000*  2000-CARGAR-PENDIENTE : LAS PARTIDAS SIN CASAR DE DIAS        *
046100*  ANTERIORES ENTRAN A SU TABLA COMO ARRASTRE.                   *
046200*----------------------------------------------------------------*
046300 2000-CARGAR-PENDIENTE.
046400     IF PENDIENTE-PAGO
046500         IF WS-CANT-PAGOS = 5000
046600             GO TO 2000-LLENA
046700         END-IF
046800         ADD 1 TO WS-CANT-PAGOS
046900         MOVE WS-CANT-PAGOS         TO WS-SUB-PAG
047000         MOVE DFH-CBP-FECHA         TO WP-FECHA      (WS-SUB-PAG)
047100         MOVE DFH-CBP-CANAL         TO WP-CANAL      (WS-SUB-PAG)
047200         MOVE DFH-CBP-REFERENCIA    TO WP-REFERENCIA (WS-SUB-PAG)
047300         MOVE DFH-CBP-VALOR         TO WP-VALOR      (WS-SUB-PAG)
047400         MOVE DFH-CBP-NUMERO-CUENTA TO WP-CUENTA     (WS-SUB-PAG)
047500         MOVE DFH-CBP-SECUENCIA     TO WP-SECUENCIA  (WS-SUB-PAG)
047600         MOVE DFH-CBP-FECHA-ALTA    TO WP-FECHA-ALTA (WS-SUB-PAG)
047700         MOVE 'S'                   TO WP-ARRASTRE   (WS-SUB-PAG)
047750         MOVE DFH-CBP-SUSPENSO      TO WP-SUSPENSO   (WS-SUB-PAG)
047800         MOVE SPACE                 TO WP-ESTADO     (WS-SUB-PAG)
047900     ELSE
048000         IF WS-CANT-DEPOSITOS = 5000
048100             GO TO 2000-LLENA
048200         END-IF
048300         ADD 1 TO WS-CANT-DEPOSITOS
048400         MOVE WS-CANT-DEPOSITOS     TO WS-SUB-DEP
048500         MOVE DFH-CBP-FECHA         TO WB-FECHA      (WS-SUB-DEP)
048600         MOVE DFH-CBP-CANAL         TO WB-CANAL      (WS-SUB-DEP)
048700         MOVE DFH-CBP-REFERENCIA    TO WB-REFERENCIA (WS-SUB-DEP)
048800         MOVE DFH-CBP-VALOR         TO WB-VALOR      (WS-SUB-DEP)
048900         MOVE DFH-CBP-FECHA-ALTA    TO WB-FECHA-ALTA (WS-SUB-DEP)
049000         MOVE 'S'                   TO WB-ARRASTRE   (WS-SUB-DEP)
049100         MOVE DFH-CBP-SUSPENSO      TO WB-SUSPENSO   (WS-SUB-DEP)
049200         MOVE SPACE                 TO WB-ESTADO     (WS-SUB-DEP)
049300         MOVE ZERO                  TO WB-SUB-PAGO   (WS-SUB-DEP)
049400     END-IF.
049500     PERFORM 8000-LEER-PENDIENTE THRU 8000-EXIT.
049600     GO TO 2000-EXIT.
049700 2000-LLENA.
049800     DISPLAY 'RMYD1CBC - TABLA LLENA AL CARGAR PENDIENTES'.
049900     MOVE 16  TO WS-CODRET-CORRIDA.
050000     MOVE 'S' TO WS-SW-FIN-PENDIENTES WS-SW-FIN-PAGOS
050100                 WS-SW-FIN-EXTRACTO.
050200 2000-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------*
050600*  2100-CARGAR-PAGO : SOLO PAGOS (NO REVERSAS) CON FECHA REAL    *
050700*  IGUAL A LA DE CONCILIACION Y CANAL CONCILIABLE. UNA           *
050800*  REFERENCIA REPARTIDA EN VARIAS CUOTAS SE ACUMULA EN UNA SOLA  *
050900*  ENTRADA.                                                      *
051000*----------------------------------------------------------------*
051100 2100-CARGAR-PAGO.
051200     IF DFH-PAGO-FECHA-REAL NOT = WS-FECHA-CONCILIACION
051300        OR NOT MOV-PAGO
051400         GO TO 2100-SIGUIENTE
051500     END-IF.
051600     MOVE DFH-PAGO-CANAL TO WS-CANAL-BUSCADO.
051700     PERFORM 5400-VER-CONCILIABLE THRU 5400-EXIT.
051800     IF NOT ENTRADA-HALLADA
051900         GO TO 2100-SIGUIENTE
052000     END-IF.
052100     ADD 1 TO WS-PAGOS-DEL-DIA.
052200     MOVE 'N' TO WS-SW-HALLADO.
052300     MOVE 1   TO WS-SUB-PAG.
052400     PERFORM 2110-BUSCAR-REFERENCIA THRU 2110-EXIT
052500         UNTIL ENTRADA-HALLADA
052600         OR WS-SUB-PAG > WS-CANT-PAGOS.
052700     IF ENTRADA-HALLADA
052800         ADD DFH-PAGO-VALOR-RECIBIDO TO WP-VALOR (WS-SUB-PAG)
052900         GO TO 2100-SIGUIENTE
053000     END-IF.
053100     IF WS-CANT-PAGOS = 5000
053200         DISPLAY 'RMYD1CBC - TABLA DE PAGOS LLENA'
053300         MOVE 16  TO WS-CODRET-CORRIDA
053400         MOVE 'S' TO WS-SW-FIN-PAGOS WS-SW-FIN-EXTRACTO
053500         GO TO 2100-EXIT
053600     END-IF.
053700     ADD 1 TO WS-CANT-PAGOS.
053800     MOVE WS-CANT-PAGOS           TO WS-SUB-PAG.
053900     MOVE DFH-PAGO-FECHA-REAL     TO WP-FECHA      (WS-SUB-PAG).
054000     MOVE DFH-PAGO-CANAL          TO WP-CANAL      (WS-SUB-PAG).
054100     MOVE DFH-PAGO-REFERENCIA     TO WP-REFERENCIA (WS-SUB-PAG).
054200     MOVE DFH-PAGO-VALOR-RECIBIDO TO WP-VALOR      (WS-SUB-PAG).
054300     MOVE DFH-NUMERO-CUENTA       TO WP-CUENTA     (WS-SUB-PAG).
054400     MOVE DFH-PAGO-SECUENCIA      TO WP-SECUENCIA  (WS-SUB-PAG).
054500     MOVE WS-FECHA-CONCILIACION   TO WP-FECHA-ALTA (WS-SUB-PAG).
054600     MOVE 'N'                     TO WP-ARRASTRE   (WS-SUB-PAG).
054650     MOVE 'N'                     TO WP-SUSPENSO   (WS-SUB-PAG).
054700     MOVE SPACE                   TO WP-ESTADO     (WS-SUB-PAG).
054800 2100-SIGUIENTE.
054900     PERFORM 8100-LEER-PAGO THRU 8100-EXIT.
055000 2100-EXIT.
055100     EXIT.
055200
055300 2110-BUSCAR-REFERENCIA.
055400     IF WP-ARRASTRE (WS-SUB-PAG) = 'N'
055500        AND WP-CANAL (WS-SUB-PAG) = DFH-PAGO-CANAL
055600        AND WP-REFERENCIA (WS-SUB-PAG) = DFH-PAGO-REFERENCIA
055700         MOVE 'S' TO WS-SW-HALLADO
055800     ELSE
055900         ADD 1 TO WS-SUB-PAG
056000     END-IF.
056100 2110-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500*  2200-CARGAR-DEPOSITO : MOVIMIENTOS DEL EXTRACTO DE LOS        *
056600*  CANALES QUE SE CONCILIAN; LOS DEMAS SOLO SE CUENTAN.          *
056700*----------------------------------------------------------------*
056800 2200-CARGAR-DEPOSITO.
056900     MOVE DFH-EBC-TIPO TO WS-CANAL-BUSCADO.
057000     PERFORM 5400-VER-CONCILIABLE THRU 5400-EXIT.
057100     IF NOT ENTRADA-HALLADA
057200         ADD 1 TO WS-MOV-NO-CONCILIABLES
057300         GO TO 2200-SIGUIENTE
057400     END-IF.
057500     IF WS-CANT-DEPOSITOS = 5000
057600         DISPLAY 'RMYD1CBC - TABLA DE DEPOSITOS LLENA'
057700         MOVE 16  TO WS-CODRET-CORRIDA
057800         MOVE 'S' TO WS-SW-FIN-EXTRACTO
057900         GO TO 2200-EXIT
058000     END-IF.
058100     ADD 1 TO WS-CANT-DEPOSITOS.
058200     MOVE WS-CANT-DEPOSITOS     TO WS-SUB-DEP.
058300     MOVE DFH-EBC-FECHA         TO WB-FECHA      (WS-SUB-DEP).
058400     MOVE DFH-EBC-TIPO          TO WB-CANAL      (WS-SUB-DEP).
058500     MOVE DFH-EBC-REFERENCIA    TO WB-REFERENCIA (WS-SUB-DEP).
058600     MOVE DFH-EBC-VALOR         TO WB-VALOR      (WS-SUB-DEP).
058700     MOVE WS-FECHA-CONCILIACION TO WB-FECHA-ALTA (WS-SUB-DEP).
058800     MOVE 'N'                   TO WB-ARRASTRE   (WS-SUB-DEP).
058900     MOVE 'N'                   TO WB-SUSPENSO   (WS-SUB-DEP).
059000     MOVE SPACE                 TO WB-ESTADO     (WS-SUB-DEP).
059100     MOVE ZERO                  TO WB-SUB-PAGO   (WS-SUB-DEP).
059200 2200-SIGUIENTE.
059300     PERFORM 8200-LEER-EXTRACTO THRU 8200-EXIT.
059400 2200-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------*
059800*  4000-CONCILIAR-DEPOSITO : BUSCA PARA EL DEPOSITO UN PAGO SIN  *
059900*  CASAR DEL MISMO CANAL Y REFERENCIA; CON EL MISMO MONTO QUEDA  *
060000*  CONCILIADO Y CON OTRO MONTO QUEDA COMO DIFERENCIA.            *
060100*----------------------------------------------------------------*
060200 4000-CONCILIAR-DEPOSITO.
060300     MOVE 'N' TO WS-SW-HALLADO.
060400     MOVE 1   TO WS-SUB-PAG.
060500     PERFORM 4100-BUSCAR-PAGO THRU 4100-EXIT
060600         UNTIL ENTRADA-HALLADA
060700         OR WS-SUB-PAG > WS-CANT-PAGOS.
060800     IF NOT ENTRADA-HALLADA
060900         GO TO 4000-EXIT
061000     END-IF.
061100     ADD 1 TO WS-CASADOS.
061200     MOVE WS-SUB-PAG TO WB-SUB-PAGO (WS-SUB-DEP).
061300     IF WP-VALOR (WS-SUB-PAG) = WB-VALOR (WS-SUB-DEP)
061400         MOVE 'C' TO WP-ESTADO (WS-SUB-PAG)
061500                     WB-ESTADO (WS-SUB-DEP)
061600     ELSE
061700         MOVE 'D' TO WP-ESTADO (WS-SUB-PAG)
061800                     WB-ESTADO (WS-SUB-DEP)
061900     END-IF.
062000 4000-EXIT.
062100     EXIT.
062200
062300 4100-BUSCAR-PAGO.
062400     IF WP-ESTADO (WS-SUB-PAG) = SPACE
062500        AND WP-CANAL (WS-SUB-PAG) = WB-CANAL (WS-SUB-DEP)
062600        AND WP-REFERENCIA (WS-SUB-PAG)
062700          = WB-REFERENCIA (WS-SUB-DEP)
062800         MOVE 'S' TO WS-SW-HALLADO
062900     ELSE
063000         ADD 1 TO WS-SUB-PAG
063100     END-IF.
063200 4100-EXIT.
063300     EXIT.
063400
063500*----------------------------------------------------------------*
063550*  5000-EMITIR-REPORTE : UNA SECCION POR RESULTADO Y AL FINAL    *
063600*  LOS TOTALES POR CANAL. LOS DEPOSITOS SIN PAGO NUEVOS Y LAS    *
063650*  DIFERENCIAS DE MONTO VAN A SUSPENSO Y LO QUE ESTABA EN        *
063700*  SUSPENSO Y CASO SE REVERSA.                                   *
063900*----------------------------------------------------------------*
064000 5000-EMITIR-REPORTE.
064100     MOVE 'PARTIDAS CONCILIADAS' TO WS-SECCION-TITULO.
064200     PERFORM 5050-TITULO-SECCION THRU 5050-EXIT.
064300     PERFORM 5100-LINEA-CASADA THRU 5100-EXIT
064400         VARYING WS-SUB-DEP FROM 1 BY 1
064500         UNTIL WS-SUB-DEP > WS-CANT-DEPOSITOS.
064600     MOVE 'DIFERENCIAS DE MONTO' TO WS-SECCION-TITULO.
064700     PERFORM 5050-TITULO-SECCION THRU 5050-EXIT.
064800     PERFORM 5150-LINEA-DIFERENCIA THRU 5150-EXIT
064900         VARYING WS-SUB-DEP FROM 1 BY 1
065000         UNTIL WS-SUB-DEP > WS-CANT-DEPOSITOS.
065100     MOVE 'PAGOS SIN DEPOSITO EN EL BANCO' TO WS-SECCION-TITULO.
065200     PERFORM 5050-TITULO-SECCION THRU 5050-EXIT.
065300     PERFORM 5200-LINEA-PAGO-SIN-DEP THRU 5200-EXIT
065400         VARYING WS-SUB-PAG FROM 1 BY 1
065500         UNTIL WS-SUB-PAG > WS-CANT-PAGOS.
065600     MOVE 'DEPOSITOS SIN PAGO CARGADO' TO WS-SECCION-TITULO.
065700     PERFORM 5050-TITULO-SECCION THRU 5050-EXIT.
065800     PERFORM 5300-LINEA-DEP-SIN-PAGO THRU 5300-EXIT
065900         VARYING WS-SUB-DEP FROM 1 BY 1
066000         UNTIL WS-SUB-DEP > WS-CANT-DEPOSITOS.
066100     MOVE 'TOTALES POR CANAL' TO WS-SECCION-TITULO.
066200     MOVE SPACES TO REPORTE-LINEA.
066300     WRITE REPORTE-LINEA.
066400     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
066500     WRITE REPORTE-LINEA FROM WS-ENCAB-CANALES.
066600     PERFORM 5900-LINEA-CANAL THRU 5900-EXIT
066700         VARYING WS-SUB-CANAL FROM 1 BY 1
066800         UNTIL WS-SUB-CANAL > WS-CANT-CANALES.
066900 5000-EXIT.
067000     EXIT.
067100
067200 5050-TITULO-SECCION.
067300     MOVE SPACES TO REPORTE-LINEA.
067400     WRITE REPORTE-LINEA.
067500     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
067600     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
067700 5050-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------*
068100*  5100-LINEA-CASADA / 5150-LINEA-DIFERENCIA                     *
068200*----------------------------------------------------------------*
068300 5100-LINEA-CASADA.
068400     IF WB-ESTADO (WS-SUB-DEP) NOT = 'C'
068500         GO TO 5100-EXIT
068600     END-IF.
068700     PERFORM 5500-ARMAR-LINEA-CASADA THRU 5500-EXIT.
068800     MOVE 'CONCILIADA' TO WD-ESTADO.
068900     ADD 1 TO WC-CANT-CONC (WS-SUB-CANAL).
069000     ADD WB-VALOR (WS-SUB-DEP) TO WC-VALOR-CONC (WS-SUB-CANAL).
069100     PERFORM 5600-REVERSAR-SUSPENSO THRU 5600-EXIT.
069200     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
069300 5100-EXIT.
069400     EXIT.
069500
069600 5150-LINEA-DIFERENCIA.
069700     IF WB-ESTADO (WS-SUB-DEP) NOT = 'D'
069800         GO TO 5150-EXIT
069900     END-IF.
070000     PERFORM 5500-ARMAR-LINEA-CASADA THRU 5500-EXIT.
070100     MOVE 'DIFERENCIA' TO WD-ESTADO.
070200     ADD 1 TO WC-CANT-DIF (WS-SUB-CANAL).
070300     COMPUTE WC-VALOR-DIF (WS-SUB-CANAL) =
070400         WC-VALOR-DIF (WS-SUB-CANAL) + WB-VALOR (WS-SUB-DEP)
070500       - WP-VALOR (WS-SUB-PAG).
070600     PERFORM 5600-REVERSAR-SUSPENSO THRU 5600-EXIT.
070650     PERFORM 5160-SUSPENDER-DIFERENCIA THRU 5160-EXIT.
070700     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
070800 5150-EXIT.
070900     EXIT.
070902
070904*----------------------------------------------------------------*
070906*  5160-SUSPENDER-DIFERENCIA : LLEVA A SUSPENSO LA DIFERENCIA    *
070908*  DEL DEPOSITO WS-SUB-DEP CON SU PAGO, EL EXCEDENTE DEL BANCO   *
070910*  COMO UN DEPOSITO SIN PAGO Y EL FALTANTE CON LAS CUENTAS       *
070912*  INVERTIDAS. EL SALDO SALE A CBCPNUE (VER 7250) EN SUSPENSO, O *
070914*  POR CONTABILIZAR SI NO HAY CUENTA EN GLMMTR.                  *
070916*----------------------------------------------------------------*
070918 5160-SUSPENDER-DIFERENCIA.
070920     PERFORM 5700-DATOS-DEPOSITO THRU 5700-EXIT.
070922     IF WB-VALOR (WS-SUB-DEP) > WP-VALOR (WS-SUB-PAG)
070924         MOVE 'E' TO WS-SW-TIPO-PARTIDA
070926         COMPUTE WS-VALOR-PARTIDA =
070928             WB-VALOR (WS-SUB-DEP) - WP-VALOR (WS-SUB-PAG)
070930     ELSE
070932         MOVE 'F' TO WS-SW-TIPO-PARTIDA
070934         COMPUTE WS-VALOR-PARTIDA =
070936             WP-VALOR (WS-SUB-PAG) - WB-VALOR (WS-SUB-DEP)
070938     END-IF.
070940     PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT.
070942     IF CTA-CONTABLE-VALIDA
070944         MOVE 'S'         TO WB-SUSPENSO (WS-SUB-DEP)
070946         MOVE 'SUSPENSO'  TO WD-NOTA
070948     ELSE
070950         MOVE 'P'         TO WB-SUSPENSO (WS-SUB-DEP)
070952         MOVE 'SIN CTAGL' TO WD-NOTA
070954     END-IF.
070956 5160-EXIT.
070958     EXIT.
071000
071100*----------------------------------------------------------------*
071150*  5200-LINEA-PAGO-SIN-DEP : EL FALTANTE DE UNA DIFERENCIA DE    *
071200*  MONTO QUE QUEDO POR CONTABILIZAR SE LLEVA AHORA A SUSPENSO.   *
071300*----------------------------------------------------------------*
071400 5200-LINEA-PAGO-SIN-DEP.
071500     IF WP-ESTADO (WS-SUB-PAG) NOT = SPACE
071600         GO TO 5200-EXIT
071700     END-IF.
071800     MOVE WP-CANAL (WS-SUB-PAG) TO WS-CANAL-BUSCADO.
071900     PERFORM 5450-UBICAR-CANAL THRU 5450-EXIT.
072000     MOVE SPACES                     TO WS-DETALLE-RPT.
072100     MOVE 'SIN DEPOS.'               TO WD-ESTADO.
072200     MOVE WP-CANAL      (WS-SUB-PAG) TO WD-CANAL.
072300     MOVE WP-REFERENCIA (WS-SUB-PAG) TO WD-REFERENCIA.
072400     MOVE WP-CUENTA     (WS-SUB-PAG) TO WD-CUENTA.
072500     MOVE WP-FECHA      (WS-SUB-PAG) TO WD-FECHA-PAGO.
072600     MOVE WP-VALOR      (WS-SUB-PAG) TO WD-VALOR-PAGO.
072700     MOVE ZERO                       TO WD-FECHA-BANCO.
072800     COMPUTE WD-DIAS =
072900         FUNCTION INTEGER-OF-DATE(WS-FECHA-CONCILIACION)
073000       - FUNCTION INTEGER-OF-DATE(WP-FECHA-ALTA (WS-SUB-PAG)).
073100     IF WP-ARRASTRE (WS-SUB-PAG) = 'S'
073200         MOVE 'ARRASTRE' TO WD-NOTA
073300     END-IF.
073305     IF WP-SUSPENSO (WS-SUB-PAG) = 'P'
073310         PERFORM 5750-DATOS-PAGO THRU 5750-EXIT
073315         MOVE 'F' TO WS-SW-TIPO-PARTIDA
073320         PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT
073325         IF CTA-CONTABLE-VALIDA
073330             MOVE 'S'        TO WP-SUSPENSO (WS-SUB-PAG)
073335             MOVE 'SUSPENSO' TO WD-NOTA
073340         ELSE
073345             MOVE 'SIN CTAGL' TO WD-NOTA
073350         END-IF
073355     END-IF.
073400     ADD 1 TO WC-CANT-PSD (WS-SUB-CANAL).
073500     ADD WP-VALOR (WS-SUB-PAG) TO WC-VALOR-PSD (WS-SUB-CANAL).
073600     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
073700 5200-EXIT.
073800     EXIT.
073900
074000*----------------------------------------------------------------*
074100*  5300-LINEA-DEP-SIN-PAGO : EL DEPOSITO QUE AUN NO ESTA EN      *
074200*  SUSPENSO SE CONTABILIZA AHORA; SIN CUENTA EN GLMMTR QUEDA     *
074300*  PENDIENTE DE CONTABILIZAR PARA LA PROXIMA CORRIDA.            *
074400*----------------------------------------------------------------*
074500 5300-LINEA-DEP-SIN-PAGO.
074600     IF WB-ESTADO (WS-SUB-DEP) NOT = SPACE
074700         GO TO 5300-EXIT
074800     END-IF.
074900     MOVE WB-CANAL (WS-SUB-DEP) TO WS-CANAL-BUSCADO.
075000     PERFORM 5450-UBICAR-CANAL THRU 5450-EXIT.
075100     MOVE SPACES                     TO WS-DETALLE-RPT.
075200     MOVE 'SIN PAGO'                 TO WD-ESTADO.
075300     MOVE WB-CANAL      (WS-SUB-DEP) TO WD-CANAL.
075400     MOVE WB-REFERENCIA (WS-SUB-DEP) TO WD-REFERENCIA.
075500     MOVE ZERO                       TO WD-FECHA-PAGO.
075600     MOVE WB-FECHA      (WS-SUB-DEP) TO WD-FECHA-BANCO.
075700     MOVE WB-VALOR      (WS-SUB-DEP) TO WD-VALOR-BANCO.
075800     COMPUTE WD-DIAS =
075900         FUNCTION INTEGER-OF-DATE(WS-FECHA-CONCILIACION)
076000       - FUNCTION INTEGER-OF-DATE(WB-FECHA-ALTA (WS-SUB-DEP)).
076100     IF WB-SUSPENSO (WS-SUB-DEP) = 'S'
076200         MOVE 'ARRASTRE' TO WD-NOTA
076300     ELSE
076400         MOVE 'S' TO WS-SW-TIPO-PARTIDA
076450         PERFORM 5700-DATOS-DEPOSITO THRU 5700-EXIT
076500         PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT
076600         IF CTA-CONTABLE-VALIDA
076700             MOVE 'S'        TO WB-SUSPENSO (WS-SUB-DEP)
076800             MOVE 'SUSPENSO' TO WD-NOTA
076900         ELSE
077000             MOVE 'SIN CTAGL' TO WD-NOTA
077100         END-IF
077200     END-IF.
077300     ADD 1 TO WC-CANT-DSP (WS-SUB-CANAL).
077400     ADD WB-VALOR (WS-SUB-DEP) TO WC-VALOR-DSP (WS-SUB-CANAL).
077500     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
077600 5300-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------------*
078000*  5400-VER-CONCILIABLE : WS-CANAL-BUSCADO ESTA ENTRE LOS        *
078100*  CANALES QUE SE CONCILIAN.                                     *
078200*----------------------------------------------------------------*
078300 5400-VER-CONCILIABLE.
078400     MOVE 'N' TO WS-SW-HALLADO.
078500     PERFORM 5410-COMPARAR-CONCILIABLE THRU 5410-EXIT
078600         VARYING WS-SUB-CONC FROM 1 BY 1
078700         UNTIL ENTRADA-HALLADA
078800         OR WS-SUB-CONC > WS-CANT-CONCILIABLES.
078900 5400-EXIT.
079000     EXIT.
079100
079200 5410-COMPARAR-CONCILIABLE.
079300     IF WS-CONCILIABLE-CANAL (WS-SUB-CONC) = WS-CANAL-BUSCADO
079400         MOVE 'S' TO WS-SW-HALLADO
079500     END-IF.
079600 5410-EXIT.
079700     EXIT.
079800
079900*----------------------------------------------------------------*
080000*  5450-UBICAR-CANAL : BUSCA (O DA DE ALTA) WS-CANAL-BUSCADO EN  *
080100*  LA TABLA DE TOTALES; DEJA SU SUBINDICE EN WS-SUB-CANAL. UN    *
080200*  PENDIENTE DE UN CANAL QUE YA NO SE CONCILIA TAMBIEN SUMA.     *
080300*----------------------------------------------------------------*
080400 5450-UBICAR-CANAL.
080500     MOVE 'N' TO WS-SW-HALLADO.
080600     MOVE 1   TO WS-SUB-CANAL.
080700     PERFORM 5460-COMPARAR-CANAL THRU 5460-EXIT
080800         UNTIL ENTRADA-HALLADA
080900         OR WS-SUB-CANAL > WS-CANT-CANALES.
081000     IF ENTRADA-HALLADA
081100         GO TO 5450-EXIT
081200     END-IF.
081300     IF WS-CANT-CANALES < 20
081400         ADD 1 TO WS-CANT-CANALES
081500     END-IF.
081600     MOVE WS-CANT-CANALES  TO WS-SUB-CANAL.
081700     MOVE WS-CANAL-BUSCADO TO WC-CANAL (WS-SUB-CANAL).
081800     MOVE ZERO TO WC-CANT-CONC (WS-SUB-CANAL)
081900                  WC-VALOR-CONC (WS-SUB-CANAL)
082000                  WC-CANT-DIF (WS-SUB-CANAL)
082100                  WC-VALOR-DIF (WS-SUB-CANAL)
082200                  WC-CANT-PSD (WS-SUB-CANAL)
082300                  WC-VALOR-PSD (WS-SUB-CANAL)
082400                  WC-CANT-DSP (WS-SUB-CANAL)
082500                  WC-VALOR-DSP (WS-SUB-CANAL).
082600 5450-EXIT.
082700     EXIT.
082800
082900 5460-COMPARAR-CANAL.
083000     IF WC-CANAL (WS-SUB-CANAL) = WS-CANAL-BUSCADO
083100         MOVE 'S' TO WS-SW-HALLADO
083200     ELSE
083300         ADD 1 TO WS-SUB-CANAL
083400     END-IF.
083500 5460-EXIT.
083600     EXIT.
083700
083800*----------------------------------------------------------------*
083900*  5500-ARMAR-LINEA-CASADA : LINEA DEL DEPOSITO WS-SUB-DEP CON   *
084000*  SU PAGO CASADO; DEJA EL PAGO EN WS-SUB-PAG Y EL CANAL EN      *
084100*  WS-SUB-CANAL.                                                 *
084200*----------------------------------------------------------------*
084300 5500-ARMAR-LINEA-CASADA.
084400     MOVE WB-SUB-PAGO (WS-SUB-DEP) TO WS-SUB-PAG.
084500     MOVE WB-CANAL (WS-SUB-DEP) TO WS-CANAL-BUSCADO.
084600     PERFORM 5450-UBICAR-CANAL THRU 5450-EXIT.
084700     MOVE SPACES                     TO WS-DETALLE-RPT.
084800     MOVE WB-CANAL      (WS-SUB-DEP) TO WD-CANAL.
084900     MOVE WB-REFERENCIA (WS-SUB-DEP) TO WD-REFERENCIA.
085000     MOVE WP-CUENTA     (WS-SUB-PAG) TO WD-CUENTA.
085100     MOVE WP-FECHA      (WS-SUB-PAG) TO WD-FECHA-PAGO.
085200     MOVE WP-VALOR      (WS-SUB-PAG) TO WD-VALOR-PAGO.
085300     MOVE WB-FECHA      (WS-SUB-DEP) TO WD-FECHA-BANCO.
085400     MOVE WB-VALOR      (WS-SUB-DEP) TO WD-VALOR-BANCO.
085500     COMPUTE WD-DIFERENCIA =
085600         WB-VALOR (WS-SUB-DEP) - WP-VALOR (WS-SUB-PAG).
085700     MOVE ZERO TO WD-DIAS.
085800     IF WP-ARRASTRE (WS-SUB-PAG) = 'S'
085900        OR WB-ARRASTRE (WS-SUB-DEP) = 'S'
086000         MOVE 'ARRASTRE' TO WD-NOTA
086100     END-IF.
086200 5500-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------*
086550*  5600-REVERSAR-SUSPENSO : EL DEPOSITO QUE ESTABA EN SUSPENSO   *
086600*  YA TIENE SU PAGO Y EL FALTANTE EN SUSPENSO YA TIENE SU        *
086650*  DEPOSITO; SE REVERSA LA PARTIDA DE SUSPENSO.                  *
086800*----------------------------------------------------------------*
086900 5600-REVERSAR-SUSPENSO.
087000     IF WB-SUSPENSO (WS-SUB-DEP) NOT = 'S'
087100         GO TO 5600-PAGO
087200     END-IF.
087250     PERFORM 5700-DATOS-DEPOSITO THRU 5700-EXIT.
087300     MOVE 'R' TO WS-SW-TIPO-PARTIDA.
087400     PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT.
087500     IF CTA-CONTABLE-VALIDA
087600         MOVE 'REVERSA' TO WD-NOTA
087700     ELSE
087800         MOVE 'SIN CTAGL' TO WD-NOTA
087900     END-IF.
087905 5600-PAGO.
087910     IF WP-SUSPENSO (WS-SUB-PAG) NOT = 'S'
087915         GO TO 5600-EXIT
087920     END-IF.
087925     PERFORM 5750-DATOS-PAGO THRU 5750-EXIT.
087930     MOVE 'G' TO WS-SW-TIPO-PARTIDA.
087935     PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT.
087940     IF CTA-CONTABLE-VALIDA
087945         MOVE 'REVERSA' TO WD-NOTA
087950     ELSE
087955         MOVE 'SIN CTAGL' TO WD-NOTA
087960     END-IF.
088000 5600-EXIT.
088100     EXIT.
088105
088110*----------------------------------------------------------------*
088115*  5700-DATOS-DEPOSITO / 5750-DATOS-PAGO : CANAL, REFERENCIA Y   *
088120*  VALOR DE LA PARTIDA AL GLPOST, DEL DEPOSITO WS-SUB-DEP O DEL  *
088125*  PAGO WS-SUB-PAG.                                              *
088130*----------------------------------------------------------------*
088135 5700-DATOS-DEPOSITO.
088140     MOVE WB-CANAL      (WS-SUB-DEP) TO WS-CLN-CANAL.
088145     MOVE WB-REFERENCIA (WS-SUB-DEP) TO WS-DG-REFERENCIA.
088150     MOVE WB-VALOR      (WS-SUB-DEP) TO WS-VALOR-PARTIDA.
088155 5700-EXIT.
088160     EXIT.
088165
088170 5750-DATOS-PAGO.
088175     MOVE WP-CANAL      (WS-SUB-PAG) TO WS-CLN-CANAL.
088180     MOVE WP-REFERENCIA (WS-SUB-PAG) TO WS-DG-REFERENCIA.
088185     MOVE WP-VALOR      (WS-SUB-PAG) TO WS-VALOR-PARTIDA.
088190 5750-EXIT.
088195     EXIT.
088200
088300*----------------------------------------------------------------*
088400*  5900-LINEA-CANAL                                              *
088500*----------------------------------------------------------------*
088600 5900-LINEA-CANAL.
088700     MOVE WC-CANAL      (WS-SUB-CANAL) TO WK-CANAL.
088800     MOVE WC-CANT-CONC  (WS-SUB-CANAL) TO WK-CANT-CONC.
088900     MOVE WC-VALOR-CONC (WS-SUB-CANAL) TO WK-VALOR-CONC.
089000     MOVE WC-CANT-DIF   (WS-SUB-CANAL) TO WK-CANT-DIF.
089100     MOVE WC-VALOR-DIF  (WS-SUB-CANAL) TO WK-VALOR-DIF.
089200     MOVE WC-CANT-PSD   (WS-SUB-CANAL) TO WK-CANT-PSD.
089300     MOVE WC-VALOR-PSD  (WS-SUB-CANAL) TO WK-VALOR-PSD.
089400     MOVE WC-CANT-DSP   (WS-SUB-CANAL) TO WK-CANT-DSP.
089500     MOVE WC-VALOR-DSP  (WS-SUB-CANAL) TO WK-VALOR-DSP.
089600     WRITE REPORTE-LINEA FROM WS-TOTAL-CANAL-RPT.
089700 5900-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------------*
090050*  6000-GENERAR-PARTIDA : PARTIDA AL GLPOST POR WS-VALOR-PARTIDA *
090100*  CON EL CANAL Y LA REFERENCIA YA CARGADOS (5700 / 5750). EL    *
090150*  SUSPENSO, EL EXCEDENTE Y LA REVERSA DEL FALTANTE DEBITAN LA   *
090200*  CUENTA DEL CANAL Y ACREDITAN LA DE SUSPENSO; EL FALTANTE Y LA *
090250*  REVERSA DEL SUSPENSO INVIERTEN LAS CUENTAS. SIN CUENTA EN     *
090300*  GLMMTR NO SE GENERA Y LA CORRIDA TERMINA CON AVISO.           *
090500*----------------------------------------------------------------*
090600 6000-GENERAR-PARTIDA.
090800     MOVE WS-CLAVE-CANAL TO WS-CONCEPTO-BUSCADO.
090900     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
091000     IF CTA-CONTABLE-INVALIDA
091100         GO TO 6000-SIN-CUENTA
091200     END-IF.
091300     MOVE DFH-CTA-DEBITO TO WS-CTA-CANAL.
091400     MOVE 'SUSPBANCO' TO WS-CONCEPTO-BUSCADO.
091500     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
091600     IF CTA-CONTABLE-INVALIDA
091700         GO TO 6000-SIN-CUENTA
091800     END-IF.
091900     MOVE DFH-CTA-CREDITO TO WS-CTA-SUSPENSO.
092000     MOVE WS-FECHA-PROCESO      TO DFH-GL-FECHA.
092100     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
092200     MOVE 'SUSPBANCO'           TO DFH-GL-CONCEPTO.
092320     IF PARTIDA-REVERSA OR PARTIDA-FALTANTE
092340         MOVE WS-CTA-SUSPENSO   TO DFH-GL-CTA-DEBITO
092360         MOVE WS-CTA-CANAL      TO DFH-GL-CTA-CREDITO
092380     ELSE
092400         MOVE WS-CTA-CANAL      TO DFH-GL-CTA-DEBITO
092420         MOVE WS-CTA-SUSPENSO   TO DFH-GL-CTA-CREDITO
092440     END-IF.
092460     IF PARTIDA-SUSPENSO
092480         MOVE 'DEPOSITO SIN PAGO REF'  TO WS-DG-MOVIMIENTO
092500     END-IF.
092520     IF PARTIDA-REVERSA
092540         MOVE 'REVERSA SUSPENSO REF'   TO WS-DG-MOVIMIENTO
092560     END-IF.
092580     IF PARTIDA-EXCEDENTE
092600         MOVE 'EXCEDENTE DEPOSITO REF' TO WS-DG-MOVIMIENTO
092620     END-IF.
092640     IF PARTIDA-FALTANTE
092660         MOVE 'FALTANTE DEPOSITO REF'  TO WS-DG-MOVIMIENTO
092680     END-IF.
092700     IF PARTIDA-REV-FALTANTE
092720         MOVE 'REVERSA FALTANTE REF'   TO WS-DG-MOVIMIENTO
092740     END-IF.
093300     MOVE WS-VALOR-PARTIDA      TO DFH-GL-VALOR.
093400     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
093500     WRITE REG-PARTIDA-GL.
093600     ADD 1 TO WS-PARTIDAS-GENERADAS.
093700     GO TO 6000-EXIT.
093800 6000-SIN-CUENTA.
093900     DISPLAY 'RMYD1CBC - SIN CUENTA EN GLMMTR '
094000             WS-CONCEPTO-BUSCADO
094100             ' REFERENCIA ' WS-DG-REFERENCIA.
094200     IF WS-CODRET-CORRIDA < 4
094300         MOVE 4 TO WS-CODRET-CORRIDA
094400     END-IF.
094500 6000-EXIT.
094600     EXIT.
094700
094800*----------------------------------------------------------------*
094900*  6100-BUSCAR-CTA-CONTABLE : LEE WS-CONCEPTO-BUSCADO EN EL      *
095000*  MAESTRO GLMMTR (VER RMYD1GLE).                                *
095100*----------------------------------------------------------------*
095200 6100-BUSCAR-CTA-CONTABLE.
095300     MOVE 'S' TO WS-SW-CTA-VALIDA.
095400     MOVE WS-CONCEPTO-BUSCADO TO DFH-CTA-CONCEPTO.
095500     READ CTACONT-FILE
095600         INVALID KEY
095700             MOVE 'N' TO WS-SW-CTA-VALIDA
095800     END-READ.
095900 6100-EXIT.
096000     EXIT.
096100
096200*----------------------------------------------------------------*
096250*  7000-GRABAR-PENDIENTES : GENERACION NUEVA CON LO QUE SIGUE    *
096300*  SIN CASAR, PAGOS Y DEPOSITOS, Y CON EL SALDO DE CADA          *
096350*  DIFERENCIA DE MONTO.                                          *
096500*----------------------------------------------------------------*
096600 7000-GRABAR-PENDIENTES.
096700     OPEN OUTPUT PENDNUE-FILE.
096800     PERFORM 7100-PENDIENTE-PAGO THRU 7100-EXIT
096900         VARYING WS-SUB-PAG FROM 1 BY 1
097000         UNTIL WS-SUB-PAG > WS-CANT-PAGOS.
097100     PERFORM 7200-PENDIENTE-DEPOSITO THRU 7200-EXIT
097200         VARYING WS-SUB-DEP FROM 1 BY 1
097300         UNTIL WS-SUB-DEP > WS-CANT-DEPOSITOS.
097400     CLOSE PENDNUE-FILE.
097500 7000-EXIT.
097600     EXIT.
097700
097800 7100-PENDIENTE-PAGO.
097900     IF WP-ESTADO (WS-SUB-PAG) NOT = SPACE
098000         GO TO 7100-EXIT
098100     END-IF.
098200     MOVE 'P'                        TO DFH-CBP-ORIGEN.
098300     MOVE WP-FECHA      (WS-SUB-PAG) TO DFH-CBP-FECHA.
098400     MOVE WP-CANAL      (WS-SUB-PAG) TO DFH-CBP-CANAL.
098500     MOVE WP-REFERENCIA (WS-SUB-PAG) TO DFH-CBP-REFERENCIA.
098600     MOVE WP-VALOR      (WS-SUB-PAG) TO DFH-CBP-VALOR.
098700     MOVE WP-CUENTA     (WS-SUB-PAG) TO DFH-CBP-NUMERO-CUENTA.
098800     MOVE WP-SECUENCIA  (WS-SUB-PAG) TO DFH-CBP-SECUENCIA.
098900     MOVE WP-FECHA-ALTA (WS-SUB-PAG) TO DFH-CBP-FECHA-ALTA.
099000     MOVE WP-SUSPENSO   (WS-SUB-PAG) TO DFH-CBP-SUSPENSO.
099100     WRITE PENDNUE-REG FROM REG-PENDIENTE-CONCIL.
099200     ADD 1 TO WS-PENDIENTES-GRABADOS.
099300 7100-EXIT.
099400     EXIT.
099500
099600 7200-PENDIENTE-DEPOSITO.
099620     IF WB-ESTADO (WS-SUB-DEP) = 'D'
099640         PERFORM 7250-PENDIENTE-DIFERENCIA THRU 7250-EXIT
099660         GO TO 7200-EXIT
099680     END-IF.
099700     IF WB-ESTADO (WS-SUB-DEP) NOT = SPACE
099800         GO TO 7200-EXIT
099900     END-IF.
100000     MOVE 'D'                        TO DFH-CBP-ORIGEN.
100100     MOVE WB-FECHA      (WS-SUB-DEP) TO DFH-CBP-FECHA.
100200     MOVE WB-CANAL      (WS-SUB-DEP) TO DFH-CBP-CANAL.
100300     MOVE WB-REFERENCIA (WS-SUB-DEP) TO DFH-CBP-REFERENCIA.
100400     MOVE WB-VALOR      (WS-SUB-DEP) TO DFH-CBP-VALOR.
100500     MOVE SPACES                     TO DFH-CBP-NUMERO-CUENTA.
100600     MOVE ZERO                       TO DFH-CBP-SECUENCIA.
100700     MOVE WB-FECHA-ALTA (WS-SUB-DEP) TO DFH-CBP-FECHA-ALTA.
100800     MOVE WB-SUSPENSO   (WS-SUB-DEP) TO DFH-CBP-SUSPENSO.
100900     WRITE PENDNUE-REG FROM REG-PENDIENTE-CONCIL.
101000     ADD 1 TO WS-PENDIENTES-GRABADOS.
101100 7200-EXIT.
101200     EXIT.
101202
101204*----------------------------------------------------------------*
101206*  7250-PENDIENTE-DIFERENCIA : EL SALDO DE LA DIFERENCIA DE      *
101208*  MONTO QUEDA PENDIENTE CON LA MISMA REFERENCIA; EL EXCEDENTE   *
101210*  DEL BANCO COMO DEPOSITO Y EL FALTANTE COMO PAGO, CON LA MARCA *
101212*  DE SUSPENSO QUE DEJO 5160, PARA REVERSARLO CUANDO CASE.       *
101214*----------------------------------------------------------------*
101216 7250-PENDIENTE-DIFERENCIA.
101218     MOVE WB-SUB-PAGO   (WS-SUB-DEP) TO WS-SUB-PAG.
101220     MOVE WB-FECHA      (WS-SUB-DEP) TO DFH-CBP-FECHA.
101222     MOVE WB-CANAL      (WS-SUB-DEP) TO DFH-CBP-CANAL.
101224     MOVE WB-REFERENCIA (WS-SUB-DEP) TO DFH-CBP-REFERENCIA.
101226     MOVE WS-FECHA-CONCILIACION      TO DFH-CBP-FECHA-ALTA.
101228     MOVE WB-SUSPENSO   (WS-SUB-DEP) TO DFH-CBP-SUSPENSO.
101230     IF WB-VALOR (WS-SUB-DEP) > WP-VALOR (WS-SUB-PAG)
101232         MOVE 'D'                        TO DFH-CBP-ORIGEN
101234         COMPUTE DFH-CBP-VALOR =
101236             WB-VALOR (WS-SUB-DEP) - WP-VALOR (WS-SUB-PAG)
101238         MOVE SPACES                     TO DFH-CBP-NUMERO-CUENTA
101240         MOVE ZERO                       TO DFH-CBP-SECUENCIA
101242     ELSE
101244         MOVE 'P'                        TO DFH-CBP-ORIGEN
101246         MOVE WP-FECHA     (WS-SUB-PAG)  TO DFH-CBP-FECHA
101248         COMPUTE DFH-CBP-VALOR =
101250             WP-VALOR (WS-SUB-PAG) - WB-VALOR (WS-SUB-DEP)
101252         MOVE WP-CUENTA    (WS-SUB-PAG)  TO DFH-CBP-NUMERO-CUENTA
101254         MOVE WP-SECUENCIA (WS-SUB-PAG)  TO DFH-CBP-SECUENCIA
101256     END-IF.
101258     WRITE PENDNUE-REG FROM REG-PENDIENTE-CONCIL.
101260     ADD 1 TO WS-PENDIENTES-GRABADOS.
101262 7250-EXIT.
101264     EXIT.
101300
101400*----------------------------------------------------------------*
101500*  3000-FINALIZAR                                                *
101600*----------------------------------------------------------------*
101700 3000-FINALIZAR.
101800     DISPLAY 'RMYD1CBC - FECHA CONCILIADA    : '
101900             WS-FECHA-CONCILIACION.
102000     DISPLAY 'RMYD1CBC - PAGOS DEL DIA       : ' WS-PAGOS-DEL-DIA.
102100     DISPLAY 'RMYD1CBC - DEPOSITOS LEIDOS    : '
102200             WS-DEPOSITOS-LEIDOS.
102300     DISPLAY 'RMYD1CBC - MOV. NO CONCILIABLES: '
102400             WS-MOV-NO-CONCILIABLES.
102500     DISPLAY 'RMYD1CBC - PENDIENTES ANTERIORES: '
102600             WS-PENDIENTES-LEIDOS.
102700     DISPLAY 'RMYD1CBC - PARTIDAS CASADAS    : ' WS-CASADOS.
102800     DISPLAY 'RMYD1CBC - PENDIENTES NUEVOS   : '
102900             WS-PENDIENTES-GRABADOS.
103000     DISPLAY 'RMYD1CBC - PARTIDAS AL GLPOST  : '
103100             WS-PARTIDAS-GENERADAS.
103200     CLOSE REPORTE-FILE.
103300     IF ARCHIVOS-ABIERTOS
103400         CLOSE EXTRACTO-FILE CTACONT-FILE PARTIDAS-FILE
103500         IF WS-HST-APERTURA NOT = '35'
103600             CLOSE HISTORIAL-FILE
103700         END-IF
103800         IF WS-PEN-APERTURA NOT = '35'
103900             CLOSE PENDANT-FILE
104000         END-IF
104100     END-IF.
104200     MOVE 'RMYD1CBC' TO DFH-BTA-PROGRAMA.
104300     MOVE 'F'        TO DFH-BTA-ACCION.
104400     MOVE WS-DEPOSITOS-LEIDOS TO DFH-BTA-LEIDOS.
104500     MOVE WS-CASADOS TO DFH-BTA-ESCRITOS.
104600     MOVE WS-PENDIENTES-GRABADOS TO DFH-BTA-RECHAZADOS.
104700     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
104800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
104900*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
105000*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
105100     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
105200 3000-EXIT.
105300     EXIT.
105400
105500*----------------------------------------------------------------*
105600*  8000-LEER-PENDIENTE / 8100-LEER-PAGO / 8200-LEER-EXTRACTO     *
105700*----------------------------------------------------------------*
105800 8000-LEER-PENDIENTE.
105900     READ PENDANT-FILE
106000         AT END
106100             MOVE 'S' TO WS-SW-FIN-PENDIENTES
106200             GO TO 8000-EXIT
106300     END-READ.
106400     ADD 1 TO WS-PENDIENTES-LEIDOS.
106500 8000-EXIT.
106600     EXIT.
106700
106800 8100-LEER-PAGO.
106900     READ HISTORIAL-FILE
107000         AT END
107100             MOVE 'S' TO WS-SW-FIN-PAGOS
107200             GO TO 8100-EXIT
107300     END-READ.
107400     ADD 1 TO WS-PAGOS-LEIDOS.
107500 8100-EXIT.
107600     EXIT.
107700
107800 8200-LEER-EXTRACTO.
107900     READ EXTRACTO-FILE
108000         AT END
108100             MOVE 'S' TO WS-SW-FIN-EXTRACTO
108200             GO TO 8200-EXIT
108300     END-READ.
108400     ADD 1 TO WS-DEPOSITOS-LEIDOS.
108500 8200-EXIT.
108600     EXIT.
