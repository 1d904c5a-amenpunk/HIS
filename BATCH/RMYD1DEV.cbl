001800*           RESUMEN DE DEVENGO POR TIPO DE PRESTAMO (RPTDEV)     *
001900*           PARA CUADRAR CONTRA CONTABILIDAD. LAS CUENTAS        *
002000*           CASTIGADAS NO DEVENGAN.                              *
002005*           LA CUENTA CUYA CUOTA MAS ANTIGUA CON REMANENTE EN    *
002010*           CUOTDET (RMYD1CLD, MISMO CRITERIO DE RMYD1AGE)       *
002015*           SUPERA LOS DIAS DE MORA DE DEVPARM PASA A NO DEVENGO *
002020*           (DFH-DEVENGO-ESTADO): EL INTERES DEVENGADO NO        *
002025*           COBRADO DEL PERIODO EN MORA SE REVERSA DEL INGRESO A *
002030*           CUENTAS DE ORDEN Y, MIENTRAS SIGA EN MORA, SU        *
002035*           INTERES DEL MES SE LLEVA SOLO EN ORDEN               *
002040*           (DFH-INTERES-SUSPENDIDO). AL QUEDAR AL DIA SE        *
002045*           REACTIVA Y LO SUSPENDIDO SE RECONOCE. GENERA AL      *
002050*           GLPOST EL DEVENGO POR TIPO DE PRESTAMO (DEVINTERE /  *
002055*           DEVCOMISI), LA SUSPENSION (DEVSUSPEN), LA            *
002060*           REACTIVACION (DEVREACTI) Y SU REFLEJO EN ORDEN       *
002065*           (DEVORDEN), CON LAS CUENTAS DEL MAESTRO GLMMTR, Y EL *
002070*           REPORTE DE CUENTAS QUE ENTRAN O SALEN DE NO DEVENGO  *
002075*           EN RPTDVS.                                           *
002100*----------------------------------------------------------------*
002200*  HISTORIAL DE MODIFICACIONES                                   *
002300*  FECHA       INIC  DESCRIPCION                                 *
002400*  22/08/2026  DS    VERSION INICIAL.                            *
002420*  15/10/2026  DS    SUSPENSION DEL DEVENGO POR DIAS DE MORA     *
002440*                    (DEVPARM), REVERSO A CUENTAS DE ORDEN,      *
002460*                    REACTIVACION AL QUEDAR AL DIA, PARTIDAS AL  *
002480*                    GLPOST Y REPORTE RPTDVS.                    *
002485*  15/10/2026  DS    SI CUOTDET NO ABRE SE TERMINA CON RC 16 SIN *
002490*                    PROCESAR CUENTAS (ANTES LAS REACTIVABA).    *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER.  IBM-390.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003120     SELECT PARAM-FILE     ASSIGN TO DEVPARM
003140            ORGANIZATION IS LINE SEQUENTIAL
003160            FILE STATUS   IS WS-PRM-STATUS.
003180
003200     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE   IS SEQUENTIAL
003500            RECORD KEY    IS DFH-NUMERO-CUENTA
003600            FILE STATUS   IS WS-CTAS-STATUS.
003700
003702     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
003704            ORGANIZATION IS INDEXED
003706            ACCESS MODE   IS SEQUENTIAL
003708            RECORD KEY    IS DFH-CUOTA-LLAVE
003710            FILE STATUS   IS WS-CUO-STATUS.
003712
003714     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
003716            ORGANIZATION IS INDEXED
003718            ACCESS MODE   IS RANDOM
003720            RECORD KEY    IS DFH-CTA-CONCEPTO
003722            FILE STATUS   IS WS-GLM-STATUS.
003724
003726     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
003728            ORGANIZATION IS LINE SEQUENTIAL
003730            FILE STATUS   IS WS-GLP-STATUS.
003732
003734     SELECT SUSPENSO-FILE  ASSIGN TO RPTDVS
003736            ORGANIZATION IS LINE SEQUENTIAL
003738            FILE STATUS   IS WS-DVS-STATUS.
003740
003800     SELECT REPORTE-FILE   ASSIGN TO RPTDEV
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS   IS WS-RPT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004310 FD  PARAM-FILE
004320     RECORDING MODE IS F
004330     LABEL RECORDS ARE STANDARD.
004340 01  REG-PARAM-DEV.
004350     05 PM-DIAS-SUSPENSION        PIC 9(004).
004360
004400 FD  CUENTAS-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY RMYD1CLG.
004800
004802 FD  CUOTAS-FILE
004804     RECORDING MODE IS F
004806     LABEL RECORDS ARE STANDARD.
004808     COPY RMYD1CLD.
004810
004812 FD  CTACONT-FILE
004814     RECORDING MODE IS F
004816     LABEL RECORDS ARE STANDARD.
004818     COPY RMYD1GLM.
004820
004822 FD  PARTIDAS-FILE
004824     RECORDING MODE IS F
004826     LABEL RECORDS ARE STANDARD.
004828     COPY RMYD1GLP.
004830
004832 FD  SUSPENSO-FILE
004834     RECORDING MODE IS F
004836     LABEL RECORDS ARE STANDARD.
004838 01  SUSPENSO-LINEA               PIC X(132).
004840
004900 FD  REPORTE-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005700 77  WS-RPT-STATUS                PIC X(02).
005800 77  WS-SW-FIN-CUENTAS            PIC X(01).
005900     88 FIN-CUENTAS                  VALUE 'S'.
005902 77  WS-PRM-STATUS                PIC X(02).
005904     88 PRM-OK                       VALUE '00'.
005906 77  WS-CUO-STATUS                PIC X(02).
005908 77  WS-GLM-STATUS                PIC X(02).
005910 77  WS-GLP-STATUS                PIC X(02).
005912 77  WS-DVS-STATUS                PIC X(02).
005914 77  WS-SW-FIN-CUOTAS             PIC X(01).
005916     88 FIN-CUOTAS                   VALUE 'S'.
005918 77  WS-SW-CTA-VALIDA             PIC X(01).
005920     88 CTA-CONTABLE-VALIDA          VALUE 'S'.
005922     88 CTA-CONTABLE-INVALIDA        VALUE 'N'.
005924 77  WS-SW-GLMMTR                 PIC X(01).
005926     88 GLMMTR-DISPONIBLE            VALUE 'S'.
005928 77  WS-SW-INVERTIR               PIC X(01).
005930     88 PARTIDA-INVERTIDA            VALUE 'S'.
005932 77  WS-SW-REESCRIBIR             PIC X(01).
005934     88 REESCRIBIR-CUENTA            VALUE 'S'.
005936 77  WS-DIAS-SUSPENSION           PIC 9(004) VALUE 90.
005938 77  WS-DIAS-MORA                 PIC S9(006) COMP.
005940 77  WS-DIAS-MAX-CUENTA           PIC S9(006) COMP.
005942 77  WS-FECHA-PROCESO-N           PIC 9(008).
005944 77  WS-ENTERO-PROCESO            PIC S9(007) COMP.
005946 77  WS-CONCEPTO-BUSCADO          PIC X(009).
005948 77  WS-VALOR-PARTIDA             PIC S9(011)V99 COMP-3.
005950 77  WS-INTERES-ORDEN             PIC S9(009)V99 COMP-3.
005952 77  WS-INTERES-REVERSADO         PIC S9(011)V99 COMP-3.
005954 77  WS-INTERES-REACTIVADO        PIC S9(011)V99 COMP-3.
005956 77  WS-TOTAL-REVERSADO           PIC S9(013)V99 COMP-3.
005958 77  WS-TOTAL-REACTIVADO          PIC S9(013)V99 COMP-3.
005960 77  WS-TOTAL-ORDEN-MES           PIC S9(013)V99 COMP-3.
005962 77  WS-CTAS-SUSPENDIDAS          PIC 9(007) COMP.
005964 77  WS-CTAS-REACTIVADAS          PIC 9(007) COMP.
005966 77  WS-CTAS-EN-SUSPENSO          PIC 9(007) COMP.
005968 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
005970 77  WS-PARTIDAS-RECHAZADAS       PIC 9(007) COMP.
006000 77  WS-CTAS-LEIDAS               PIC 9(007) COMP.
006100 77  WS-CTAS-DEVENGADAS           PIC 9(007) COMP.
006200 77  WS-CTAS-OMITIDAS             PIC 9(007) COMP.
006700 77  WS-SW-TIPO-HALLADO           PIC X(01).
006800     88 TIPO-HALLADO                 VALUE 'S'.
006900
006905 01  WS-FECHA-PAGO-EDIT.
006910     05 WS-FP-CCYY                PIC X(004).
006915     05 FILLER                    PIC X(001).
006920     05 WS-FP-MM                  PIC X(002).
006925     05 FILLER                    PIC X(001).
006930     05 WS-FP-DD                  PIC X(002).
006935 01  WS-FECHA-PAGO-N              PIC 9(008).
006940 01  FILLER REDEFINES WS-FECHA-PAGO-N.
006945     05 WS-FPN-CCYY               PIC 9(004).
006950     05 WS-FPN-MM                 PIC 9(002).
006955     05 WS-FPN-DD                 PIC 9(002).
006960
007000 01  WS-TABLA-TIPOS.
007100     05 WS-TIPO-ENTRADA OCCURS 50 TIMES.
007200         10 WT-TIPO-PRESTAMO      PIC X(015).
007300         10 WT-CANTIDAD           PIC 9(007) COMP.
007400         10 WT-INTERES            PIC S9(011)V99 COMP-3.
007500         10 WT-COMISION           PIC S9(011)V99 COMP-3.
007550         10 WT-ORDEN              PIC S9(011)V99 COMP-3.
007600
007700 01  WS-DETALLE-RPT.
007800     05 WD-TIPO-PRESTAMO          PIC X(015).
008200     05 WD-INTERES                PIC ZZZ,ZZZ,ZZ9.99-.
008300     05 FILLER                    PIC X(002)     VALUE SPACES.
008400     05 WD-COMISION               PIC ZZZ,ZZZ,ZZ9.99-.
008420     05 FILLER                    PIC X(002)     VALUE SPACES.
008440     05 WD-ORDEN                  PIC ZZZ,ZZZ,ZZ9.99-.
008500     05 FILLER                    PIC X(055)     VALUE SPACES.
008502
008504 01  WS-DESCRIPCION-GL.
008506     05 WS-DG-TEXTO               PIC X(024).
008508     05 WS-DG-REFERENCIA          PIC X(015).
008510     05 FILLER                    PIC X(001)     VALUE SPACES.
008512
008514 01  WS-TITULO-DVS.
008516     05 FILLER                    PIC X(045)
008518        VALUE 'CUENTAS QUE ENTRAN O SALEN DE NO DEVENGO AL '.
008520     05 WV-FECHA                  PIC 9(008).
008522     05 FILLER                    PIC X(015)
008524        VALUE '  DIAS LIMITE: '.
008526     05 WV-DIAS-LIMITE            PIC ZZZ9.
008528     05 FILLER                    PIC X(060)     VALUE SPACES.
008530
008532 01  WS-DETALLE-DVS.
008534     05 WV-MOVIMIENTO             PIC X(006).
008536     05 FILLER                    PIC X(002)     VALUE SPACES.
008538     05 WV-CUENTA                 PIC X(013).
008540     05 FILLER                    PIC X(002)     VALUE SPACES.
008542     05 WV-TIPO-PRESTAMO          PIC X(015).
008544     05 FILLER                    PIC X(002)     VALUE SPACES.
008546     05 WV-NOMBRE                 PIC X(030).
008548     05 FILLER                    PIC X(002)     VALUE SPACES.
008550     05 WV-DIAS-MORA              PIC ZZZZ9.
008552     05 FILLER                    PIC X(002)     VALUE SPACES.
008554     05 WV-SALDO                  PIC ZZZ,ZZZ,ZZ9.99-.
008556     05 FILLER                    PIC X(002)     VALUE SPACES.
008558     05 WV-INTERES                PIC ZZZ,ZZZ,ZZ9.99-.
008560     05 FILLER                    PIC X(021)     VALUE SPACES.
008562
008564 01  WS-TOTAL-DVS.
008566     05 WX-ETIQUETA               PIC X(040).
008568     05 WX-CANTIDAD               PIC ZZZ,ZZ9.
008570     05 FILLER                    PIC X(002)     VALUE SPACES.
008572     05 WX-VALOR                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
008574     05 FILLER                    PIC X(064)     VALUE SPACES.
008600
008700 PROCEDURE DIVISION.
008800
009800*----------------------------------------------------------------*
009900 1000-INICIALIZAR.
010000     MOVE 'N'  TO WS-SW-FIN-CUENTAS.
010020     MOVE 'N'  TO WS-SW-FIN-CUOTAS.
010040     MOVE 'S'  TO WS-SW-GLMMTR.
010100     MOVE ZERO TO WS-CTAS-LEIDAS WS-CTAS-DEVENGADAS
010200                  WS-CTAS-OMITIDAS WS-CANT-TIPOS.
010205     MOVE ZERO TO WS-CTAS-SUSPENDIDAS WS-CTAS-REACTIVADAS
010210                  WS-CTAS-EN-SUSPENSO WS-PARTIDAS-GENERADAS
010215                  WS-PARTIDAS-RECHAZADAS WS-TOTAL-REVERSADO
010220                  WS-TOTAL-REACTIVADO WS-TOTAL-ORDEN-MES
010225                  WS-DIAS-MAX-CUENTA.
010230     ACCEPT WS-FECHA-PROCESO-N FROM DATE YYYYMMDD.
010235     COMPUTE WS-ENTERO-PROCESO =
010240         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-N).
010245     OPEN INPUT  PARAM-FILE.
010250     IF PRM-OK
010255         READ PARAM-FILE
010260             AT END
010265                 CONTINUE
010270             NOT AT END
010275                 IF PM-DIAS-SUSPENSION > ZERO
010280                     MOVE PM-DIAS-SUSPENSION TO WS-DIAS-SUSPENSION
010285                 END-IF
010290         END-READ
010295     END-IF.
010300     OPEN I-O    CUENTAS-FILE.
010305     OPEN INPUT  CUOTAS-FILE.
010325     OPEN INPUT  CTACONT-FILE.
010330     IF WS-GLM-STATUS NOT = '00'
010335         DISPLAY 'RMYD1DEV - ERROR CTACONT-FILE ' WS-GLM-STATUS
010340                 ', NO SE GENERAN PARTIDAS'
010345         MOVE 'N' TO WS-SW-GLMMTR
010350     END-IF.
010355     OPEN EXTEND PARTIDAS-FILE.
010360     IF WS-GLP-STATUS EQUAL '05' OR '35'
010365         CLOSE PARTIDAS-FILE
010370         OPEN OUTPUT PARTIDAS-FILE
010375     END-IF.
010400     OPEN OUTPUT REPORTE-FILE.
010420     OPEN OUTPUT SUSPENSO-FILE.
010440     MOVE WS-FECHA-PROCESO-N TO WV-FECHA.
010460     MOVE WS-DIAS-SUSPENSION TO WV-DIAS-LIMITE.
010480     WRITE SUSPENSO-LINEA FROM WS-TITULO-DVS.
010500     IF NOT CTAS-OK
010600         DISPLAY 'RMYD1DEV - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
010700         MOVE 'S' TO WS-SW-FIN-CUENTAS
010800         GO TO 1000-EXIT
010900     END-IF.
010902*    SIN EL DETALLE DE CUOTAS TODA CUENTA QUEDARIA EN CERO DIAS DE
010904*    MORA Y SE REACTIVARIA; NO SE PROCESA NINGUNA CUENTA.
010906     IF WS-CUO-STATUS NOT = '00'
010908         DISPLAY 'RMYD1DEV - ERROR CUOTAS-FILE ' WS-CUO-STATUS
010910                 ', NO SE PROCESA EL DEVENGO'
010912         MOVE 'S' TO WS-SW-FIN-CUENTAS WS-SW-FIN-CUOTAS
010914         MOVE 16  TO RETURN-CODE
010916         GO TO 1000-EXIT
010918     END-IF.
010940     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
011000     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
011100 1000-EXIT.
011200     EXIT.
011300
011400*----------------------------------------------------------------*
011500*  2000-PROCESAR-CUENTA : DEVENGA LA CUENTA ACTUAL Y ACUMULA EL  *
011600*  RESUMEN POR TIPO DE PRESTAMO. LA CUENTA EN NO DEVENGO QUE YA  *
011620*  ESTA AL DIA SE REACTIVA; LA QUE SUPERA EL LIMITE DE DIAS SE   *
011640*  SUSPENDE Y SU INTERES DEL MES QUEDA SOLO EN ORDEN.            *
011700*----------------------------------------------------------------*
011800 2000-PROCESAR-CUENTA.
011900     ADD 1 TO WS-CTAS-LEIDAS.
011905     PERFORM 4000-MEDIR-MORA-CUENTA THRU 4000-EXIT.
011910     IF INCOB-CASTIGADA
011915         ADD 1 TO WS-CTAS-OMITIDAS
011920         GO TO 2000-SIGUIENTE
011925     END-IF.
011930     MOVE 'N' TO WS-SW-REESCRIBIR.
011935     IF DEVENGO-SUSPENDIDO AND WS-DIAS-MAX-CUENTA NOT > ZERO
011940         PERFORM 4200-REACTIVAR-DEVENGO THRU 4200-EXIT
011945         MOVE 'S' TO WS-SW-REESCRIBIR
011950     END-IF.
012000     IF DFH-SALDO NOT > ZERO
012100         ADD 1 TO WS-CTAS-OMITIDAS
012120         IF REESCRIBIR-CUENTA
012140             REWRITE DFHCOMMAREA
012160         END-IF
012200         GO TO 2000-SIGUIENTE
012300     END-IF.
012400     COMPUTE WS-INTERES-NUEVO ROUNDED =
012700         DFH-SALDO * DFH-TASA-COMISION / 1200.
012800     ADD DFH-INTERES-DEL-MES  TO DFH-INTERES-ACUM.
012900     ADD DFH-COMISION-DEL-MES TO DFH-COMISION-ACUM.
013100     MOVE WS-COMISION-NUEVA   TO DFH-COMISION-DEL-MES.
013200     MOVE DFH-SALDO-INT-MESACTUAL
013300                              TO DFH-SALDO-INT-MESANTERIOR.
013305     IF DEVENGO-ACTIVO
013310        AND WS-DIAS-MAX-CUENTA > WS-DIAS-SUSPENSION
013315         PERFORM 4100-SUSPENDER-DEVENGO THRU 4100-EXIT
013320     END-IF.
013325     IF DEVENGO-SUSPENDIDO
013330         MOVE WS-INTERES-NUEVO    TO WS-INTERES-ORDEN
013335         ADD WS-INTERES-NUEVO     TO DFH-INTERES-SUSPENDIDO
013340                                     WS-TOTAL-ORDEN-MES
013345         MOVE ZERO                TO WS-INTERES-NUEVO
013350         ADD 1 TO WS-CTAS-EN-SUSPENSO
013355     ELSE
013360         MOVE ZERO                TO WS-INTERES-ORDEN
013365     END-IF.
013370     MOVE WS-INTERES-NUEVO    TO DFH-INTERES-DEL-MES.
013400     ADD WS-INTERES-NUEVO     TO DFH-SALDO-INT-MESACTUAL.
013500     REWRITE DFHCOMMAREA.
013600     ADD 1 TO WS-CTAS-DEVENGADAS.
014000 2000-EXIT.
014100     EXIT.
014200
014202*----------------------------------------------------------------*
014204*  4000-MEDIR-MORA-CUENTA : AVANZA EL DETALLE DE CUOTAS HASTA LA *
014206*  CUENTA ACTUAL Y RETIENE LOS DIAS DE LA CUOTA MAS ANTIGUA CON  *
014208*  REMANENTE (MISMO CRITERIO DE RMYD1AGE / RMYD1PRV).            *
014210*----------------------------------------------------------------*
014212 4000-MEDIR-MORA-CUENTA.
014214     MOVE ZERO TO WS-DIAS-MAX-CUENTA.
014216     PERFORM 4010-SALTAR-CUOTA THRU 4010-EXIT
014218         UNTIL FIN-CUOTAS
014220         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
014222            NOT LESS THAN DFH-NUMERO-CUENTA IN DFHCOMMAREA.
014224     PERFORM 4020-MEDIR-CUOTA THRU 4020-EXIT
014226         UNTIL FIN-CUOTAS
014228         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
014230            NOT EQUAL DFH-NUMERO-CUENTA IN DFHCOMMAREA.
014232 4000-EXIT.
014234     EXIT.
014236
014238 4010-SALTAR-CUOTA.
014240     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
014242 4010-EXIT.
014244     EXIT.
014246
014248 4020-MEDIR-CUOTA.
014250     IF (SITPAGO-VENCIDA OR SITPAGO-PARCIAL)
014252        AND DFH-VALOR-REMANENTE > ZERO
014254         MOVE DFH-FECHA-PAGO TO WS-FECHA-PAGO-EDIT
014256         MOVE WS-FP-CCYY     TO WS-FPN-CCYY
014258         MOVE WS-FP-MM       TO WS-FPN-MM
014260         MOVE WS-FP-DD       TO WS-FPN-DD
014262         COMPUTE WS-DIAS-MORA =
014264             WS-ENTERO-PROCESO
014266           - FUNCTION INTEGER-OF-DATE(WS-FECHA-PAGO-N)
014268         IF WS-DIAS-MORA > WS-DIAS-MAX-CUENTA
014270             MOVE WS-DIAS-MORA TO WS-DIAS-MAX-CUENTA
014272         END-IF
014274     END-IF.
014276     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
014278 4020-EXIT.
014280     EXIT.
014282
014300*----------------------------------------------------------------*
014400*  5000-ACUMULAR-TIPO : BUSCA (O DA DE ALTA) EL TIPO DE PRESTAMO *
014500*  EN LA TABLA DE RESUMEN Y LE SUMA EL DEVENGO DE LA CUENTA.     *
016300         MOVE ZERO                TO WT-CANTIDAD (WS-SUB-TIPO)
016400         MOVE ZERO                TO WT-INTERES  (WS-SUB-TIPO)
016500         MOVE ZERO                TO WT-COMISION (WS-SUB-TIPO)
016550         MOVE ZERO                TO WT-ORDEN    (WS-SUB-TIPO)
016600     END-IF.
016700     ADD 1                 TO WT-CANTIDAD (WS-SUB-TIPO).
016800     ADD WS-INTERES-NUEVO  TO WT-INTERES  (WS-SUB-TIPO).
016900     ADD WS-COMISION-NUEVA TO WT-COMISION (WS-SUB-TIPO).
016950     ADD WS-INTERES-ORDEN  TO WT-ORDEN    (WS-SUB-TIPO).
017000 5000-EXIT.
017100     EXIT.
017200
018700     MOVE WT-CANTIDAD      (WS-SUB-TIPO) TO WD-CANTIDAD.
018800     MOVE WT-INTERES       (WS-SUB-TIPO) TO WD-INTERES.
018900     MOVE WT-COMISION      (WS-SUB-TIPO) TO WD-COMISION.
018950     MOVE WT-ORDEN         (WS-SUB-TIPO) TO WD-ORDEN.
019000     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
019100 5500-EXIT.
019200     EXIT.
019201
019202*----------------------------------------------------------------*
019203*  4100-SUSPENDER-DEVENGO : LA CUENTA ENTRA A NO DEVENGO. EL     *
019204*  INTERES DEL PERIODO EN MORA (INTERES MENSUAL DEL SALDO POR    *
019205*  LOS DIAS DE MORA / 30, HASTA EL ACUMULADO DEVENGADO) SE       *
019206*  REVERSA DEL INGRESO Y PASA A CUENTAS DE ORDEN.                *
019207*----------------------------------------------------------------*
019208 4100-SUSPENDER-DEVENGO.
019209     COMPUTE WS-INTERES-REVERSADO ROUNDED =
019210         DFH-SALDO * DFH-TASA-INTERES / 1200
019211                   * WS-DIAS-MAX-CUENTA / 30.
019212     IF WS-INTERES-REVERSADO > DFH-INTERES-ACUM
019213         MOVE DFH-INTERES-ACUM TO WS-INTERES-REVERSADO
019214     END-IF.
019215     IF WS-INTERES-REVERSADO < ZERO
019216         MOVE ZERO TO WS-INTERES-REVERSADO
019217     END-IF.
019218     SUBTRACT WS-INTERES-REVERSADO FROM DFH-INTERES-ACUM
019219                                        DFH-SALDO-INT-MESACTUAL.
019220     MOVE WS-INTERES-REVERSADO TO DFH-INTERES-SUSPENDIDO.
019221     MOVE 'S'                  TO DFH-DEVENGO-ESTADO.
019222     MOVE WS-FECHA-PROCESO-N   TO DFH-DEVENGO-FECHA-ESTADO.
019223     ADD 1 TO WS-CTAS-SUSPENDIDAS.
019224     ADD WS-INTERES-REVERSADO  TO WS-TOTAL-REVERSADO.
019225     IF WS-INTERES-REVERSADO > ZERO
019226         MOVE WS-INTERES-REVERSADO    TO WS-VALOR-PARTIDA
019227         MOVE 'REVERSO NO DEVENGO CTA ' TO WS-DG-TEXTO
019228         MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
019229                                      TO WS-DG-REFERENCIA
019230         MOVE 'N'                     TO WS-SW-INVERTIR
019231         MOVE 'DEVSUSPEN'             TO WS-CONCEPTO-BUSCADO
019232         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
019233         MOVE 'DEVORDEN '             TO WS-CONCEPTO-BUSCADO
019234         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
019235     END-IF.
019236     MOVE 'ENTRA '             TO WV-MOVIMIENTO.
019237     MOVE WS-INTERES-REVERSADO TO WV-INTERES.
019238     PERFORM 5600-IMPRIMIR-SUSPENSO THRU 5600-EXIT.
019239 4100-EXIT.
019240     EXIT.
019241
019242*----------------------------------------------------------------*
019243*  4200-REACTIVAR-DEVENGO : LA CUENTA EN NO DEVENGO YA NO TIENE  *
019244*  CUOTAS EN MORA. LO LLEVADO EN ORDEN SE RECONOCE COMO INGRESO, *
019245*  SE REVERSA DE ORDEN Y LA CUENTA VUELVE A DEVENGAR.            *
019246*----------------------------------------------------------------*
019247 4200-REACTIVAR-DEVENGO.
019248     MOVE DFH-INTERES-SUSPENDIDO TO WS-INTERES-REACTIVADO.
019249     ADD WS-INTERES-REACTIVADO   TO DFH-INTERES-ACUM
019250                                    DFH-SALDO-INT-MESACTUAL.
019251     MOVE ZERO                   TO DFH-INTERES-SUSPENDIDO.
019252     MOVE 'A'                    TO DFH-DEVENGO-ESTADO.
019253     MOVE WS-FECHA-PROCESO-N     TO DFH-DEVENGO-FECHA-ESTADO.
019254     ADD 1 TO WS-CTAS-REACTIVADAS.
019255     ADD WS-INTERES-REACTIVADO   TO WS-TOTAL-REACTIVADO.
019256     IF WS-INTERES-REACTIVADO > ZERO
019257         MOVE WS-INTERES-REACTIVADO   TO WS-VALOR-PARTIDA
019258         MOVE 'REACTIVA DEVENGO CTA   ' TO WS-DG-TEXTO
019259         MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
019260                                      TO WS-DG-REFERENCIA
019261         MOVE 'N'                     TO WS-SW-INVERTIR
019262         MOVE 'DEVREACTI'             TO WS-CONCEPTO-BUSCADO
019263         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
019264         MOVE 'S'                     TO WS-SW-INVERTIR
019265         MOVE 'DEVORDEN '             TO WS-CONCEPTO-BUSCADO
019266         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
019267     END-IF.
019268     MOVE 'SALE  '               TO WV-MOVIMIENTO.
019269     MOVE WS-INTERES-REACTIVADO  TO WV-INTERES.
019270     PERFORM 5600-IMPRIMIR-SUSPENSO THRU 5600-EXIT.
019271 4200-EXIT.
019272     EXIT.
019273
019274*----------------------------------------------------------------*
019275*  5600-IMPRIMIR-SUSPENSO : LINEA DE LA CUENTA QUE ENTRA O SALE  *
019276*  DE NO DEVENGO (MOVIMIENTO E INTERES YA ASIGNADOS).            *
019277*----------------------------------------------------------------*
019278 5600-IMPRIMIR-SUSPENSO.
019279     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA TO WV-CUENTA.
019280     MOVE DFH-TIPO-PRESTAMO               TO WV-TIPO-PRESTAMO.
019281     MOVE DFH-NOMBRE-CUENTA               TO WV-NOMBRE.
019282     MOVE WS-DIAS-MAX-CUENTA              TO WV-DIAS-MORA.
019283     MOVE DFH-SALDO                       TO WV-SALDO.
019284     WRITE SUSPENSO-LINEA FROM WS-DETALLE-DVS.
019285 5600-EXIT.
019286     EXIT.
019300
019400*----------------------------------------------------------------*
019500*  3000-FINALIZAR : EMITE EL RESUMEN POR TIPO Y LOS CONTADORES.  *
019520*  GENERA LAS PARTIDAS DEL DEVENGO POR TIPO Y LA DEL INTERES DEL *
019540*  MES LLEVADO EN ORDEN, Y TOTALIZA EL REPORTE DE NO DEVENGO.    *
019600*----------------------------------------------------------------*
019700 3000-FINALIZAR.
019800     PERFORM 5500-IMPRIMIR-TIPO THRU 5500-EXIT
019900         VARYING WS-SUB-TIPO FROM 1 BY 1
020000         UNTIL WS-SUB-TIPO > WS-CANT-TIPOS.
020002     PERFORM 6500-GENERAR-DEVENGO THRU 6500-EXIT
020004         VARYING WS-SUB-TIPO FROM 1 BY 1
020006         UNTIL WS-SUB-TIPO > WS-CANT-TIPOS.
020008     IF WS-TOTAL-ORDEN-MES > ZERO
020010         MOVE WS-TOTAL-ORDEN-MES       TO WS-VALOR-PARTIDA
020012         MOVE 'INTERES EN ORDEN DEL MES' TO WS-DG-TEXTO
020014         MOVE SPACES                   TO WS-DG-REFERENCIA
020016         MOVE 'N'                      TO WS-SW-INVERTIR
020018         MOVE 'DEVORDEN '              TO WS-CONCEPTO-BUSCADO
020020         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
020022     END-IF.
020024     MOVE 'CUENTAS QUE ENTRAN A NO DEVENGO        '
020025                              TO WX-ETIQUETA.
020026     MOVE WS-CTAS-SUSPENDIDAS TO WX-CANTIDAD.
020028     MOVE WS-TOTAL-REVERSADO  TO WX-VALOR.
020030     WRITE SUSPENSO-LINEA FROM WS-TOTAL-DVS.
020032     MOVE 'CUENTAS QUE SALEN DE NO DEVENGO        '
020033                              TO WX-ETIQUETA.
020034     MOVE WS-CTAS-REACTIVADAS TO WX-CANTIDAD.
020036     MOVE WS-TOTAL-REACTIVADO TO WX-VALOR.
020038     WRITE SUSPENSO-LINEA FROM WS-TOTAL-DVS.
020040     MOVE 'CUENTAS EN NO DEVENGO / INTERES EN ORDEN'
020041                              TO WX-ETIQUETA.
020042     MOVE WS-CTAS-EN-SUSPENSO TO WX-CANTIDAD.
020044     MOVE WS-TOTAL-ORDEN-MES  TO WX-VALOR.
020046     WRITE SUSPENSO-LINEA FROM WS-TOTAL-DVS.
020100     DISPLAY 'RMYD1DEV - CUENTAS LEIDAS    : ' WS-CTAS-LEIDAS.
020200     DISPLAY 'RMYD1DEV - CUENTAS DEVENGADAS: '
020300             WS-CTAS-DEVENGADAS.
020400     DISPLAY 'RMYD1DEV - CUENTAS OMITIDAS  : '
020500             WS-CTAS-OMITIDAS.
020510     DISPLAY 'RMYD1DEV - ENTRAN A NO DEVENGO: '
020520             WS-CTAS-SUSPENDIDAS.
020530     DISPLAY 'RMYD1DEV - SALEN DE NO DEVENGO: '
020540             WS-CTAS-REACTIVADAS.
020550     DISPLAY 'RMYD1DEV - PARTIDAS GENERADAS : '
020560             WS-PARTIDAS-GENERADAS.
020570     DISPLAY 'RMYD1DEV - PARTIDAS RECHAZADAS: '
020580             WS-PARTIDAS-RECHAZADAS.
020600     CLOSE CUENTAS-FILE REPORTE-FILE.
020610     CLOSE CTACONT-FILE PARTIDAS-FILE SUSPENSO-FILE.
020620     IF WS-PRM-STATUS NOT EQUAL '35'
020630         CLOSE PARAM-FILE
020640     END-IF.
020650     IF WS-CUO-STATUS NOT EQUAL '35'
020660         CLOSE CUOTAS-FILE
020670     END-IF.
020700 3000-EXIT.
020800     EXIT.
020900
020901*----------------------------------------------------------------*
020902*  6500-GENERAR-DEVENGO : PARTIDAS DEL DEVENGO DEL MES POR TIPO  *
020903*  DE PRESTAMO (INTERES Y COMISION).                             *
020904*----------------------------------------------------------------*
020905 6500-GENERAR-DEVENGO.
020906     MOVE 'N' TO WS-SW-INVERTIR.
020907     MOVE WT-TIPO-PRESTAMO (WS-SUB-TIPO) TO WS-DG-REFERENCIA.
020908     IF WT-INTERES (WS-SUB-TIPO) > ZERO
020909         MOVE WT-INTERES (WS-SUB-TIPO) TO WS-VALOR-PARTIDA
020910         MOVE 'DEVENGO INTERES TIPO   ' TO WS-DG-TEXTO
020911         MOVE 'DEVINTERE'               TO WS-CONCEPTO-BUSCADO
020912         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
020913     END-IF.
020914     IF WT-COMISION (WS-SUB-TIPO) > ZERO
020915         MOVE WT-COMISION (WS-SUB-TIPO) TO WS-VALOR-PARTIDA
020916         MOVE 'DEVENGO COMISION TIPO  ' TO WS-DG-TEXTO
020917         MOVE 'DEVCOMISI'               TO WS-CONCEPTO-BUSCADO
020918         PERFORM 6600-ESCRIBIR-PARTIDA THRU 6600-EXIT
020919     END-IF.
020920 6500-EXIT.
020921     EXIT.
020922
020923*----------------------------------------------------------------*
020924*  6600-ESCRIBIR-PARTIDA : PARTIDA AL GLPOST CON LAS CUENTAS DEL *
020925*  CONCEPTO EN GLMMTR; INVERTIDA (DEBITO POR CREDITO) CUANDO SE  *
020926*  DESHACE LO LLEVADO EN ORDEN.                                  *
020927*----------------------------------------------------------------*
020928 6600-ESCRIBIR-PARTIDA.
020929     IF NOT GLMMTR-DISPONIBLE
020930         ADD 1 TO WS-PARTIDAS-RECHAZADAS
020931         GO TO 6600-EXIT
020932     END-IF.
020933     PERFORM 6700-BUSCAR-CTA-CONTABLE THRU 6700-EXIT.
020934     IF CTA-CONTABLE-INVALIDA
020935         DISPLAY 'RMYD1DEV - CONCEPTO ' WS-CONCEPTO-BUSCADO
020936                 ' NO EXISTE EN EL MAESTRO GLMMTR'
020937         ADD 1 TO WS-PARTIDAS-RECHAZADAS
020938         GO TO 6600-EXIT
020939     END-IF.
020940     MOVE WS-FECHA-PROCESO-N    TO DFH-GL-FECHA.
020941     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
020942     MOVE WS-CONCEPTO-BUSCADO   TO DFH-GL-CONCEPTO.
020943     IF PARTIDA-INVERTIDA
020944         MOVE DFH-CTA-CREDITO   TO DFH-GL-CTA-DEBITO
020945         MOVE DFH-CTA-DEBITO    TO DFH-GL-CTA-CREDITO
020946     ELSE
020947         MOVE DFH-CTA-DEBITO    TO DFH-GL-CTA-DEBITO
020948         MOVE DFH-CTA-CREDITO   TO DFH-GL-CTA-CREDITO
020949     END-IF.
020950     MOVE WS-VALOR-PARTIDA      TO DFH-GL-VALOR.
020951     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
020952     WRITE REG-PARTIDA-GL.
020953     ADD 1 TO WS-PARTIDAS-GENERADAS.
020954 6600-EXIT.
020955     EXIT.
020956
020957*----------------------------------------------------------------*
020958*  6700-BUSCAR-CTA-CONTABLE : LEE EL CONCEPTO EN EL MAESTRO      *
020959*  GLMMTR (VER RMYD1GLE).                                        *
020960*----------------------------------------------------------------*
020961 6700-BUSCAR-CTA-CONTABLE.
020962     MOVE 'S' TO WS-SW-CTA-VALIDA.
020963     MOVE WS-CONCEPTO-BUSCADO TO DFH-CTA-CONCEPTO.
020964     READ CTACONT-FILE
020965         INVALID KEY
020966             MOVE 'N' TO WS-SW-CTA-VALIDA
020967     END-READ.
020968 6700-EXIT.
020969     EXIT.
020970
021000*----------------------------------------------------------------*
021100*  8000-LEER-CUENTA                                              *
021200*----------------------------------------------------------------*
021700     END-READ.
021800 8000-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------------*
022200*  8100-LEER-CUOTA                                               *
022300*----------------------------------------------------------------*
022400 8100-LEER-CUOTA.
022500     READ CUOTAS-FILE
022600         AT END
022700             MOVE 'S' TO WS-SW-FIN-CUOTAS
022800     END-READ.
022900 8100-EXIT.
023000     EXIT.
