000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1ACS.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : SEGUIMIENTO DIARIO DE LOS ACUERDOS DE PAGO DE        *
000900*           CUENTAS EN COBRO JUDICIAL (ACJMTR - RMYD1ACJ, LOS    *
001000*           REGISTRA RMYD1ACM). CORRE DESPUES DE LA APLICACION   *
001100*           DE PAGOS (RMYD1PGA). LO PAGADO DE CADA ACUERDO       *
001200*           VIGENTE SE RECALCULA CON PAGOHST (RMYD1PGH): LOS     *
001300*           PAGOS MENOS LAS REVERSAS DE LA CUENTA CON FECHA REAL *
001400*           DESDE LA FECHA DEL ACUERDO, SIN EL CANAL ACUERDO QUE *
001500*           GENERA ESTE MISMO PROCESO. LAS CUOTAS DEL ACUERDO SE *
001600*           MARCAN CUBIERTAS POR LO PAGADO ACUMULADO. EL SALDO   *
001700*           QUE QUEDA DE LA CUENTA SE CALCULA POR CONCEPTO CON   *
001800*           LA RUTINA COMUN RMYD1LQC (CAPITAL; INTERES CORRIDO   *
001900*           MAS PENALIDADES DE PRE-CANCELACION; GASTOS           *
002000*           JUDICIALES) Y LOS CARGOS DE MORA PENDIENTES DE       *
002100*           MORACRG (RMYD1MCG).                                  *
002150*           ACUERDO CUMPLIDO (LO PAGADO ALCANZA EL MONTO         *
002200*           ACORDADO): SE APLICA LA QUITA POR EL SALDO QUE       *
002250*           QUEDA. LOS PAGOS DEL CANAL ACUERDO EN ACJPAGO (SE    *
002300*           INCORPORAN AL LOTE PAGOTRN ANTES DE RMYD1PGV) SE     *
002350*           ARMAN COMO LOS DE RMYD1CSD CON LO QUE APLICAN        *
002400*           RMYD1PGA Y RMYD1ABX: GASTOS, CARGOS DE MORA DE CADA  *
002450*           CUOTA, REMANENTE DE LAS CUOTAS VENCIDAS, PARCIALES Y *
002500*           DE LA PRIMERA PENDIENTE, Y EL CAPITAL QUE QUEDA COMO *
002550*           ABONO. LA QUITA DE CADA CONCEPTO SALE DE ESOS MISMOS *
002600*           REMANENTES, CON UNA PARTIDA EN GLPOST POR CONCEPTO   *
002650*           (QUITACAPI, QUITAINTE, QUITAMORA Y QUITAGJUD DE      *
002700*           GLMMTR) CONTRA LA CUENTA PUENTE. EL INTERES CORRIDO  *
002750*           Y LAS PENALIDADES QUE EXCEDEN EL SEGURO, COMISION E  *
002800*           INTERES DE LAS CUOTAS NO PASAN POR EL PAGO: SE       *
002850*           QUITAN CON UNA PARTIDA APARTE (QUITAINTN DE GLMMTR)  *
002900*           Y SE REPORTAN DENTRO DEL INTERES. ASI LA CUENTA      *
002950*           QUEDA EN CERO PARA EL CIERRE DE RMYD1CAN. EL REPORTE *
003000*           COMPARA LA QUITA APROBADA CONTRA LA APLICADA.        *
003100*           ACUERDO ROTO (UNA CUOTA SIN CUBRIR PASADOS LOS DIAS  *
003200*           DE GRACIA): LA DEUDA COMPLETA QUEDA VIGENTE, SE      *
003300*           PROPONE LA SITUACION COBRO JUDICIAL EN ACJSITJ       *
003400*           (FORMATO SITJTRN DE RMYD1SJL) Y SE AVISA AL          *
003500*           EXPEDIENTE CON UNA IMAGEN EXPTRN EN ACJEXPT (PARA    *
003600*           RMYD1EXM). CADA CAMBIO DE ESTADO DEJA SU LINEA EN    *
003700*           CTABITA (RMYD1CTB).                                  *
003800*----------------------------------------------------------------*
003900*  HISTORIAL DE MODIFICACIONES                                   *
004000*  FECHA       INIC  DESCRIPCION                                 *
004100*  15/10/2026  DS    VERSION INICIAL.                            *
004120*  15/10/2026  DS    SE DEJAN EN BLANCO LOS DATOS DE EFECTIVO    *
004140*                    DEL PAGO GENERADO (RMYD1PGH).               *
004150*  15/10/2026  DS    LOS PAGOS DE LA QUITA SE ARMAN CON LO QUE   *
004160*                    APLICAN PGA Y ABX Y LA QUITA POR CONCEPTO   *
004170*                    SALE DE ESOS REMANENTES; EL INTERES QUE NO  *
004180*                    CUBREN LAS CUOTAS SE QUITA APARTE CON LA    *
004190*                    CLAVE QUITAINTN.                            *
004192*  15/10/2026  DS    CUOTDET, EXPMTR O MORACRG QUE NO ABREN      *
004194*                    (SALVO MORACRG INEXISTENTE) TERMINAN LA     *
004196*                    CORRIDA CON RC 16.                          *
004200*----------------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM-390.
004600 OBJECT-COMPUTER.  IBM-390.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ACUERDOS-FILE  ASSIGN TO ACJMTR
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE   IS DYNAMIC
005200            RECORD KEY    IS DFH-ACJ-NUMERO-CUENTA
005300            FILE STATUS   IS WS-ACJ-STATUS.
005400
005500     SELECT HISTORIAL-FILE ASSIGN TO PAGOHST
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS   IS WS-HST-STATUS.
005800
005900     SELECT CARGOS-FILE    ASSIGN TO MORACRG
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS   IS WS-MOR-STATUS.
006200
006300     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE   IS RANDOM
006600            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
006700            FILE STATUS   IS WS-CTAS-STATUS.
006800
006900     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
007000            ORGANIZATION IS INDEXED
007100            ACCESS MODE   IS DYNAMIC
007200            RECORD KEY    IS DFH-CUOTA-LLAVE
007300            FILE STATUS   IS WS-CUO-STATUS.
007400
007500     SELECT EXPEDIEN-FILE  ASSIGN TO EXPMTR
007600            ORGANIZATION IS INDEXED
007700            ACCESS MODE   IS RANDOM
007800            RECORD KEY    IS DFH-EXP-EXPEDIENTE
007900            FILE STATUS   IS WS-EXP-STATUS.
008000
008100     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
008200            ORGANIZATION IS INDEXED
008300            ACCESS MODE   IS RANDOM
008400            RECORD KEY    IS DFH-CTA-CONCEPTO
008500            FILE STATUS   IS WS-GLM-STATUS.
008600
008700     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS   IS WS-GLP-STATUS.
009000
009100     SELECT PAGOS-FILE     ASSIGN TO ACJPAGO
009200            ORGANIZATION IS LINE SEQUENTIAL
009300            FILE STATUS   IS WS-PAG-STATUS.
009400
009500     SELECT SITUACION-FILE ASSIGN TO ACJSITJ
009600            ORGANIZATION IS LINE SEQUENTIAL
009700            FILE STATUS   IS WS-SIT-STATUS.
009800
009900     SELECT AVISOS-FILE    ASSIGN TO ACJEXPT
010000            ORGANIZATION IS LINE SEQUENTIAL
010100            FILE STATUS   IS WS-AVI-STATUS.
010200
010300     SELECT BITACORA-FILE  ASSIGN TO CTABITA
010400            ORGANIZATION IS LINE SEQUENTIAL
010500            FILE STATUS   IS WS-BIT-STATUS.
010600
010700     SELECT REPORTE-FILE   ASSIGN TO RPTACS
010800            ORGANIZATION IS LINE SEQUENTIAL
010900            FILE STATUS   IS WS-RPT-STATUS.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  ACUERDOS-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600     COPY RMYD1ACJ.
011700
011800 FD  HISTORIAL-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100     COPY RMYD1PGH REPLACING REG-HIST-PAGO
012200                          BY REG-PAGO-HISTORIAL.
012300
012400 FD  CARGOS-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700     COPY RMYD1MCG.
012800
012900 FD  CUENTAS-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY RMYD1CLG.
013300
013400 FD  CUOTAS-FILE
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700     COPY RMYD1CLD.
013800
013900 FD  EXPEDIEN-FILE
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200     COPY RMYD1EXJ.
014300
014400 FD  CTACONT-FILE
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY RMYD1GLM.
014800
014900 FD  PARTIDAS-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200     COPY RMYD1GLP.
015300
015400 FD  PAGOS-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700     COPY RMYD1PGH.
015800
015900 FD  SITUACION-FILE
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  REG-PROPUESTA.
016300     05 PR-NUMERO-CUENTA          PIC X(013).
016400     05 PR-SITUAC-NUEVA           PIC X(015).
016500     05 PR-FECHA-EFECTO           PIC 9(008).
016600     05 PR-RESPONSABLE            PIC X(010).
016700     05 PR-MOTIVO                 PIC X(040).
016800
016900 FD  AVISOS-FILE
017000     RECORDING MODE IS F
017100     LABEL RECORDS ARE STANDARD.
017200 01  REG-AVISO-EXPEDIENTE         PIC X(124).
017300
017400 FD  BITACORA-FILE
017500     RECORDING MODE IS F
017600     LABEL RECORDS ARE STANDARD.
017700     COPY RMYD1CTB.
017800
017900 FD  REPORTE-FILE
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD.
018200 01  REPORTE-LINEA                PIC X(132).
018300
018400 WORKING-STORAGE SECTION.
018500 COPY RMYD1BTA.
018600 77  WS-ACJ-STATUS                PIC X(02).
018700     88 ACJ-OK                       VALUE '00'.
018800 77  WS-HST-STATUS                PIC X(02).
018900     88 HST-OK                       VALUE '00'.
019000 77  WS-MOR-STATUS                PIC X(02).
019100     88 MOR-OK                       VALUE '00'.
019200 77  WS-CTAS-STATUS               PIC X(02).
019300     88 CTAS-OK                      VALUE '00'.
019400 77  WS-CUO-STATUS                PIC X(02).
019500 77  WS-EXP-STATUS                PIC X(02).
019600 77  WS-GLM-STATUS                PIC X(02).
019700 77  WS-GLP-STATUS                PIC X(02).
019800 77  WS-PAG-STATUS                PIC X(02).
019900 77  WS-SIT-STATUS                PIC X(02).
020000 77  WS-AVI-STATUS                PIC X(02).
020100 77  WS-BIT-STATUS                PIC X(02).
020200 77  WS-RPT-STATUS                PIC X(02).
020300 77  WS-SW-FIN-ACUERDOS           PIC X(01).
020400     88 FIN-ACUERDOS                 VALUE 'S'.
020500 77  WS-SW-FIN-HISTORIAL          PIC X(01).
020600     88 FIN-HISTORIAL                VALUE 'S'.
020700 77  WS-SW-FIN-CARGOS             PIC X(01).
020800     88 FIN-CARGOS                   VALUE 'S'.
020900 77  WS-SW-FIN-CUOTAS             PIC X(01).
021000     88 FIN-CUOTAS                   VALUE 'S'.
021100 77  WS-SW-ENCONTRADO             PIC X(01).
021200     88 ACUERDO-ENCONTRADO           VALUE 'S'.
021300 77  WS-RESPONSABLE               PIC X(010) VALUE 'SISTEMA   '.
021400 77  WS-FECHA-PROCESO             PIC 9(008).
021500 77  WS-ENTERO-PROCESO            PIC 9(008) COMP.
021600 77  WS-ENTERO-LIMITE             PIC 9(008) COMP.
021700 77  WS-CANT-ACUERDOS             PIC 9(005) COMP.
021800 77  WS-SUB-ACJ                   PIC 9(005) COMP.
021900 77  WS-SUB-BUS                   PIC 9(005) COMP.
022000 77  WS-SUB-HALLADO               PIC 9(005) COMP.
022100 77  WS-SUB-CUOTA                 PIC 9(003) COMP.
022200 77  WS-SUB-PRIMERA               PIC 9(003) COMP.
022300 77  WS-SUB-CON                   PIC 9(003) COMP.
022400 77  WS-CUOTAS-CUBIERTAS          PIC 9(002).
022500 77  WS-ACUMULADO-CUOTAS          PIC S9(011)V99 COMP-3.
022600 77  WS-MORA-PENDIENTE            PIC S9(011)V99 COMP-3.
022700 77  WS-DEUDA-TOTAL               PIC S9(011)V99 COMP-3.
022800 77  WS-QUITA-APROBADA            PIC S9(011)V99 COMP-3.
022900 77  WS-CUENTA-PAGO               PIC X(013).
023000 77  WS-TOTAL-PAGOS               PIC S9(011)V99 COMP-3.
023100 77  WS-CAPITAL-CUOTAS            PIC S9(011)V99 COMP-3.
023200 77  WS-VALOR-CUOTA               PIC S9(011)V99 COMP-3.
023300 77  WS-SEC-PENDIENTE             PIC 9(003).
023400 77  WS-SEC-ULTIMA                PIC 9(003).
023500 77  WS-SEC-RETENIDA              PIC 9(003).
023600 77  WS-VALOR-RETENIDO            PIC S9(011)V99 COMP-3.
023610 77  WS-VALOR-PENDIENTE           PIC S9(011)V99 COMP-3.
023620 77  WS-GASTOS-PAGOS              PIC S9(011)V99 COMP-3.
023630 77  WS-GASTOS-POR-PAGAR          PIC S9(011)V99 COMP-3.
023640 77  WS-ABONO-CAPITAL             PIC S9(011)V99 COMP-3.
023650 77  WS-OTROS-CUOTAS              PIC S9(011)V99 COMP-3.
023660 77  WS-MORA-PAGOS                PIC S9(011)V99 COMP-3.
023670 77  WS-INTERES-NO-PROG           PIC S9(011)V99 COMP-3.
023680 77  WS-VALOR-PARTIDA             PIC S9(011)V99 COMP-3.
023700 77  WS-ETAPA-NUEVA               PIC X(015).
023800 77  WS-ACJ-OMITIDOS              PIC 9(007) COMP.
023900 77  WS-PAGOS-LEIDOS              PIC 9(007) COMP.
024000 77  WS-ACJ-REVISADOS             PIC 9(007) COMP.
024100 77  WS-ACJ-VIGENTES              PIC 9(007) COMP.
024200 77  WS-ACJ-CUMPLIDOS             PIC 9(007) COMP.
024300 77  WS-ACJ-ROTOS                 PIC 9(007) COMP.
024400 77  WS-PAGOS-GENERADOS           PIC 9(007) COMP.
024500 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
024600 77  WS-TOTAL-QUITAS              PIC S9(013)V99 COMP-3.
024700 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
024800
024900 COPY RMYD1LQA.
025000
025100*----------------------------------------------------------------*
025200*  ACUERDOS VIGENTES EN ORDEN DE CUENTA (COMO VIENEN DE ACJMTR)  *
025300*  CON LO PAGADO SEGUN PAGOHST. LOS QUE NO CABEN SE CUENTAN Y    *
025400*  SE REVISAN EN LA CORRIDA SIGUIENTE.                           *
025500*----------------------------------------------------------------*
025600 01  WS-TABLA-ACUERDOS.
025700     05 WS-ACUERDO-ENTRADA OCCURS 500 TIMES.
025800         10 WA-CUENTA             PIC X(013).
025900         10 WA-FECHA-ACUERDO      PIC 9(008).
026000         10 WA-PAGADO             PIC S9(011)V99 COMP-3.
026010
026020*----------------------------------------------------------------*
026025*  CARGOS DE MORA PENDIENTES DE LA CUENTA DEL ACUERDO EN CURSO,  *
026030*  POR SECUENCIA DE CUOTA (MORACRG TRAE A LO SUMO UNO POR        *
026035*  CUOTA).                                                       *
026050*----------------------------------------------------------------*
026060 01  WS-TABLA-MORA.
026070     05 WS-MORA-CUOTA             PIC S9(011)V99 COMP-3
026080                                  OCCURS 999 TIMES.
026100
026200*----------------------------------------------------------------*
026300*  SALDO QUE QUEDA DE LA CUENTA POR CONCEPTO, EN EL ORDEN DE LA  *
026400*  QUITA DEL ACUERDO (DFH-ACJ-QUITA-TABLA), CON EL CONCEPTO DE   *
026500*  GLMMTR Y EL NOMBRE DEL REPORTE DE CADA UNO.                   *
026600*----------------------------------------------------------------*
026700 01  WS-RESIDUAL.
026800     05 WS-RES-CAPITAL            PIC S9(011)V99.
026900     05 WS-RES-INTERES            PIC S9(011)V99.
027000     05 WS-RES-CARGOS             PIC S9(011)V99.
027100     05 WS-RES-GASTOS             PIC S9(011)V99.
027200 01  WS-RESIDUAL-TABLA REDEFINES WS-RESIDUAL.
027300     05 WS-RES-CONCEPTO           PIC S9(011)V99
027400                                  OCCURS 4 TIMES.
027500
027600 01  WS-CONCEPTOS-QUITA.
027700     05 FILLER                    PIC X(019)
027800        VALUE 'QUITACAPICAPITAL   '.
027900     05 FILLER                    PIC X(019)
028000        VALUE 'QUITAINTEINTERES   '.
028100     05 FILLER                    PIC X(019)
028200        VALUE 'QUITAMORACARGOS    '.
028300     05 FILLER                    PIC X(019)
028400        VALUE 'QUITAGJUDGASTOS JUD'.
028500 01  WS-CONCEPTOS-TABLA REDEFINES WS-CONCEPTOS-QUITA.
028600     05 WS-CONCEPTO-ENTRADA OCCURS 4 TIMES.
028700         10 WC-CONCEPTO-GL        PIC X(009).
028800         10 WC-NOMBRE             PIC X(010).
028900
029000 01  WS-EDIT-VALOR                PIC ZZZZZZZZZZZ9.99-.
029100 01  WS-CAMPO-BITACORA            PIC X(025).
029200 01  WS-VALOR-ANTERIOR            PIC X(020).
029300 01  WS-VALOR-NUEVO               PIC X(020).
029400
029500 01  WS-DESCRIPCION-GL.
029600     05 FILLER                    PIC X(014)
029700        VALUE 'QUITA ACUERDO '.
029800     05 WS-DG-CUENTA              PIC X(013).
029900     05 FILLER                    PIC X(001)     VALUE SPACES.
030000     05 WS-DG-NOMBRE              PIC X(010).
030100     05 FILLER                    PIC X(002)     VALUE SPACES.
030200
030300 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
030400
030500 01  WS-TITULO-1.
030600     05 FILLER                    PIC X(038)
030700        VALUE 'RMYD1ACS - SEGUIMIENTO DE ACUERDOS DE '.
030800     05 FILLER                    PIC X(026)
030900        VALUE 'PAGO JUDICIALES  PROCESO '.
031000     05 WT-FECHA                  PIC 9(008).
031100     05 FILLER                    PIC X(060)     VALUE SPACES.
031200
031300 01  WS-TITULO-2.
031400     05 FILLER                    PIC X(015)
031500        VALUE 'CUENTA'.
031600     05 FILLER                    PIC X(022)
031700        VALUE 'EXPEDIENTE'.
031800     05 FILLER                    PIC X(010)
031900        VALUE 'ESTADO'.
032000     05 FILLER                    PIC X(017)
032100        VALUE ' MONTO ACORDADO'.
032200     05 FILLER                    PIC X(017)
032300        VALUE '         PAGADO'.
032400     05 FILLER                    PIC X(017)
032500        VALUE '     DEUDA TOTAL'.
032600     05 FILLER                    PIC X(008)
032700        VALUE 'CUOTAS'.
032800     05 FILLER                    PIC X(026)     VALUE SPACES.
032900
033000 01  WS-DETALLE-ACUERDO.
033100     05 WD-CUENTA                 PIC X(013).
033200     05 FILLER                    PIC X(002)     VALUE SPACES.
033300     05 WD-EXPEDIENTE             PIC X(020).
033400     05 FILLER                    PIC X(002)     VALUE SPACES.
033500     05 WD-ESTADO                 PIC X(008).
033600     05 FILLER                    PIC X(002)     VALUE SPACES.
033700     05 WD-MONTO                  PIC ZZZ,ZZZ,ZZ9.99-.
033800     05 FILLER                    PIC X(002)     VALUE SPACES.
033900     05 WD-PAGADO                 PIC ZZZ,ZZZ,ZZ9.99-.
034000     05 FILLER                    PIC X(002)     VALUE SPACES.
034100     05 WD-DEUDA                  PIC ZZZ,ZZZ,ZZ9.99-.
034200     05 FILLER                    PIC X(002)     VALUE SPACES.
034300     05 WD-CUBIERTAS              PIC Z9.
034400     05 FILLER                    PIC X(001)     VALUE '/'.
034500     05 WD-CUOTAS                 PIC Z9.
034600     05 FILLER                    PIC X(029)     VALUE SPACES.
034700
034800 01  WS-DETALLE-QUITA.
034900     05 FILLER                    PIC X(006)
035000        VALUE SPACES.
035100     05 FILLER                    PIC X(006)
035200        VALUE 'QUITA '.
035300     05 WQ-NOMBRE                 PIC X(010).
035400     05 FILLER                    PIC X(011)
035500        VALUE ' APROBADA '.
035600     05 WQ-APROBADA               PIC ZZZ,ZZZ,ZZ9.99-.
035700     05 FILLER                    PIC X(011)
035800        VALUE ' APLICADA '.
035900     05 WQ-APLICADA               PIC ZZZ,ZZZ,ZZ9.99-.
036000     05 FILLER                    PIC X(013)
036100        VALUE ' DIFERENCIA '.
036200     05 WQ-DIFERENCIA             PIC ZZZ,ZZZ,ZZ9.99-.
036300     05 FILLER                    PIC X(030)     VALUE SPACES.
036400
036500 01  WS-DETALLE-ROTO.
036600     05 FILLER                    PIC X(006)
036700        VALUE SPACES.
036800     05 FILLER                    PIC X(030)
036900        VALUE 'CUOTA NO CUBIERTA CON FECHA '.
037000     05 WX-FECHA-CUOTA            PIC 9(008).
037100     05 FILLER                    PIC X(017)
037200        VALUE '  DIAS DE GRACIA '.
037300     05 WX-DIAS-GRACIA            PIC ZZ9.
037400     05 FILLER                    PIC X(040)
037500        VALUE '  DEUDA COMPLETA RESTABLECIDA'.
037600     05 FILLER                    PIC X(028)     VALUE SPACES.
037700
037800 PROCEDURE DIVISION.
037900
038000 0000-MAINLINE.
038100     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
038200     PERFORM 2000-REVISAR-ACUERDO  THRU 2000-EXIT
038300         VARYING WS-SUB-ACJ FROM 1 BY 1
038400         UNTIL WS-SUB-ACJ > WS-CANT-ACUERDOS.
038500     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
038600     STOP RUN.
038700
038800*----------------------------------------------------------------*
038900*  1000-INICIALIZAR : ABRE LOS ARCHIVOS, CARGA LOS ACUERDOS      *
038950*  VIGENTES Y ACUMULA LO PAGADO DE CADA UNO SEGUN PAGOHST. SI    *
039000*  CUOTDET, EXPMTR O MORACRG NO ABREN SE TERMINA CON RC 16,      *
039050*  SALVO MORACRG INEXISTENTE (35), QUE SE TOMA SIN CARGOS.       *
039100*----------------------------------------------------------------*
039200 1000-INICIALIZAR.
039300     MOVE 'RMYD1ACS' TO DFH-BTA-PROGRAMA.
039400     MOVE 'I'        TO DFH-BTA-ACCION.
039500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
039600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
039700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
039800     MOVE 'N'  TO WS-SW-FIN-ACUERDOS WS-SW-FIN-HISTORIAL
039900                  WS-SW-FIN-CARGOS.
040000     MOVE ZERO TO WS-CANT-ACUERDOS WS-ACJ-OMITIDOS WS-PAGOS-LEIDOS
040100                  WS-ACJ-REVISADOS WS-ACJ-VIGENTES
040200                  WS-ACJ-CUMPLIDOS
040300                  WS-ACJ-ROTOS WS-PAGOS-GENERADOS
040400                  WS-PARTIDAS-GENERADAS WS-TOTAL-QUITAS.
040500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
040600     COMPUTE WS-ENTERO-PROCESO =
040700         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
040800     OPEN I-O    ACUERDOS-FILE.
040900     OPEN INPUT  HISTORIAL-FILE.
041000     OPEN INPUT  CARGOS-FILE.
041100     OPEN INPUT  CUENTAS-FILE.
041200     OPEN INPUT  CUOTAS-FILE.
041300     OPEN INPUT  EXPEDIEN-FILE.
041400     OPEN INPUT  CTACONT-FILE.
041500     OPEN OUTPUT PAGOS-FILE.
041600     OPEN OUTPUT SITUACION-FILE.
041700     OPEN OUTPUT AVISOS-FILE.
041800     OPEN OUTPUT REPORTE-FILE.
041900     OPEN EXTEND PARTIDAS-FILE.
042000     IF WS-GLP-STATUS EQUAL '05' OR '35'
042100         CLOSE PARTIDAS-FILE
042200         OPEN OUTPUT PARTIDAS-FILE
042300     END-IF.
042400     OPEN EXTEND BITACORA-FILE.
042500     IF WS-BIT-STATUS EQUAL '05' OR '35'
042600         CLOSE BITACORA-FILE
042700         OPEN OUTPUT BITACORA-FILE
042800     END-IF.
042900     MOVE WS-FECHA-PROCESO TO WT-FECHA.
043000     WRITE REPORTE-LINEA FROM WS-TITULO-1.
043100     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
043200     WRITE REPORTE-LINEA FROM WS-TITULO-2.
043300     IF NOT CTAS-OK
043400         DISPLAY 'RMYD1ACS - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
043500         MOVE 16  TO WS-CODRET-CORRIDA
043600         GO TO 1000-EXIT
043700     END-IF.
043800     IF WS-GLM-STATUS NOT = '00'
043900         DISPLAY 'RMYD1ACS - ERROR CTACONT-FILE ' WS-GLM-STATUS
044000         MOVE 16  TO WS-CODRET-CORRIDA
044100         GO TO 1000-EXIT
044200     END-IF.
044300     IF WS-ACJ-STATUS EQUAL '35'
044400         DISPLAY 'RMYD1ACS - SIN ACUERDOS JUDICIALES'
044500         GO TO 1000-EXIT
044600     END-IF.
044700     IF NOT ACJ-OK
044800         DISPLAY 'RMYD1ACS - ERROR ACUERDOS-FILE ' WS-ACJ-STATUS
044900         MOVE 16  TO WS-CODRET-CORRIDA
045000         GO TO 1000-EXIT
045100     END-IF.
045105     IF WS-CUO-STATUS NOT = '00'
045110         DISPLAY 'RMYD1ACS - ERROR CUOTAS-FILE ' WS-CUO-STATUS
045115         MOVE 16  TO WS-CODRET-CORRIDA
045120         GO TO 1000-EXIT
045125     END-IF.
045130     IF WS-EXP-STATUS NOT = '00'
045135         DISPLAY 'RMYD1ACS - ERROR EXPEDIEN-FILE ' WS-EXP-STATUS
045140         MOVE 16  TO WS-CODRET-CORRIDA
045145         GO TO 1000-EXIT
045150     END-IF.
045155     IF WS-MOR-STATUS NOT = '00' AND NOT = '35'
045160         DISPLAY 'RMYD1ACS - ERROR CARGOS-FILE ' WS-MOR-STATUS
045165         MOVE 16  TO WS-CODRET-CORRIDA
045170         GO TO 1000-EXIT
045175     END-IF.
045200     PERFORM 8000-LEER-ACUERDO THRU 8000-EXIT.
045300     PERFORM 1100-CARGAR-ACUERDO THRU 1100-EXIT
045400         UNTIL FIN-ACUERDOS.
045500     IF WS-ACJ-OMITIDOS > ZERO
045600         DISPLAY 'RMYD1ACS - ACUERDOS SIN LUGAR EN LA TABLA : '
045700                 WS-ACJ-OMITIDOS
045800         IF WS-CODRET-CORRIDA < 4
045900             MOVE 4 TO WS-CODRET-CORRIDA
046000         END-IF
046100     END-IF.
046200     IF WS-HST-STATUS EQUAL '35'
046300         DISPLAY 'RMYD1ACS - SIN HISTORIAL DE PAGOS'
046400     ELSE
046500         PERFORM 8100-LEER-PAGO THRU 8100-EXIT
046600         PERFORM 1200-SUMAR-PAGO THRU 1200-EXIT
046700             UNTIL FIN-HISTORIAL
046800     END-IF.
046900     IF WS-MOR-STATUS EQUAL '35'
047000         DISPLAY 'RMYD1ACS - SIN CARGOS DE MORA'
047100         MOVE 'S' TO WS-SW-FIN-CARGOS
047200     ELSE
047300         PERFORM 8200-LEER-CARGO THRU 8200-EXIT
047400     END-IF.
047500 1000-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------*
047900*  1100-CARGAR-ACUERDO : SOLO LOS VIGENTES PASAN A LA TABLA.     *
048000*----------------------------------------------------------------*
048100 1100-CARGAR-ACUERDO.
048200     IF NOT ACJ-VIGENTE
048300         GO TO 1100-SIGUIENTE
048400     END-IF.
048500     IF WS-CANT-ACUERDOS NOT < 500
048600         ADD 1 TO WS-ACJ-OMITIDOS
048700         GO TO 1100-SIGUIENTE
048800     END-IF.
048900     ADD 1 TO WS-CANT-ACUERDOS.
049000     MOVE DFH-ACJ-NUMERO-CUENTA TO WA-CUENTA (WS-CANT-ACUERDOS).
049100     MOVE DFH-ACJ-FECHA-ACUERDO
049200       TO WA-FECHA-ACUERDO (WS-CANT-ACUERDOS).
049300     MOVE ZERO TO WA-PAGADO (WS-CANT-ACUERDOS).
049400 1100-SIGUIENTE.
049500     PERFORM 8000-LEER-ACUERDO THRU 8000-EXIT.
049600 1100-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------*
050000*  1200-SUMAR-PAGO : UN PAGO (O REVERSA) DE PAGOHST SUMA (O      *
050100*  RESTA) A SU ACUERDO SI ES DESDE LA FECHA DEL ACUERDO Y NO ES  *
050200*  DEL CANAL ACUERDO.                                            *
050300*----------------------------------------------------------------*
050400 1200-SUMAR-PAGO.
050500     ADD 1 TO WS-PAGOS-LEIDOS.
050600     IF PAGO-CANAL-ACUERDO IN REG-PAGO-HISTORIAL
050700         GO TO 1200-SIGUIENTE
050800     END-IF.
050900     MOVE 'N'  TO WS-SW-ENCONTRADO.
051000     MOVE ZERO TO WS-SUB-HALLADO.
051100     PERFORM 1210-BUSCAR-ACUERDO THRU 1210-EXIT
051200         VARYING WS-SUB-BUS FROM 1 BY 1
051300         UNTIL WS-SUB-BUS > WS-CANT-ACUERDOS
051400            OR ACUERDO-ENCONTRADO.
051500     IF NOT ACUERDO-ENCONTRADO
051600         GO TO 1200-SIGUIENTE
051700     END-IF.
051800     IF DFH-PAGO-FECHA-REAL IN REG-PAGO-HISTORIAL
051900             < WA-FECHA-ACUERDO (WS-SUB-HALLADO)
052000        OR DFH-PAGO-FECHA-REAL IN REG-PAGO-HISTORIAL
052100             > WS-FECHA-PROCESO
052200         GO TO 1200-SIGUIENTE
052300     END-IF.
052400     IF MOV-REVERSA IN REG-PAGO-HISTORIAL
052500         SUBTRACT DFH-PAGO-VALOR-RECIBIDO IN REG-PAGO-HISTORIAL
052600             FROM WA-PAGADO (WS-SUB-HALLADO)
052700     ELSE
052800         ADD DFH-PAGO-VALOR-RECIBIDO IN REG-PAGO-HISTORIAL
052900             TO WA-PAGADO (WS-SUB-HALLADO)
053000     END-IF.
053100 1200-SIGUIENTE.
053200     PERFORM 8100-LEER-PAGO THRU 8100-EXIT.
053300 1200-EXIT.
053400     EXIT.
053500
053600 1210-BUSCAR-ACUERDO.
053700     IF WA-CUENTA (WS-SUB-BUS) =
053800        DFH-NUMERO-CUENTA IN REG-PAGO-HISTORIAL
053900         MOVE 'S'        TO WS-SW-ENCONTRADO
054000         MOVE WS-SUB-BUS TO WS-SUB-HALLADO
054100     END-IF.
054200 1210-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------*
054600*  2000-REVISAR-ACUERDO : ACTUALIZA LO PAGADO Y LAS CUOTAS       *
054700*  CUBIERTAS DE UN ACUERDO VIGENTE Y DECIDE SI SE CUMPLIO, SE    *
054800*  ROMPIO O SIGUE VIGENTE.                                       *
054900*----------------------------------------------------------------*
055000 2000-REVISAR-ACUERDO.
055100     MOVE WA-CUENTA (WS-SUB-ACJ) TO DFH-ACJ-NUMERO-CUENTA.
055200     PERFORM 2100-ACUMULAR-MORA THRU 2100-EXIT.
055300     READ ACUERDOS-FILE
055400         INVALID KEY
055500             DISPLAY 'RMYD1ACS - ACUERDO NO ENCONTRADO '
055600                     WA-CUENTA (WS-SUB-ACJ)
055700             GO TO 2000-EXIT
055800     END-READ.
055900     MOVE DFH-ACJ-NUMERO-CUENTA
056000       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
056100     READ CUENTAS-FILE
056200         INVALID KEY
056300             DISPLAY 'RMYD1ACS - CUENTA DEL ACUERDO NO EXISTE '
056400                     DFH-ACJ-NUMERO-CUENTA
056500             IF WS-CODRET-CORRIDA < 4
056600                 MOVE 4 TO WS-CODRET-CORRIDA
056700             END-IF
056800             GO TO 2000-EXIT
056900     END-READ.
057000     ADD 1 TO WS-ACJ-REVISADOS.
057100     PERFORM 2200-CALCULAR-DEUDA THRU 2200-EXIT.
057200     MOVE WA-PAGADO (WS-SUB-ACJ) TO DFH-ACJ-TOTAL-PAGADO.
057300     MOVE WS-FECHA-PROCESO       TO DFH-ACJ-FECHA-REVISION.
057400     MOVE ZERO TO WS-ACUMULADO-CUOTAS WS-SUB-PRIMERA
057500                  WS-CUOTAS-CUBIERTAS.
057600     PERFORM 2300-MARCAR-CUOTA THRU 2300-EXIT
057700         VARYING WS-SUB-CUOTA FROM 1 BY 1
057800         UNTIL WS-SUB-CUOTA > DFH-ACJ-CANT-CUOTAS.
057900     MOVE DFH-ACJ-NUMERO-CUENTA  TO WD-CUENTA.
058000     MOVE DFH-ACJ-EXPEDIENTE     TO WD-EXPEDIENTE.
058100     MOVE DFH-ACJ-MONTO-ACORDADO TO WD-MONTO.
058200     MOVE DFH-ACJ-TOTAL-PAGADO   TO WD-PAGADO.
058300     MOVE WS-DEUDA-TOTAL         TO WD-DEUDA.
058400     MOVE WS-CUOTAS-CUBIERTAS    TO WD-CUBIERTAS.
058500     MOVE DFH-ACJ-CANT-CUOTAS    TO WD-CUOTAS.
058600     IF DFH-ACJ-TOTAL-PAGADO NOT < DFH-ACJ-MONTO-ACORDADO
058700         PERFORM 5000-CUMPLIR-ACUERDO THRU 5000-EXIT
058800         GO TO 2000-GRABAR
058900     END-IF.
059000     IF WS-SUB-PRIMERA > ZERO
059100         COMPUTE WS-ENTERO-LIMITE =
059200             FUNCTION INTEGER-OF-DATE
059300                 (DFH-ACJ-CUOTA-FECHA (WS-SUB-PRIMERA))
059400           + DFH-ACJ-DIAS-GRACIA
059500         IF WS-ENTERO-PROCESO > WS-ENTERO-LIMITE
059600             PERFORM 5500-ROMPER-ACUERDO THRU 5500-EXIT
059700             GO TO 2000-GRABAR
059800         END-IF
059900     END-IF.
060000     MOVE 'VIGENTE' TO WD-ESTADO.
060100     WRITE REPORTE-LINEA FROM WS-DETALLE-ACUERDO.
060200     ADD 1 TO WS-ACJ-VIGENTES.
060300 2000-GRABAR.
060400     REWRITE REG-ACUERDO-JUDICIAL
060500         INVALID KEY
060600             DISPLAY 'RMYD1ACS - ERROR REGRABANDO ACUERDO '
060700                     DFH-ACJ-NUMERO-CUENTA
060800     END-REWRITE.
060900 2000-EXIT.
061000     EXIT.
061100
061150*----------------------------------------------------------------*
061200*  2100-ACUMULAR-MORA : MORACRG VIENE POR CUENTA COMO LA TABLA;  *
061250*  SE AVANZA HASTA LA CUENTA DEL ACUERDO Y SE SUMAN SUS CARGOS   *
061300*  PENDIENTES, EN TOTAL Y POR CUOTA PARA ARMAR LOS PAGOS.        *
061350*----------------------------------------------------------------*
061400 2100-ACUMULAR-MORA.
061450     MOVE ZERO TO WS-MORA-PENDIENTE.
061500     INITIALIZE WS-TABLA-MORA.
061550     PERFORM 8200-LEER-CARGO THRU 8200-EXIT
061600         UNTIL FIN-CARGOS
061650            OR DFH-MOR-NUMERO-CUENTA NOT < DFH-ACJ-NUMERO-CUENTA.
061700     PERFORM 2110-SUMAR-CARGO THRU 2110-EXIT
061750         UNTIL FIN-CARGOS
061800            OR DFH-MOR-NUMERO-CUENTA NOT = DFH-ACJ-NUMERO-CUENTA.
061850 2100-EXIT.
061900     EXIT.
061950
062000 2110-SUMAR-CARGO.
062050     IF MOR-CARGO-PENDIENTE
062100        AND DFH-MOR-VALOR-CARGO > ZERO
062150         ADD DFH-MOR-VALOR-CARGO TO WS-MORA-PENDIENTE
062200         IF DFH-MOR-SECUENCIA-PAGO > ZERO
062250             ADD DFH-MOR-VALOR-CARGO
062300              TO WS-MORA-CUOTA (DFH-MOR-SECUENCIA-PAGO)
062350         END-IF
062400     END-IF.
062450     PERFORM 8200-LEER-CARGO THRU 8200-EXIT.
062500 2110-EXIT.
062550     EXIT.
063500
063600*----------------------------------------------------------------*
063700*  2200-CALCULAR-DEUDA : SALDO QUE QUEDA POR CONCEPTO A LA FECHA *
063800*  DE PROCESO CON LA RUTINA COMUN DE FINIQUITO (RMYD1LQC) MAS    *
063900*  LOS CARGOS DE MORA PENDIENTES.                                *
064000*----------------------------------------------------------------*
064100 2200-CALCULAR-DEUDA.
064200     MOVE WS-FECHA-PROCESO      TO DFH-LQA-FECHA-VALOR.
064300     MOVE DFH-FECHA-ULT-OPER    TO DFH-LQA-FECHA-ULT-OPER.
064400     MOVE DFH-SALDO             TO DFH-LQA-SALDO.
064500     MOVE DFH-TASA-INTERES      TO DFH-LQA-TASA-INTERES.
064600     MOVE DFH-INTERES-PCANCEL   TO DFH-LQA-INTERES-PCANCEL.
064700     MOVE DFH-COMISION-PCANCEL  TO DFH-LQA-COMISION-PCANCEL.
064800     MOVE DFH-GASTOS-JUDICIALES TO DFH-LQA-GASTOS-JUDICIALES.
064900     CALL 'RMYD1LQC' USING REG-LIQUIDACION-CUENTA.
065000     MOVE DFH-SALDO             TO WS-RES-CAPITAL.
065100     COMPUTE WS-RES-INTERES = DFH-LQA-INTERES-CORRIDO
065200                            + DFH-INTERES-PCANCEL
065300                            + DFH-COMISION-PCANCEL.
065400     MOVE WS-MORA-PENDIENTE     TO WS-RES-CARGOS.
065500     MOVE DFH-GASTOS-JUDICIALES TO WS-RES-GASTOS.
065600     COMPUTE WS-DEUDA-TOTAL = WS-RES-CAPITAL + WS-RES-INTERES
065700                            + WS-RES-CARGOS  + WS-RES-GASTOS.
065800 2200-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------------*
066200*  2300-MARCAR-CUOTA : UNA CUOTA QUEDA CUBIERTA CUANDO LO PAGADO *
066300*  ALCANZA LA SUMA DE ELLA Y DE LAS ANTERIORES; SE GUARDA LA     *
066400*  PRIMERA SIN CUBRIR PARA EL CONTROL DE GRACIA.                 *
066500*----------------------------------------------------------------*
066600 2300-MARCAR-CUOTA.
066700     ADD DFH-ACJ-CUOTA-VALOR (WS-SUB-CUOTA)
066800      TO WS-ACUMULADO-CUOTAS.
066900     IF DFH-ACJ-TOTAL-PAGADO NOT < WS-ACUMULADO-CUOTAS
067000         MOVE 'C' TO DFH-ACJ-CUOTA-ESTADO (WS-SUB-CUOTA)
067100         ADD 1 TO WS-CUOTAS-CUBIERTAS
067200     ELSE
067300         MOVE SPACE TO DFH-ACJ-CUOTA-ESTADO (WS-SUB-CUOTA)
067400         IF WS-SUB-PRIMERA = ZERO
067500             MOVE WS-SUB-CUOTA TO WS-SUB-PRIMERA
067600         END-IF
067700     END-IF.
067800 2300-EXIT.
067900     EXIT.
068000
068050*----------------------------------------------------------------*
068100*  5000-CUMPLIR-ACUERDO : APLICA LA QUITA POR EL SALDO QUE QUEDA *
068150*  (PAGOS DEL CANAL ACUERDO Y PARTIDAS POR CONCEPTO), MARCA EL   *
068200*  ACUERDO CUMPLIDO, AVISA AL EXPEDIENTE Y REPORTA LA QUITA      *
068250*  APROBADA CONTRA LA APLICADA.                                  *
068300*----------------------------------------------------------------*
068350 5000-CUMPLIR-ACUERDO.
068400     MOVE 'C'              TO DFH-ACJ-ESTADO.
068450     MOVE WS-FECHA-PROCESO TO DFH-ACJ-FECHA-ESTADO.
068500     MOVE DFH-ACJ-NUMERO-CUENTA TO WS-CUENTA-PAGO.
068550     PERFORM 6000-GENERAR-PAGOS   THRU 6000-EXIT.
068600     PERFORM 5050-CALCULAR-QUITA  THRU 5050-EXIT.
068650     MOVE WS-DEUDA-TOTAL   TO DFH-ACJ-QUITA-APLICADA WD-DEUDA.
068700     IF WS-DEUDA-TOTAL > ZERO
068750         PERFORM 6500-GENERAR-PARTIDA THRU 6500-EXIT
068800             VARYING WS-SUB-CON FROM 1 BY 1
068850             UNTIL WS-SUB-CON > 4
068900         PERFORM 6600-PARTIDA-INTERES THRU 6600-EXIT
068950         ADD WS-DEUDA-TOTAL TO WS-TOTAL-QUITAS
069000     END-IF.
070000     MOVE 'ACUERDO JUDICIAL'  TO WS-CAMPO-BITACORA.
070100     MOVE 'VIGENTE'           TO WS-VALOR-ANTERIOR.
070200     MOVE 'CUMPLIDO'          TO WS-VALOR-NUEVO.
070300     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
070400     MOVE 'QUITA APLICADA'    TO WS-CAMPO-BITACORA.
070500     COMPUTE WS-QUITA-APROBADA = DFH-ACJ-QUITA-CAPITAL
070600                               + DFH-ACJ-QUITA-INTERES
070700                               + DFH-ACJ-QUITA-CARGOS
070800                               + DFH-ACJ-QUITA-GASTOS.
070900     MOVE WS-QUITA-APROBADA   TO WS-EDIT-VALOR.
071000     MOVE WS-EDIT-VALOR       TO WS-VALOR-ANTERIOR.
071100     MOVE WS-DEUDA-TOTAL      TO WS-EDIT-VALOR.
071200     MOVE WS-EDIT-VALOR       TO WS-VALOR-NUEVO.
071300     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
071400     MOVE 'ACUERDO PAGADO'    TO WS-ETAPA-NUEVA.
071500     PERFORM 5800-AVISAR-EXPEDIENTE THRU 5800-EXIT.
071600     MOVE 'CUMPLIDO'          TO WD-ESTADO.
071700     WRITE REPORTE-LINEA FROM WS-DETALLE-ACUERDO.
071800     PERFORM 5100-REPORTAR-QUITA THRU 5100-EXIT
071900         VARYING WS-SUB-CON FROM 1 BY 1
072000         UNTIL WS-SUB-CON > 4.
072100     ADD 1 TO WS-ACJ-CUMPLIDOS.
072200 5000-EXIT.
072300     EXIT.
072302
072304*----------------------------------------------------------------*
072306*  5050-CALCULAR-QUITA : LA QUITA DE CADA CONCEPTO SALE DE LO    *
072308*  QUE LLEVAN LOS PAGOS: CAPITAL DE LAS CUOTAS MAS EL ABONO;     *
072310*  SEGURO, COMISION E INTERES DE LAS CUOTAS MAS EL INTERES       *
072312*  CORRIDO Y LAS PENALIDADES QUE LOS EXCEDEN (ESTE EXCESO NO VA  *
072314*  EN LOS PAGOS); CARGOS DE MORA Y GASTOS INCLUIDOS. SIN PAGOS   *
072316*  NO HAY QUITA.                                                 *
072318*----------------------------------------------------------------*
072320 5050-CALCULAR-QUITA.
072322     INITIALIZE WS-RESIDUAL.
072324     MOVE ZERO TO WS-INTERES-NO-PROG WS-DEUDA-TOTAL.
072326     IF WS-TOTAL-PAGOS NOT > ZERO
072328         GO TO 5050-EXIT
072330     END-IF.
072332     COMPUTE WS-RES-CAPITAL = WS-CAPITAL-CUOTAS
072334                            + WS-ABONO-CAPITAL.
072336     COMPUTE WS-INTERES-NO-PROG = DFH-LQA-INTERES-CORRIDO
072338                                + DFH-INTERES-PCANCEL
072340                                + DFH-COMISION-PCANCEL
072342                                - WS-OTROS-CUOTAS.
072344     IF WS-INTERES-NO-PROG < ZERO
072346         MOVE ZERO TO WS-INTERES-NO-PROG
072348     END-IF.
072350     COMPUTE WS-RES-INTERES = WS-OTROS-CUOTAS
072352                            + WS-INTERES-NO-PROG.
072354     MOVE WS-MORA-PAGOS         TO WS-RES-CARGOS.
072356     MOVE WS-GASTOS-PAGOS       TO WS-RES-GASTOS.
072358     COMPUTE WS-DEUDA-TOTAL = WS-RES-CAPITAL + WS-RES-INTERES
072360                            + WS-RES-CARGOS  + WS-RES-GASTOS.
072362 5050-EXIT.
072364     EXIT.
072400
072500 5100-REPORTAR-QUITA.
072600     MOVE WC-NOMBRE (WS-SUB-CON)  TO WQ-NOMBRE.
072700     MOVE DFH-ACJ-QUITA-CONCEPTO (WS-SUB-CON) TO WQ-APROBADA.
072800     MOVE WS-RES-CONCEPTO (WS-SUB-CON)        TO WQ-APLICADA.
072900     COMPUTE WQ-DIFERENCIA = WS-RES-CONCEPTO (WS-SUB-CON)
073000                           - DFH-ACJ-QUITA-CONCEPTO (WS-SUB-CON).
073100     WRITE REPORTE-LINEA FROM WS-DETALLE-QUITA.
073200 5100-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------*
073600*  5500-ROMPER-ACUERDO : LA DEUDA COMPLETA QUEDA VIGENTE; SE     *
073700*  PROPONE LA SITUACION JUDICIAL COBRO JUDICIAL Y SE AVISA AL    *
073800*  EXPEDIENTE.                                                   *
073900*----------------------------------------------------------------*
074000 5500-ROMPER-ACUERDO.
074100     MOVE 'R'              TO DFH-ACJ-ESTADO.
074200     MOVE WS-FECHA-PROCESO TO DFH-ACJ-FECHA-ESTADO.
074300     MOVE 'ACUERDO JUDICIAL'  TO WS-CAMPO-BITACORA.
074400     MOVE 'VIGENTE'           TO WS-VALOR-ANTERIOR.
074500     MOVE 'ROTO'              TO WS-VALOR-NUEVO.
074600     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
074700     MOVE DFH-ACJ-NUMERO-CUENTA TO PR-NUMERO-CUENTA.
074800     MOVE 'COBRO JUDICIAL'      TO PR-SITUAC-NUEVA.
074900     MOVE WS-FECHA-PROCESO      TO PR-FECHA-EFECTO.
075000     MOVE WS-RESPONSABLE        TO PR-RESPONSABLE.
075100     MOVE 'ACUERDO JUDICIAL INCUMPLIDO' TO PR-MOTIVO.
075200     WRITE REG-PROPUESTA.
075300     MOVE 'ACUERDO ROTO'      TO WS-ETAPA-NUEVA.
075400     PERFORM 5800-AVISAR-EXPEDIENTE THRU 5800-EXIT.
075500     MOVE 'ROTO'              TO WD-ESTADO.
075600     WRITE REPORTE-LINEA FROM WS-DETALLE-ACUERDO.
075700     MOVE DFH-ACJ-CUOTA-FECHA (WS-SUB-PRIMERA) TO WX-FECHA-CUOTA.
075800     MOVE DFH-ACJ-DIAS-GRACIA TO WX-DIAS-GRACIA.
075900     WRITE REPORTE-LINEA FROM WS-DETALLE-ROTO.
076000     ADD 1 TO WS-ACJ-ROTOS.
076100 5500-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500*  5800-AVISAR-EXPEDIENTE : IMAGEN COMPLETA DEL EXPEDIENTE CON   *
076600*  LA ETAPA NUEVA A LA FECHA DE PROCESO, PARA RMYD1EXM.          *
076700*----------------------------------------------------------------*
076800 5800-AVISAR-EXPEDIENTE.
076900     MOVE DFH-ACJ-EXPEDIENTE TO DFH-EXP-EXPEDIENTE.
077000     READ EXPEDIEN-FILE
077100         INVALID KEY
077200             DISPLAY 'RMYD1ACS - EXPEDIENTE NO ENCONTRADO '
077300                     DFH-ACJ-EXPEDIENTE
077400             IF WS-CODRET-CORRIDA < 4
077500                 MOVE 4 TO WS-CODRET-CORRIDA
077600             END-IF
077700             GO TO 5800-EXIT
077800     END-READ.
077900     MOVE WS-ETAPA-NUEVA   TO DFH-EXP-ETAPA.
078000     MOVE WS-FECHA-PROCESO TO DFH-EXP-FECHA-ETAPA.
078100     WRITE REG-AVISO-EXPEDIENTE FROM REG-EXPEDIENTE-JUD.
078200 5800-EXIT.
078300     EXIT.
078400
078450*----------------------------------------------------------------*
078500*  6000-GENERAR-PAGOS : ARMA LOS PAGOS DE LA QUITA CON LO QUE    *
078550*  RMYD1PGA Y RMYD1ABX VAN A APLICAR, COMO RMYD1CSD: EN CADA     *
078600*  CUOTA SU CARGO DE MORA PENDIENTE Y, SI ES VENCIDA, PARCIAL O  *
078650*  LA PRIMERA PENDIENTE, SU REMANENTE; LOS GASTOS JUDICIALES VAN *
078700*  EN EL PRIMER PAGO. EL SALDO QUE NO CUBRE EL CAPITAL REMANENTE *
078750*  DE ESAS CUOTAS SE SUMA AL PAGO DE LA PRIMERA PENDIENTE (O AL  *
078800*  ULTIMO) COMO EXCESO, QUE RMYD1PGA ENTREGA A RMYD1ABX. SE      *
078850*  ACUMULA LO INCLUIDO POR CONCEPTO PARA LA QUITA. CADA PAGO SE  *
078900*  RETIENE HASTA CONOCER EL SIGUIENTE PARA NO REPETIR CUENTA,    *
078950*  SECUENCIA Y REFERENCIA.                                       *
079000*----------------------------------------------------------------*
079050 6000-GENERAR-PAGOS.
079100     MOVE ZERO     TO WS-SEC-PENDIENTE WS-SEC-ULTIMA
079150                      WS-SEC-RETENIDA WS-VALOR-RETENIDO
079200                      WS-VALOR-PENDIENTE WS-CAPITAL-CUOTAS
079250                      WS-OTROS-CUOTAS WS-MORA-PAGOS
079300                      WS-TOTAL-PAGOS.
079350     IF DFH-GASTOS-JUDICIALES > ZERO
079400         MOVE DFH-GASTOS-JUDICIALES TO WS-GASTOS-PAGOS
079450     ELSE
079500         MOVE ZERO TO WS-GASTOS-PAGOS
079550     END-IF.
079600     MOVE WS-GASTOS-PAGOS TO WS-GASTOS-POR-PAGAR.
079650     MOVE 'N'      TO WS-SW-FIN-CUOTAS.
079700     MOVE WS-CUENTA-PAGO TO DFH-NUMERO-CUENTA
079750                            IN REG-CUOTA-PROGRAMADA.
079800     MOVE ZERO TO DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA.
079850     START CUOTAS-FILE KEY NOT LESS THAN DFH-CUOTA-LLAVE
079900         INVALID KEY
079950             MOVE 'S' TO WS-SW-FIN-CUOTAS
080000     END-START.
080050     IF NOT FIN-CUOTAS
080100         PERFORM 8300-LEER-CUOTA THRU 8300-EXIT
080150     END-IF.
080200     PERFORM 6100-REPARTIR-CUOTA THRU 6100-EXIT
080250         UNTIL FIN-CUOTAS
080300         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
080350            NOT EQUAL WS-CUENTA-PAGO.
080400     COMPUTE WS-ABONO-CAPITAL = DFH-SALDO - WS-CAPITAL-CUOTAS.
080450     IF WS-ABONO-CAPITAL < ZERO
080500         MOVE ZERO TO WS-ABONO-CAPITAL
080550     END-IF.
080600     IF WS-SEC-PENDIENTE > ZERO
080650         PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT
080700         MOVE WS-SEC-PENDIENTE   TO WS-SEC-RETENIDA
080750         MOVE WS-VALOR-PENDIENTE TO WS-VALOR-RETENIDO
080800     END-IF.
080850     IF WS-SEC-RETENIDA = ZERO
080900         MOVE WS-SEC-ULTIMA TO WS-SEC-RETENIDA
080950     END-IF.
081000     IF WS-SEC-RETENIDA = ZERO
081050         DISPLAY 'RMYD1ACS - CUENTA SIN CALENDARIO PARA EL PAGO '
081100                 WS-CUENTA-PAGO
081150         IF WS-CODRET-CORRIDA < 4
081200             MOVE 4 TO WS-CODRET-CORRIDA
081250         END-IF
081300         GO TO 6000-EXIT
081350     END-IF.
081400     ADD WS-ABONO-CAPITAL WS-GASTOS-POR-PAGAR
081450                          TO WS-VALOR-RETENIDO.
081500     MOVE ZERO TO WS-GASTOS-POR-PAGAR.
081550     PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT.
081600 6000-EXIT.
081650     EXIT.
081700
081750 6100-REPARTIR-CUOTA.
081800     MOVE DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA
081850                              TO WS-SEC-ULTIMA.
081900     MOVE ZERO TO WS-VALOR-CUOTA.
081950     IF WS-SEC-ULTIMA > ZERO
082000         MOVE WS-MORA-CUOTA (WS-SEC-ULTIMA) TO WS-VALOR-CUOTA
082050         ADD WS-MORA-CUOTA (WS-SEC-ULTIMA) TO WS-MORA-PAGOS
082100     END-IF.
082150     IF DFH-VALOR-REMANENTE > ZERO
082200        AND (SITPAGO-VENCIDA OR SITPAGO-PARCIAL
082250             OR (SITPAGO-PENDIENTE AND WS-SEC-PENDIENTE = ZERO))
082300         ADD DFH-VALOR-REMANENTE TO WS-VALOR-CUOTA
082350         COMPUTE WS-OTROS-CUOTAS = WS-OTROS-CUOTAS
082400             + DFH-SEGURO-REMANENTE + DFH-COMISION-REMANENTE
082450             + DFH-INTERES-REMANENTE
082500         COMPUTE WS-CAPITAL-CUOTAS = WS-CAPITAL-CUOTAS
082550             + DFH-VALOR-REMANENTE - DFH-SEGURO-REMANENTE
082600             - DFH-COMISION-REMANENTE - DFH-INTERES-REMANENTE
082650         IF SITPAGO-PENDIENTE
082700             MOVE WS-SEC-ULTIMA TO WS-SEC-PENDIENTE
082750         END-IF
082800     END-IF.
082850     IF WS-VALOR-CUOTA NOT > ZERO
082900         GO TO 6100-SIGUIENTE
082950     END-IF.
083000     ADD WS-GASTOS-POR-PAGAR TO WS-VALOR-CUOTA.
083050     MOVE ZERO TO WS-GASTOS-POR-PAGAR.
083100     IF WS-SEC-PENDIENTE > ZERO
083150        AND WS-SEC-ULTIMA = WS-SEC-PENDIENTE
083200         MOVE WS-VALOR-CUOTA TO WS-VALOR-PENDIENTE
083250         GO TO 6100-SIGUIENTE
083300     END-IF.
083350     PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT.
083400     MOVE WS-SEC-ULTIMA  TO WS-SEC-RETENIDA.
083450     MOVE WS-VALOR-CUOTA TO WS-VALOR-RETENIDO.
083500 6100-SIGUIENTE.
083550     PERFORM 8300-LEER-CUOTA THRU 8300-EXIT.
083600 6100-EXIT.
083650     EXIT.
085800
085900*----------------------------------------------------------------*
085950*  6200-LIBERAR-PAGO : GRABA EN ACJPAGO EL PAGO RETENIDO, SI LO  *
086000*  HAY Y TIENE VALOR, CON CANAL ACUERDO Y EL EXPEDIENTE COMO     *
086050*  REFERENCIA, Y LO ACUMULA EN EL TOTAL PAGADO.                  *
086200*----------------------------------------------------------------*
086250 6200-LIBERAR-PAGO.
086300     IF WS-SEC-RETENIDA = ZERO
086350         GO TO 6200-EXIT
086400     END-IF.
086450     IF WS-VALOR-RETENIDO NOT > ZERO
086500         MOVE ZERO TO WS-SEC-RETENIDA WS-VALOR-RETENIDO
086550         GO TO 6200-EXIT
086600     END-IF.
086700     MOVE WS-CUENTA-PAGO    TO DFH-NUMERO-CUENTA IN REG-HIST-PAGO.
086800     MOVE WS-SEC-RETENIDA
086900       TO DFH-PAGO-SECUENCIA IN REG-HIST-PAGO.
087000     MOVE WS-FECHA-PROCESO
087100       TO DFH-PAGO-FECHA-REAL IN REG-HIST-PAGO.
087200     MOVE WS-VALOR-RETENIDO
087300       TO DFH-PAGO-VALOR-RECIBIDO IN REG-HIST-PAGO.
087400     MOVE 'ACUERDO'         TO DFH-PAGO-CANAL IN REG-HIST-PAGO.
087500     MOVE DFH-ACJ-EXPEDIENTE
087600       TO DFH-PAGO-REFERENCIA IN REG-HIST-PAGO.
087700     MOVE 'P'               TO DFH-PAGO-TIPO-MOV IN REG-HIST-PAGO.
087800     MOVE 'P'           TO DFH-PAGO-OPCION-EXCED IN REG-HIST-PAGO.
087850     MOVE SPACES TO DFH-PAGO-DATOS-EFECTIVO IN REG-HIST-PAGO.
087900     WRITE REG-HIST-PAGO.
087950     ADD 1 TO WS-PAGOS-GENERADOS.
088000     ADD WS-VALOR-RETENIDO TO WS-TOTAL-PAGOS.
088100     MOVE ZERO TO WS-SEC-RETENIDA WS-VALOR-RETENIDO.
088200 6200-EXIT.
088300     EXIT.
088400
088420*----------------------------------------------------------------*
088440*  6500-GENERAR-PARTIDA : PARTIDA DE LA QUITA DE UN CONCEPTO CON *
088460*  SUS CUENTAS DE GLMMTR (EL DEBITO ES LA PERDIDA POR QUITA; EL  *
088480*  CREDITO, LA CUENTA PUENTE QUE DEBITA LA INTERFAZ RMYD1GLI AL  *
088500*  CONTABILIZAR LOS PAGOS DEL CANAL ACUERDO). DEL INTERES SOLO   *
088520*  VA LO QUE ENTRA EN LOS PAGOS; EL RESTO LO GRABA 6600.         *
088540*----------------------------------------------------------------*
088560 6500-GENERAR-PARTIDA.
088580     MOVE WS-RES-CONCEPTO (WS-SUB-CON) TO WS-VALOR-PARTIDA.
088600     IF WS-SUB-CON = 2
088620         SUBTRACT WS-INTERES-NO-PROG FROM WS-VALOR-PARTIDA
088640     END-IF.
088660     IF WS-VALOR-PARTIDA NOT > ZERO
088680         GO TO 6500-EXIT
088700     END-IF.
088720     MOVE WC-CONCEPTO-GL (WS-SUB-CON) TO DFH-CTA-CONCEPTO.
088740     READ CTACONT-FILE
088760         INVALID KEY
088780             DISPLAY 'RMYD1ACS - CONCEPTO SIN CUENTA CONTABLE '
088800                     WC-CONCEPTO-GL (WS-SUB-CON)
088820             IF WS-CODRET-CORRIDA < 4
088840                 MOVE 4 TO WS-CODRET-CORRIDA
088860             END-IF
088880             GO TO 6500-EXIT
088900     END-READ.
088920     MOVE WS-FECHA-PROCESO            TO DFH-GL-FECHA.
088940     MOVE ZERO                        TO DFH-GL-CODIGO-CONVENIO.
088960     MOVE WC-CONCEPTO-GL (WS-SUB-CON) TO DFH-GL-CONCEPTO.
088980     MOVE DFH-CTA-DEBITO              TO DFH-GL-CTA-DEBITO.
089000     MOVE DFH-CTA-CREDITO             TO DFH-GL-CTA-CREDITO.
089020     MOVE WS-VALOR-PARTIDA            TO DFH-GL-VALOR.
089040     MOVE DFH-ACJ-NUMERO-CUENTA       TO WS-DG-CUENTA.
089060     MOVE WC-NOMBRE (WS-SUB-CON)      TO WS-DG-NOMBRE.
089080     MOVE WS-DESCRIPCION-GL           TO DFH-GL-DESCRIPCION.
089100     WRITE REG-PARTIDA-GL.
089120     ADD 1 TO WS-PARTIDAS-GENERADAS.
089140 6500-EXIT.
089160     EXIT.
089180
089200*----------------------------------------------------------------*
089220*  6600-PARTIDA-INTERES : QUITA DEL INTERES CORRIDO Y LAS        *
089240*  PENALIDADES QUE NO CUBREN LAS CUOTAS Y QUE POR ESO NO VAN EN  *
089260*  LOS PAGOS, CON LAS CUENTAS DEL CONCEPTO QUITAINTN DE GLMMTR   *
089280*  (DEBITO A LA PERDIDA POR QUITA, CREDITO AL INTERES POR        *
089300*  COBRAR; NO PASA POR LA CUENTA PUENTE).                        *
089320*----------------------------------------------------------------*
089340 6600-PARTIDA-INTERES.
089360     IF WS-INTERES-NO-PROG NOT > ZERO
089380         GO TO 6600-EXIT
089400     END-IF.
089420     MOVE 'QUITAINTN'                 TO DFH-CTA-CONCEPTO.
089440     READ CTACONT-FILE
089460         INVALID KEY
089480             DISPLAY 'RMYD1ACS - CONCEPTO SIN CUENTA CONTABLE '
089500                     DFH-CTA-CONCEPTO
089520             IF WS-CODRET-CORRIDA < 4
089540                 MOVE 4 TO WS-CODRET-CORRIDA
089560             END-IF
089580             GO TO 6600-EXIT
089600     END-READ.
089620     MOVE WS-FECHA-PROCESO            TO DFH-GL-FECHA.
089640     MOVE ZERO                        TO DFH-GL-CODIGO-CONVENIO.
089660     MOVE 'QUITAINTN'                 TO DFH-GL-CONCEPTO.
089680     MOVE DFH-CTA-DEBITO              TO DFH-GL-CTA-DEBITO.
089700     MOVE DFH-CTA-CREDITO             TO DFH-GL-CTA-CREDITO.
089720     MOVE WS-INTERES-NO-PROG          TO DFH-GL-VALOR.
089740     MOVE DFH-ACJ-NUMERO-CUENTA       TO WS-DG-CUENTA.
089760     MOVE 'INT NO PRG'                TO WS-DG-NOMBRE.
089780     MOVE WS-DESCRIPCION-GL           TO DFH-GL-DESCRIPCION.
089800     WRITE REG-PARTIDA-GL.
089820     ADD 1 TO WS-PARTIDAS-GENERADAS.
089840 6600-EXIT.
089860     EXIT.
091800
091900*----------------------------------------------------------------*
092000*  7900-GRABAR-BITACORA                                          *
092100*----------------------------------------------------------------*
092200 7900-GRABAR-BITACORA.
092300     MOVE DFH-ACJ-NUMERO-CUENTA TO DFH-BIT-NUMERO-CUENTA.
092400     MOVE WS-FECHA-PROCESO      TO DFH-BIT-FECHA.
092500     MOVE WS-CAMPO-BITACORA     TO DFH-BIT-CAMPO.
092600     MOVE WS-VALOR-ANTERIOR     TO DFH-BIT-VALOR-ANTERIOR.
092700     MOVE WS-VALOR-NUEVO        TO DFH-BIT-VALOR-NUEVO.
092800     MOVE WS-RESPONSABLE        TO DFH-BIT-RESPONSABLE.
092900     WRITE REG-BITACORA-CAMBIO.
093000 7900-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------------*
093400*  3000-FINALIZAR                                                *
093500*----------------------------------------------------------------*
093600 3000-FINALIZAR.
093700     DISPLAY 'RMYD1ACS - ACUERDOS VIGENTES  : ' WS-CANT-ACUERDOS.
093800     DISPLAY 'RMYD1ACS - PAGOS LEIDOS       : ' WS-PAGOS-LEIDOS.
093900     DISPLAY 'RMYD1ACS - ACUERDOS REVISADOS : ' WS-ACJ-REVISADOS.
094000     DISPLAY 'RMYD1ACS - SIGUEN VIGENTES    : ' WS-ACJ-VIGENTES.
094100     DISPLAY 'RMYD1ACS - CUMPLIDOS          : ' WS-ACJ-CUMPLIDOS.
094200     DISPLAY 'RMYD1ACS - ROTOS              : ' WS-ACJ-ROTOS.
094300     DISPLAY 'RMYD1ACS - PAGOS A ACJPAGO    : '
094400             WS-PAGOS-GENERADOS.
094500     DISPLAY 'RMYD1ACS - PARTIDAS A GLPOST  : '
094600             WS-PARTIDAS-GENERADAS.
094700     DISPLAY 'RMYD1ACS - TOTAL QUITAS       : ' WS-TOTAL-QUITAS.
094800     CLOSE CUENTAS-FILE CUOTAS-FILE EXPEDIEN-FILE CTACONT-FILE
094900           PARTIDAS-FILE PAGOS-FILE SITUACION-FILE AVISOS-FILE
095000           BITACORA-FILE REPORTE-FILE.
095100     IF WS-ACJ-STATUS NOT EQUAL '35'
095200         CLOSE ACUERDOS-FILE
095300     END-IF.
095400     IF WS-HST-STATUS NOT EQUAL '35'
095500         CLOSE HISTORIAL-FILE
095600     END-IF.
095700     IF WS-MOR-STATUS NOT EQUAL '35'
095800         CLOSE CARGOS-FILE
095900     END-IF.
096000     MOVE 'RMYD1ACS' TO DFH-BTA-PROGRAMA.
096100     MOVE 'F'        TO DFH-BTA-ACCION.
096200     MOVE WS-CANT-ACUERDOS TO DFH-BTA-LEIDOS.
096300     COMPUTE DFH-BTA-ESCRITOS = WS-ACJ-CUMPLIDOS + WS-ACJ-ROTOS.
096400     MOVE WS-ACJ-OMITIDOS TO DFH-BTA-RECHAZADOS.
096500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
096600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
096700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
096800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
096900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
097000 3000-EXIT.
097100     EXIT.
097200
097300*----------------------------------------------------------------*
097400*  8000-LEER-ACUERDO                                             *
097500*----------------------------------------------------------------*
097600 8000-LEER-ACUERDO.
097700     READ ACUERDOS-FILE NEXT RECORD
097800         AT END
097900             MOVE 'S' TO WS-SW-FIN-ACUERDOS
098000     END-READ.
098100 8000-EXIT.
098200     EXIT.
098300
098400*----------------------------------------------------------------*
098500*  8100-LEER-PAGO                                                *
098600*----------------------------------------------------------------*
098700 8100-LEER-PAGO.
098800     READ HISTORIAL-FILE
098900         AT END
099000             MOVE 'S' TO WS-SW-FIN-HISTORIAL
099100     END-READ.
099200 8100-EXIT.
099300     EXIT.
099400
099500*----------------------------------------------------------------*
099600*  8200-LEER-CARGO                                               *
099700*----------------------------------------------------------------*
099800 8200-LEER-CARGO.
099900     READ CARGOS-FILE
100000         AT END
100100             MOVE 'S' TO WS-SW-FIN-CARGOS
100200     END-READ.
100300 8200-EXIT.
100400     EXIT.
100500
100600*----------------------------------------------------------------*
100700*  8300-LEER-CUOTA                                               *
100800*----------------------------------------------------------------*
100900 8300-LEER-CUOTA.
101000     READ CUOTAS-FILE NEXT RECORD
101100         AT END
101200             MOVE 'S' TO WS-SW-FIN-CUOTAS
101300     END-READ.
101400 8300-EXIT.
101500     EXIT.
