000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CSD.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CONSOLIDACION DE DEUDAS. REFINANCIA EN UN PRESTAMO   *
000900*           NUEVO VARIAS CUENTAS DE UN MISMO DEUDOR. CADA ORDEN  *
001000*           DE CSDORDN TRAE UNA CABECERA (C) CON LA CUENTA       *
001100*           NUEVA, EL DPI DEL DEUDOR Y LOS TERMINOS DEL PRESTAMO *
001200*           NUEVO (TIPO, TASA DE INTERES, TASA DE COMISION Y     *
001300*           VENCIMIENTO) SEGUIDA DE UN REGISTRO (O) POR CUENTA   *
001400*           ORIGEN, DE DOS A DIEZ. LA ORDEN SE APLICA COMPLETA O *
001500*           NO SE APLICA: CADA CUENTA ORIGEN DEBE EXISTIR, ESTAR *
001600*           VIGENTE, SIN CASTIGO, CON SALDO, EN LA MISMA MONEDA  *
001700*           QUE LAS DEMAS, SER DEL DPI DE LA ORDEN EN TITMTR     *
001800*           (RMYD1TIT) Y NO HABER SIDO CONSOLIDADA ANTES; LA     *
001900*           CUENTA NUEVA NO DEBE EXISTIR. EL FINIQUITO DE CADA   *
002000*           ORIGEN A LA FECHA DE PROCESO SE CALCULA CON LA       *
002100*           RUTINA COMUN RMYD1LQC (LA MISMA DE LA COTIZACION     *
002200*           RMYD1PAY: SALDO, INTERES CORRIDO, PENALIDADES DE     *
002300*           PRE-CANCELACION Y GASTOS JUDICIALES) Y SE CANCELA    *
002400*           CON PAGOS DEL CANAL CONSOLIDA (RMYD1PGH) EN CSDPAGO, *
002500*           REPARTIDOS COMO LOS DEL CANAL SEGURO DE RMYD1SIM,    *
002600*           QUE SE INCORPORAN AL LOTE PAGOTRN DEL DIA ANTES DE   *
002700*           RMYD1PGV. LA CUENTA NUEVA SE CREA EN CTASMTR POR LA  *
002800*           SUMA DE LOS FINIQUITOS, DESEMBOLSADA EN LA FECHA DE  *
002900*           PROCESO, CON LA GARANTIA DE LA CUENTA ORIGEN DE      *
003000*           MAYOR AVALUO, LOS CODEUDORES DE TODAS (SIN REPETIR,  *
003100*           HASTA CINCO) Y EL VINCULO DE PLANILLA EN CNVVINC     *
003200*           (RMYD1VCC) DEL PRIMER CONVENIO ACTIVO, CON LA SUMA   *
003300*           DE LAS CUOTAS PACTADAS DE ESE CONVENIO; SE AGREGA    *
003400*           EL TITULAR EN TITMTR Y LA CUENTA VA A CTANUEV PARA   *
003500*           QUE RMYD1GEN GENERE SU CALENDARIO. POR CADA ORIGEN   *
003600*           SE GRABA EN GLPOST LA PARTIDA DE TRASLADO (CLAVE     *
003700*           CONSOLIDA DE GLMMTR: DEBITO A LA CARTERA DEL         *
003800*           PRESTAMO NUEVO, CREDITO A LA CUENTA PUENTE QUE       *
003900*           DEBITA EL CANAL CONSOLIDA EN RMYD1GLI) Y EL VINCULO  *
004000*           EN CSDVINC (RMYD1CSV) QUE MUESTRA EL ESTADO DE       *
004100*           CUENTA RMYD1EDC. LAS ORDENES RECHAZADAS SALEN A      *
004200*           CSDRECH CON SU MOTIVO Y LAS APLICADAS A RPTCSD.      *
004210*           AL FINIQUITO SE SUMAN LOS CARGOS DE MORA PENDIENTES  *
004220*           DE LA CUENTA ORIGEN EN MORACRG (RMYD1MCG), COMO EN   *
004230*           RMYD1ACS, QUE RMYD1PGA COBRA CON EL PAGO.            *
004235*           LOS PAGOS GENERADOS SON EXACTAMENTE LO QUE APLICAN   *
004240*           RMYD1PGA Y RMYD1ABX: GASTOS, CARGOS DE MORA DE CADA  *
004245*           CUOTA, REMANENTE DE LAS CUOTAS VENCIDAS, PARCIALES Y *
004250*           DE LA PRIMERA PENDIENTE, Y EL CAPITAL QUE QUEDA COMO *
004255*           ABONO. LA PARTIDA CONSOLIDA SE GRABA POR ESE TOTAL,  *
004260*           QUE SALDA LA CUENTA PUENTE CONTRA RMYD1GLI; LA       *
004265*           DIFERENCIA CON EL FINIQUITO (INTERES CORRIDO Y       *
004270*           PENALIDADES CONTRA EL INTERES, COMISION Y SEGURO     *
004275*           PROGRAMADOS) VA EN PARTIDA APARTE CON LA CLAVE       *
004280*           CONSOLINT DE GLMMTR (DEBITO A LA CARTERA DEL         *
004285*           PRESTAMO NUEVO, CREDITO AL INGRESO; SI ES NEGATIVA,  *
004290*           CON LAS CUENTAS INVERTIDAS).                         *
004300*----------------------------------------------------------------*
004400*  HISTORIAL DE MODIFICACIONES                                   *
004500*  FECHA       INIC  DESCRIPCION                                 *
004600*  15/10/2026  DS    VERSION INICIAL.                            *
004620*  15/10/2026  DS    SE DEJAN EN BLANCO LOS DATOS DE EFECTIVO    *
004640*                    DEL PAGO GENERADO (RMYD1PGH).               *
004660*  15/10/2026  DS    EL FINIQUITO DE CADA ORIGEN INCLUYE SUS     *
004680*                    CARGOS DE MORA PENDIENTES (MORACRG).        *
004682*  15/10/2026  DS    LOS PAGOS SE ARMAN CON LO QUE APLICAN PGA Y *
004684*                    ABX (NO CON EL FINIQUITO); LA DIFERENCIA    *
004686*                    CONTRA EL FINIQUITO SE CONTABILIZA APARTE   *
004688*                    CON LA CLAVE CONSOLINT.                     *
004700*----------------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.  IBM-390.
005100 OBJECT-COMPUTER.  IBM-390.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ORDENES-FILE   ASSIGN TO CSDORDN
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS   IS WS-ORD-STATUS.
005700
005800     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE   IS RANDOM
006100            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
006200            FILE STATUS   IS WS-CTAS-STATUS.
006300
006400     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE   IS DYNAMIC
006700            RECORD KEY    IS DFH-CUOTA-LLAVE
006800            FILE STATUS   IS WS-CUO-STATUS.
006900
006910     SELECT CARGOS-FILE    ASSIGN TO MORACRG
006920            ORGANIZATION IS LINE SEQUENTIAL
006930            FILE STATUS   IS WS-MOR-STATUS.
006940
007000     SELECT TITULARES-FILE ASSIGN TO TITMTR
007100            ORGANIZATION IS INDEXED
007200            ACCESS MODE   IS RANDOM
007300            RECORD KEY    IS DFH-TIT-LLAVE
007400            FILE STATUS   IS WS-TIT-STATUS.
007500
007600     SELECT VINCULOS-FILE  ASSIGN TO CNVVINC
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE   IS RANDOM
007900            RECORD KEY    IS DFH-VIN-NUMERO-CUENTA
008000            FILE STATUS   IS WS-VIN-STATUS.
008100
008200     SELECT CONSOLIDA-FILE ASSIGN TO CSDVINC
008300            ORGANIZATION IS INDEXED
008400            ACCESS MODE   IS DYNAMIC
008500            RECORD KEY    IS DFH-CSV-LLAVE
008600            FILE STATUS   IS WS-CSV-STATUS.
008700
008800     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
008900            ORGANIZATION IS INDEXED
009000            ACCESS MODE   IS RANDOM
009100            RECORD KEY    IS DFH-CTA-CONCEPTO
009200            FILE STATUS   IS WS-GLM-STATUS.
009300
009400     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
009500            ORGANIZATION IS LINE SEQUENTIAL
009600            FILE STATUS   IS WS-GLP-STATUS.
009700
009800     SELECT LISTA-FILE     ASSIGN TO CTANUEV
009900            ORGANIZATION IS LINE SEQUENTIAL
010000            FILE STATUS   IS WS-LST-STATUS.
010100
010200     SELECT PAGOS-FILE     ASSIGN TO CSDPAGO
010300            ORGANIZATION IS LINE SEQUENTIAL
010400            FILE STATUS   IS WS-PAG-STATUS.
010500
010600     SELECT RECHAZOS-FILE  ASSIGN TO CSDRECH
010700            ORGANIZATION IS LINE SEQUENTIAL
010800            FILE STATUS   IS WS-RCH-STATUS.
010900
011000     SELECT REPORTE-FILE   ASSIGN TO RPTCSD
011100            ORGANIZATION IS LINE SEQUENTIAL
011200            FILE STATUS   IS WS-RPT-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  ORDENES-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  REG-ORDEN-CONSOLIDA.
012000     05 CO-TIPO-REG               PIC X(001).
012100        88 CO-CABECERA               VALUE 'C'.
012200        88 CO-ORIGEN                 VALUE 'O'.
012300     05 CO-ORDEN                  PIC X(010).
012400     05 CO-DATOS                  PIC X(080).
012500     05 CO-DATOS-CABECERA REDEFINES CO-DATOS.
012600        10 CO-CUENTA-NUEVA        PIC X(013).
012700        10 CO-NUM-DPI             PIC X(013).
012800        10 CO-TIPO-PRESTAMO       PIC X(015).
012900        10 CO-TASA-INTERES        PIC 9(005)V9(005).
013000        10 CO-TASA-COMISION       PIC 9(005)V9(005).
013100        10 CO-FECHA-VENC          PIC 9(008).
013200        10 FILLER                 PIC X(011).
013300     05 CO-DATOS-ORIGEN REDEFINES CO-DATOS.
013400        10 CO-CUENTA-ORIGEN       PIC X(013).
013500        10 FILLER                 PIC X(067).
013600
013700 FD  CUENTAS-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000     COPY RMYD1CLG.
014100
014200 FD  CUOTAS-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500     COPY RMYD1CLD.
014600
014610 FD  CARGOS-FILE
014620     RECORDING MODE IS F
014630     LABEL RECORDS ARE STANDARD.
014640     COPY RMYD1MCG.
014650
014700 FD  TITULARES-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000     COPY RMYD1TIT.
015100
015200 FD  VINCULOS-FILE
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500     COPY RMYD1VCC.
015600
015700 FD  CONSOLIDA-FILE
015800     RECORDING MODE IS F
015900     LABEL RECORDS ARE STANDARD.
016000     COPY RMYD1CSV.
016100
016200 FD  CTACONT-FILE
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500     COPY RMYD1GLM.
016600
016700 FD  PARTIDAS-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000     COPY RMYD1GLP.
017100
017200 FD  LISTA-FILE
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD.
017500 01  REG-LISTA-CUENTA.
017600     05 LS-NUMERO-CUENTA          PIC X(013).
017700
017800 FD  PAGOS-FILE
017900     RECORDING MODE IS F
018000     LABEL RECORDS ARE STANDARD.
018100     COPY RMYD1PGH.
018200
018300 FD  RECHAZOS-FILE
018400     RECORDING MODE IS F
018500     LABEL RECORDS ARE STANDARD.
018600 01  RECHAZO-LINEA                PIC X(080).
018700
018800 FD  REPORTE-FILE
018900     RECORDING MODE IS F
019000     LABEL RECORDS ARE STANDARD.
019100 01  REPORTE-LINEA                PIC X(132).
019200
019300 WORKING-STORAGE SECTION.
019400 COPY RMYD1BTA.
019500 77  WS-ORD-STATUS                PIC X(02).
019600     88 ORD-OK                       VALUE '00'.
019700 77  WS-CTAS-STATUS               PIC X(02).
019800     88 CTAS-OK                      VALUE '00'.
019900 77  WS-CUO-STATUS                PIC X(02).
019950 77  WS-MOR-STATUS                PIC X(02).
019960     88 MOR-OK                       VALUE '00'.
020000 77  WS-TIT-STATUS                PIC X(02).
020100     88 TIT-OK                       VALUE '00'.
020200 77  WS-VIN-STATUS                PIC X(02).
020300 77  WS-CSV-STATUS                PIC X(02).
020400     88 CSV-OK                       VALUE '00'.
020500 77  WS-GLM-STATUS                PIC X(02).
020600 77  WS-GLP-STATUS                PIC X(02).
020700 77  WS-LST-STATUS                PIC X(02).
020800 77  WS-PAG-STATUS                PIC X(02).
020900 77  WS-RCH-STATUS                PIC X(02).
021000 77  WS-RPT-STATUS                PIC X(02).
021100 77  WS-SW-FIN-ORDENES            PIC X(01).
021200     88 FIN-ORDENES                  VALUE 'S'.
021300 77  WS-SW-ORDEN-VALIDA           PIC X(01).
021400     88 ORDEN-VALIDA                 VALUE 'S'.
021500     88 ORDEN-INVALIDA               VALUE 'N'.
021600 77  WS-SW-FIN-CUOTAS             PIC X(01).
021700     88 FIN-CUOTAS                   VALUE 'S'.
021710 77  WS-SW-FIN-CARGOS             PIC X(01).
021720     88 FIN-CARGOS                   VALUE 'S'.
021800 77  WS-SW-REPETIDA               PIC X(01).
021900     88 CUENTA-REPETIDA              VALUE 'S'.
022000 77  WS-SW-CONSOLIDADA            PIC X(01).
022100     88 CUENTA-YA-CONSOLIDADA        VALUE 'S'.
022200 77  WS-SW-CODEUDOR               PIC X(01).
022300     88 CODEUDOR-REPETIDO            VALUE 'S'.
022400 77  WS-CODRET-VALIDA             PIC X(002).
022500     88 FECHA-VALIDA                 VALUE '00'.
022600 77  WS-FECHA-PROCESO             PIC 9(008).
022700 77  WS-CANT-ORIGEN               PIC 9(003) COMP.
022800 77  WS-SUB-ORG                   PIC 9(003) COMP.
022900 77  WS-SUB-ORG2                  PIC 9(003) COMP.
023000 77  WS-SUB-PRINCIPAL             PIC 9(003) COMP.
023100 77  WS-SUB-COD                   PIC 9(003) COMP.
023200 77  WS-SUB-NCD                   PIC 9(003) COMP.
023300 77  WS-CANT-CODEUDORES           PIC 9(002) COMP.
023400 77  WS-CODEUDORES-OMITIDOS       PIC 9(003) COMP.
023500 77  WS-MAYOR-AVALUO              PIC S9(011)V99 COMP-3.
023600 77  WS-MONEDA-ORDEN              PIC 9(001).
023700 77  WS-CODIGO-CONVENIO           PIC 9(006).
023800 77  WS-CUOTA-CONVENIO            PIC S9(009)V99 COMP-3.
023900 77  WS-TOTAL-ORDEN               PIC S9(011)V99 COMP-3.
024000 77  WS-CUENTA-PAGO               PIC X(013).
024100 77  WS-TOTAL-PAGOS               PIC S9(011)V99 COMP-3.
024200 77  WS-CAPITAL-CUOTAS            PIC S9(011)V99 COMP-3.
024300 77  WS-VALOR-CUOTA               PIC S9(011)V99 COMP-3.
024400 77  WS-SEC-PENDIENTE             PIC 9(003).
024500 77  WS-SEC-ULTIMA                PIC 9(003).
024600 77  WS-SEC-RETENIDA              PIC 9(003).
024700 77  WS-VALOR-RETENIDO            PIC S9(011)V99 COMP-3.
024710 77  WS-VALOR-PENDIENTE           PIC S9(011)V99 COMP-3.
024720 77  WS-GASTOS-POR-PAGAR          PIC S9(011)V99 COMP-3.
024730 77  WS-ABONO-CAPITAL             PIC S9(011)V99 COMP-3.
024740 77  WS-AJUSTE-INTERES            PIC S9(011)V99 COMP-3.
024750 77  WS-MORA-PENDIENTE            PIC S9(011)V99 COMP-3.
024760 77  WS-CTA-DEBITO-AJUSTE         PIC X(012).
024770 77  WS-CTA-CREDITO-AJUSTE        PIC X(012).
024800 77  WS-ORD-LEIDAS                PIC 9(007) COMP.
024900 77  WS-ORD-APLICADAS             PIC 9(007) COMP.
025000 77  WS-ORD-RECHAZADAS            PIC 9(007) COMP.
025100 77  WS-REG-SUELTOS               PIC 9(007) COMP.
025200 77  WS-CTAS-LIQUIDADAS           PIC 9(007) COMP.
025300 77  WS-PAGOS-GENERADOS           PIC 9(007) COMP.
025400 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
025500 77  WS-TOTAL-CONSOLIDADO         PIC S9(013)V99 COMP-3.
025600 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
025700
025800 COPY RMYD1LQA.
025900
026000*----------------------------------------------------------------*
026100*  CABECERA DE LA ORDEN EN CURSO Y SUS CUENTAS ORIGEN CON EL     *
026200*  FINIQUITO DE CADA UNA (HASTA DIEZ; LAS DEMAS SOLO SE CUENTAN  *
026300*  PARA RECHAZAR LA ORDEN).                                      *
026400*----------------------------------------------------------------*
026500 01  WS-CABECERA-ORDEN.
026600     05 WH-ORDEN                  PIC X(010).
026700     05 WH-CUENTA-NUEVA           PIC X(013).
026800     05 WH-NUM-DPI                PIC X(013).
026900     05 WH-TIPO-PRESTAMO          PIC X(015).
027000     05 WH-TASA-INTERES           PIC 9(005)V9(005).
027100     05 WH-TASA-COMISION          PIC 9(005)V9(005).
027200     05 WH-FECHA-VENC             PIC 9(008).
027300
027400 01  WS-TABLA-ORIGEN.
027500     05 WS-ORIGEN-ENTRADA OCCURS 10 TIMES.
027600         10 WO-CUENTA             PIC X(013).
027700         10 WO-AVALUO             PIC S9(011)V99 COMP-3.
027800         10 WO-SALDO              PIC S9(011)V99 COMP-3.
027900         10 WO-INTERES-CORRIDO    PIC S9(009)V99 COMP-3.
028000         10 WO-CARGOS             PIC S9(011)V99 COMP-3.
028050         10 WO-GASTOS             PIC S9(011)V99 COMP-3.
028100         10 WO-TOTAL              PIC S9(011)V99 COMP-3.
028110
028120*----------------------------------------------------------------*
028130*  CARGOS DE MORA PENDIENTES DE LA CUENTA ORIGEN EN CURSO, POR   *
028140*  SECUENCIA DE CUOTA (MORACRG TRAE A LO SUMO UNO POR CUOTA).    *
028150*----------------------------------------------------------------*
028160 01  WS-TABLA-MORA.
028170     05 WS-MORA-CUOTA             PIC S9(011)V99 COMP-3
028180                                  OCCURS 999 TIMES.
028200
028300*----------------------------------------------------------------*
028400*  CODEUDORES DEL PRESTAMO NUEVO, EN EL FORMATO DE LAS           *
028500*  OCURRENCIAS DFH-CODEUDORES DEL MAESTRO (RMYD1CLG).            *
028600*----------------------------------------------------------------*
028700 01  WS-TABLA-CODEUDORES.
028800     05 WS-CODEUDOR-NUEVO OCCURS 5 TIMES.
028900         10 WN-PRIMER-APELLIDO    PIC X(015).
029000         10 WN-SEGUNDO-APELLIDO   PIC X(015).
029100         10 WN-APELLIDO-CASADA    PIC X(015).
029200         10 WN-NOMBRES            PIC X(030).
029300         10 WN-NUM-DPI            PIC X(013).
029400
029500*----------------------------------------------------------------*
029600*  DATOS QUE EL PRESTAMO NUEVO TOMA DE LA CUENTA ORIGEN DE MAYOR *
029700*  AVALUO (LA GARANTIA CON EL FORMATO DE DFH-GARANTIA).          *
029800*----------------------------------------------------------------*
029900 01  WS-DATOS-PRINCIPAL.
030000     05 WS-GARANTIA-PRINCIPAL.
030100         10 WG-TIPO               PIC X(015).
030200         10 WG-VALOR-AVALUO       PIC S9(011)V99.
030300         10 WG-FECHA-AVALUO       PIC 9(008).
030400         10 WG-NUM-REGISTRO       PIC X(020).
030500     05 WS-NOMBRE-PRINCIPAL       PIC X(060).
030600     05 WS-TIPO-PRINCIPAL         PIC X(015).
030700     05 WS-TASA-CAMBIO-PRINCIPAL  PIC S9(005)V9(004).
030800     05 WS-FORMA-CAP-PRINCIPAL    PIC X(015).
030900     05 WS-FORMA-INT-PRINCIPAL    PIC X(015).
031000
031100 01  WS-DESCRIPCION-GL.
031200     05 FILLER                    PIC X(007)     VALUE 'CONSOL '.
031300     05 WS-DG-ORIGEN              PIC X(013).
031400     05 FILLER                    PIC X(003)     VALUE ' A '.
031500     05 WS-DG-NUEVA               PIC X(013).
031600     05 FILLER                    PIC X(004)     VALUE SPACES.
031700
031800 01  WS-RECHAZO-DET.
031900     05 WR-ORDEN                  PIC X(010).
032000     05 FILLER                    PIC X(001)     VALUE SPACES.
032100     05 WR-CUENTA                 PIC X(013).
032200     05 FILLER                    PIC X(001)     VALUE SPACES.
032300     05 WR-MOTIVO                 PIC X(050).
032400     05 FILLER                    PIC X(005)     VALUE SPACES.
032500
032600 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
032700
032800 01  WS-TITULO-ORDEN.
032900     05 FILLER                    PIC X(023)
033000        VALUE 'ORDEN DE CONSOLIDACION '.
033100     05 WT-ORDEN                  PIC X(010).
033200     05 FILLER                    PIC X(015)
033300        VALUE '  CUENTA NUEVA '.
033400     05 WT-CUENTA-NUEVA           PIC X(013).
033500     05 FILLER                    PIC X(006)     VALUE '  DPI '.
033600     05 WT-NUM-DPI                PIC X(013).
033700     05 FILLER                    PIC X(002)     VALUE SPACES.
033800     05 WT-NOMBRE                 PIC X(050).
033900
034000 01  WS-SUBTITULO-ORIGEN.
034100     05 FILLER                    PIC X(030)
034200        VALUE '  CUENTA ORIGEN          SALDO'.
034300     05 FILLER                    PIC X(034)
034400        VALUE '   INTERES CORRIDO  PCANCEL/GASTOS'.
034500     05 FILLER                    PIC X(019)
034600        VALUE '        FINIQUITO'.
034700     05 FILLER                    PIC X(049)     VALUE SPACES.
034800
034900 01  WS-DETALLE-ORIGEN.
035000     05 FILLER                    PIC X(002)     VALUE SPACES.
035100     05 WD-CUENTA                 PIC X(013).
035200     05 FILLER                    PIC X(002)     VALUE SPACES.
035300     05 WD-SALDO                  PIC ZZZ,ZZZ,ZZ9.99-.
035400     05 FILLER                    PIC X(002)     VALUE SPACES.
035500     05 WD-INTERES                PIC ZZZ,ZZZ,ZZ9.99-.
035600     05 FILLER                    PIC X(002)     VALUE SPACES.
035700     05 WD-CARGOS                 PIC ZZZ,ZZZ,ZZ9.99-.
035800     05 FILLER                    PIC X(002)     VALUE SPACES.
035900     05 WD-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99-.
036000     05 FILLER                    PIC X(049)     VALUE SPACES.
036100
036200 01  WS-TOTAL-NUEVO.
036300     05 FILLER                    PIC X(023)
036400        VALUE '  TOTAL PRESTAMO NUEVO '.
036500     05 WN-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99-.
036600     05 FILLER                    PIC X(007)     VALUE '  TASA '.
036700     05 WN-TASA                   PIC ZZ9.99999.
036800     05 FILLER                    PIC X(008)     VALUE '  VENCE '.
036900     05 WN-FECHA-VENC             PIC 9(008).
037000     05 FILLER                    PIC X(014)
037100        VALUE '  GARANTIA DE '.
037200     05 WN-CTA-GARANTIA           PIC X(013).
037300     05 FILLER                    PIC X(013)
037400        VALUE '  CODEUDORES '.
037500     05 WN-CODEUDORES             PIC Z9.
037600     05 FILLER                    PIC X(011)
037700        VALUE '  CONVENIO '.
037800     05 WN-CONVENIO               PIC 9(006).
037900     05 FILLER                    PIC X(003)     VALUE SPACES.
038000
038100 01  WS-LINEA-OMITIDOS.
038200     05 FILLER                    PIC X(045)
038300        VALUE '  CODEUDORES NO TRASLADADOS (MAXIMO CINCO) : '.
038400     05 WM-OMITIDOS               PIC ZZ9.
038500     05 FILLER                    PIC X(084)     VALUE SPACES.
038600
038700 PROCEDURE DIVISION.
038800
038900 0000-MAINLINE.
039000     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
039100     PERFORM 2000-PROCESAR-ORDEN   THRU 2000-EXIT
039200         UNTIL FIN-ORDENES.
039300     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
039400     STOP RUN.
039500
039600*----------------------------------------------------------------*
039700*  1000-INICIALIZAR : ABRE LOS ARCHIVOS (EL DE VINCULOS DE       *
039800*  CONSOLIDACION SE CREA SI NO EXISTE) Y LEE LA PRIMERA ORDEN.   *
039900*----------------------------------------------------------------*
040000 1000-INICIALIZAR.
040100     MOVE 'RMYD1CSD' TO DFH-BTA-PROGRAMA.
040200     MOVE 'I'        TO DFH-BTA-ACCION.
040300     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
040400                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
040500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
040600     MOVE 'N'  TO WS-SW-FIN-ORDENES.
040700     MOVE ZERO TO WS-ORD-LEIDAS WS-ORD-APLICADAS WS-ORD-RECHAZADAS
040800                  WS-REG-SUELTOS WS-CTAS-LIQUIDADAS
040900                  WS-PAGOS-GENERADOS WS-PARTIDAS-GENERADAS
041000                  WS-TOTAL-CONSOLIDADO.
041100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
041200     OPEN INPUT  ORDENES-FILE.
041300     OPEN I-O    CUENTAS-FILE.
041400     OPEN INPUT  CUOTAS-FILE.
041500     OPEN I-O    TITULARES-FILE.
041600     OPEN I-O    VINCULOS-FILE.
041700     OPEN I-O    CONSOLIDA-FILE.
041800     IF WS-CSV-STATUS EQUAL '35'
041900         OPEN OUTPUT CONSOLIDA-FILE
042000         CLOSE CONSOLIDA-FILE
042100         OPEN I-O CONSOLIDA-FILE
042200     END-IF.
042300     OPEN INPUT  CTACONT-FILE.
042400     OPEN OUTPUT PAGOS-FILE.
042500     OPEN OUTPUT RECHAZOS-FILE.
042600     OPEN OUTPUT REPORTE-FILE.
042700     OPEN EXTEND PARTIDAS-FILE.
042800     IF WS-GLP-STATUS EQUAL '05' OR '35'
042900         CLOSE PARTIDAS-FILE
043000         OPEN OUTPUT PARTIDAS-FILE
043100     END-IF.
043200     OPEN EXTEND LISTA-FILE.
043300     IF WS-LST-STATUS EQUAL '05' OR '35'
043400         CLOSE LISTA-FILE
043500         OPEN OUTPUT LISTA-FILE
043600     END-IF.
043700     IF NOT CTAS-OK
043800         DISPLAY 'RMYD1CSD - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
043900         MOVE 'S' TO WS-SW-FIN-ORDENES
044000         MOVE 16  TO WS-CODRET-CORRIDA
044100         GO TO 1000-EXIT
044200     END-IF.
044300     IF NOT TIT-OK
044400         DISPLAY 'RMYD1CSD - ERROR TITULARES-FILE ' WS-TIT-STATUS
044500         MOVE 'S' TO WS-SW-FIN-ORDENES
044600         MOVE 16  TO WS-CODRET-CORRIDA
044700         GO TO 1000-EXIT
044800     END-IF.
044900     IF NOT CSV-OK
045000         DISPLAY 'RMYD1CSD - ERROR CONSOLIDA-FILE ' WS-CSV-STATUS
045100         MOVE 'S' TO WS-SW-FIN-ORDENES
045200         MOVE 16  TO WS-CODRET-CORRIDA
045300         GO TO 1000-EXIT
045400     END-IF.
045500     IF WS-GLM-STATUS NOT = '00'
045600         DISPLAY 'RMYD1CSD - ERROR CTACONT-FILE ' WS-GLM-STATUS
045700         MOVE 'S' TO WS-SW-FIN-ORDENES
045800         MOVE 16  TO WS-CODRET-CORRIDA
045900         GO TO 1000-EXIT
046000     END-IF.
046100     IF WS-ORD-STATUS EQUAL '35'
046200         DISPLAY 'RMYD1CSD - SIN ORDENES DE CONSOLIDACION'
046300         MOVE 'S' TO WS-SW-FIN-ORDENES
046400         GO TO 1000-EXIT
046500     END-IF.
046600     IF NOT ORD-OK
046700         DISPLAY 'RMYD1CSD - ERROR ORDENES-FILE ' WS-ORD-STATUS
046800         MOVE 'S' TO WS-SW-FIN-ORDENES
046900         MOVE 16  TO WS-CODRET-CORRIDA
047000         GO TO 1000-EXIT
047100     END-IF.
047200     PERFORM 8000-LEER-ORDEN THRU 8000-EXIT.
047300 1000-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700*  2000-PROCESAR-ORDEN : TOMA LA CABECERA Y SUS CUENTAS ORIGEN,  *
047800*  VALIDA LA ORDEN COMPLETA Y, SI PROCEDE, LA APLICA. UN         *
047900*  REGISTRO ORIGEN SIN CABECERA SE RECHAZA SOLO.                 *
048000*----------------------------------------------------------------*
048100 2000-PROCESAR-ORDEN.
048200     IF NOT CO-CABECERA
048300         ADD 1 TO WS-REG-SUELTOS
048400         MOVE CO-ORDEN         TO WR-ORDEN
048500         MOVE CO-CUENTA-ORIGEN TO WR-CUENTA
048600         MOVE 'REGISTRO SIN CABECERA DE ORDEN' TO WR-MOTIVO
048700         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
048800         IF WS-CODRET-CORRIDA < 4
048900             MOVE 4 TO WS-CODRET-CORRIDA
049000         END-IF
049100         PERFORM 8000-LEER-ORDEN THRU 8000-EXIT
049200         GO TO 2000-EXIT
049300     END-IF.
049400     ADD 1 TO WS-ORD-LEIDAS.
049500     MOVE CO-ORDEN         TO WH-ORDEN.
049600     MOVE CO-CUENTA-NUEVA  TO WH-CUENTA-NUEVA.
049700     MOVE CO-NUM-DPI       TO WH-NUM-DPI.
049800     MOVE CO-TIPO-PRESTAMO TO WH-TIPO-PRESTAMO.
049900     MOVE CO-TASA-INTERES  TO WH-TASA-INTERES.
050000     MOVE CO-TASA-COMISION TO WH-TASA-COMISION.
050100     MOVE CO-FECHA-VENC    TO WH-FECHA-VENC.
050200     MOVE ZERO TO WS-CANT-ORIGEN.
050300     PERFORM 8000-LEER-ORDEN THRU 8000-EXIT.
050400     PERFORM 2100-CARGAR-ORIGEN THRU 2100-EXIT
050500         UNTIL FIN-ORDENES
050600         OR NOT CO-ORIGEN
050700         OR CO-ORDEN NOT = WH-ORDEN.
050800     PERFORM 4000-VALIDAR-ORDEN THRU 4000-EXIT.
050900     IF ORDEN-INVALIDA
051000         ADD 1 TO WS-ORD-RECHAZADAS
051100         MOVE WH-ORDEN TO WR-ORDEN
051200         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
051300         IF WS-CODRET-CORRIDA < 4
051400             MOVE 4 TO WS-CODRET-CORRIDA
051500         END-IF
051600         GO TO 2000-EXIT
051700     END-IF.
051800     PERFORM 5000-APLICAR-ORDEN THRU 5000-EXIT.
051900 2000-EXIT.
052000     EXIT.
052100
052200 2100-CARGAR-ORIGEN.
052300     ADD 1 TO WS-CANT-ORIGEN.
052400     IF WS-CANT-ORIGEN NOT > 10
052500         MOVE CO-CUENTA-ORIGEN TO WO-CUENTA (WS-CANT-ORIGEN)
052600     END-IF.
052700     PERFORM 8000-LEER-ORDEN THRU 8000-EXIT.
052800 2100-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------------*
053200*  4000-VALIDAR-ORDEN : TERMINOS DEL PRESTAMO NUEVO, CONCEPTO    *
053300*  CONTABLE Y CADA CUENTA ORIGEN. DEJA CALCULADOS LOS FINIQUITOS,*
053400*  LA CUENTA PRINCIPAL (MAYOR AVALUO), LOS CODEUDORES Y EL       *
053500*  CONVENIO QUE PASAN AL PRESTAMO NUEVO.                         *
053600*----------------------------------------------------------------*
053700 4000-VALIDAR-ORDEN.
053800     MOVE 'N' TO WS-SW-ORDEN-VALIDA.
053900     MOVE WH-CUENTA-NUEVA TO WR-CUENTA.
054000     IF WH-CUENTA-NUEVA = SPACES
054100         MOVE 'FALTA LA CUENTA NUEVA' TO WR-MOTIVO
054200         GO TO 4000-EXIT
054300     END-IF.
054400     MOVE WH-CUENTA-NUEVA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
054500     READ CUENTAS-FILE
054600         INVALID KEY
054700             CONTINUE
054800         NOT INVALID KEY
054900             MOVE 'CUENTA NUEVA YA EXISTE EN EL MAESTRO'
055000                                         TO WR-MOTIVO
055100             GO TO 4000-EXIT
055200     END-READ.
055300     IF WH-NUM-DPI = SPACES
055400         MOVE 'FALTA EL DPI DEL DEUDOR' TO WR-MOTIVO
055500         GO TO 4000-EXIT
055600     END-IF.
055700     IF WH-TASA-INTERES NOT > ZERO
055800         MOVE 'TASA DE INTERES INVALIDA' TO WR-MOTIVO
055900         GO TO 4000-EXIT
056000     END-IF.
056100     CALL 'RMYD1VDF' USING WH-FECHA-VENC WS-CODRET-VALIDA.
056200     IF NOT FECHA-VALIDA
056300         MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO WR-MOTIVO
056400         GO TO 4000-EXIT
056500     END-IF.
056600     IF WH-FECHA-VENC NOT > WS-FECHA-PROCESO
056700         MOVE 'VENCIMIENTO NO POSTERIOR A LA FECHA DE PROCESO'
056800                                     TO WR-MOTIVO
056900         GO TO 4000-EXIT
057000     END-IF.
057100     IF WS-CANT-ORIGEN < 2
057200         MOVE 'LA ORDEN REQUIERE AL MENOS DOS CUENTAS ORIGEN'
057300                                     TO WR-MOTIVO
057400         GO TO 4000-EXIT
057500     END-IF.
057600     IF WS-CANT-ORIGEN > 10
057700         MOVE 'LA ORDEN EXCEDE DIEZ CUENTAS ORIGEN' TO WR-MOTIVO
057800         GO TO 4000-EXIT
057900     END-IF.
057920     MOVE 'CONSOLINT' TO DFH-CTA-CONCEPTO.
057940     READ CTACONT-FILE
057960         INVALID KEY
057980             MOVE 'CONCEPTO CONSOLINT NO EXISTE EN GLMMTR'
058000                                         TO WR-MOTIVO
058020             GO TO 4000-EXIT
058040     END-READ.
058060     MOVE DFH-CTA-DEBITO  TO WS-CTA-DEBITO-AJUSTE.
058080     MOVE DFH-CTA-CREDITO TO WS-CTA-CREDITO-AJUSTE.
058100     MOVE 'CONSOLIDA' TO DFH-CTA-CONCEPTO.
058120     READ CTACONT-FILE
058140         INVALID KEY
058160             MOVE 'CONCEPTO CONSOLIDA NO EXISTE EN GLMMTR'
058180                                         TO WR-MOTIVO
058200             GO TO 4000-EXIT
058220     END-READ.
058700     MOVE ZERO TO WS-TOTAL-ORDEN WS-MAYOR-AVALUO
058800                  WS-CODIGO-CONVENIO WS-CUOTA-CONVENIO
058900                  WS-CANT-CODEUDORES
059000                  WS-CODEUDORES-OMITIDOS.
059100     MOVE 1    TO WS-SUB-PRINCIPAL.
059200     MOVE 'S'  TO WS-SW-ORDEN-VALIDA.
059300     PERFORM 4100-VALIDAR-ORIGEN THRU 4100-EXIT
059400         VARYING WS-SUB-ORG FROM 1 BY 1
059500         UNTIL WS-SUB-ORG > WS-CANT-ORIGEN
059600         OR ORDEN-INVALIDA.
059700 4000-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------*
060100*  4100-VALIDAR-ORIGEN : UNA CUENTA ORIGEN. SI ES VALIDA CALCULA *
060200*  SU FINIQUITO (RMYD1LQC) MAS SUS CARGOS DE MORA PENDIENTES Y   *
060250*  ACUMULA LO QUE PASA A LA NUEVA.                               *
060300*----------------------------------------------------------------*
060400 4100-VALIDAR-ORIGEN.
060500     MOVE 'N' TO WS-SW-ORDEN-VALIDA.
060600     MOVE WO-CUENTA (WS-SUB-ORG) TO WR-CUENTA.
060700     MOVE 'N' TO WS-SW-REPETIDA.
060800     PERFORM 4110-COMPARAR-ORIGEN THRU 4110-EXIT
060900         VARYING WS-SUB-ORG2 FROM 1 BY 1
061000         UNTIL WS-SUB-ORG2 NOT < WS-SUB-ORG.
061100     IF CUENTA-REPETIDA
061200         MOVE 'CUENTA ORIGEN REPETIDA EN LA ORDEN' TO WR-MOTIVO
061300         GO TO 4100-EXIT
061400     END-IF.
061500     MOVE WO-CUENTA (WS-SUB-ORG) TO DFH-NUMERO-CUENTA
061600                                    IN DFHCOMMAREA.
061700     READ CUENTAS-FILE
061800         INVALID KEY
061900             MOVE 'CUENTA ORIGEN NO EXISTE EN EL MAESTRO'
062000                                         TO WR-MOTIVO
062100             GO TO 4100-EXIT
062200     END-READ.
062300     IF CUENTA-CANCELADA
062400         MOVE 'CUENTA ORIGEN YA CANCELADA' TO WR-MOTIVO
062500         GO TO 4100-EXIT
062600     END-IF.
062700     IF NOT INCOB-VIGENTE
062800         MOVE 'CUENTA ORIGEN EN PROCESO DE CASTIGO' TO WR-MOTIVO
062900         GO TO 4100-EXIT
063000     END-IF.
063100     IF DFH-SALDO NOT > ZERO
063200         MOVE 'CUENTA ORIGEN SIN SALDO' TO WR-MOTIVO
063300         GO TO 4100-EXIT
063400     END-IF.
063500     IF WS-SUB-ORG = 1
063600         MOVE DFH-MONEDA-CUENTA TO WS-MONEDA-ORDEN
063700     END-IF.
063800     IF DFH-MONEDA-CUENTA NOT = WS-MONEDA-ORDEN
063900         MOVE 'CUENTAS ORIGEN EN MONEDAS DISTINTAS' TO WR-MOTIVO
064000         GO TO 4100-EXIT
064100     END-IF.
064200     MOVE WH-NUM-DPI             TO DFH-TIT-NUM-DPI.
064300     MOVE WO-CUENTA (WS-SUB-ORG) TO DFH-TIT-NUMERO-CUENTA.
064400     READ TITULARES-FILE
064500         INVALID KEY
064600             MOVE 'CUENTA ORIGEN NO ES DEL DPI DE LA ORDEN'
064700                                         TO WR-MOTIVO
064800             GO TO 4100-EXIT
064900     END-READ.
065000     PERFORM 4120-BUSCAR-CONSOLIDACION THRU 4120-EXIT.
065100     IF CUENTA-YA-CONSOLIDADA
065200         MOVE 'CUENTA ORIGEN YA CONSOLIDADA' TO WR-MOTIVO
065300         GO TO 4100-EXIT
065400     END-IF.
065500     MOVE WS-FECHA-PROCESO      TO DFH-LQA-FECHA-VALOR.
065600     MOVE DFH-FECHA-ULT-OPER    TO DFH-LQA-FECHA-ULT-OPER.
065700     MOVE DFH-SALDO             TO DFH-LQA-SALDO.
065800     MOVE DFH-TASA-INTERES      TO DFH-LQA-TASA-INTERES.
065900     MOVE DFH-INTERES-PCANCEL   TO DFH-LQA-INTERES-PCANCEL.
066000     MOVE DFH-COMISION-PCANCEL  TO DFH-LQA-COMISION-PCANCEL.
066100     MOVE DFH-GASTOS-JUDICIALES TO DFH-LQA-GASTOS-JUDICIALES.
066200     CALL 'RMYD1LQC' USING REG-LIQUIDACION-CUENTA.
066210     PERFORM 4130-SUMAR-MORA THRU 4130-EXIT.
066220     IF NOT MOR-OK AND WS-MOR-STATUS NOT = '35'
066230         MOVE 'CARGOS DE MORA NO DISPONIBLES' TO WR-MOTIVO
066240         GO TO 4100-EXIT
066250     END-IF.
066300     MOVE DFH-SALDO               TO WO-SALDO (WS-SUB-ORG).
066400     MOVE DFH-LQA-INTERES-CORRIDO
066500                              TO WO-INTERES-CORRIDO (WS-SUB-ORG).
066600     COMPUTE WO-CARGOS (WS-SUB-ORG) =
066700         DFH-INTERES-PCANCEL + DFH-COMISION-PCANCEL
066800       + DFH-GASTOS-JUDICIALES + WS-MORA-PENDIENTE.
066900     COMPUTE WO-TOTAL (WS-SUB-ORG) =
066950         DFH-LQA-TOTAL-FINIQUITO + WS-MORA-PENDIENTE.
066970     MOVE DFH-GASTOS-JUDICIALES TO WO-GASTOS (WS-SUB-ORG).
067000     MOVE DFH-GARANTIA-VALOR-AVALUO TO WO-AVALUO (WS-SUB-ORG).
067100     ADD WO-TOTAL (WS-SUB-ORG) TO WS-TOTAL-ORDEN.
067200     IF WO-AVALUO (WS-SUB-ORG) > WS-MAYOR-AVALUO
067300         MOVE WO-AVALUO (WS-SUB-ORG) TO WS-MAYOR-AVALUO
067400         MOVE WS-SUB-ORG             TO WS-SUB-PRINCIPAL
067500     END-IF.
067600     PERFORM 4150-AGREGAR-CODEUDOR THRU 4150-EXIT
067700         VARYING WS-SUB-COD FROM 1 BY 1
067800         UNTIL WS-SUB-COD > DFH-CANT-CODEUDORES
067900         OR WS-SUB-COD > 5.
068000     PERFORM 4170-TOMAR-CONVENIO THRU 4170-EXIT.
068100     MOVE 'S' TO WS-SW-ORDEN-VALIDA.
068200 4100-EXIT.
068300     EXIT.
068400
068500 4110-COMPARAR-ORIGEN.
068600     IF WO-CUENTA (WS-SUB-ORG2) = WO-CUENTA (WS-SUB-ORG)
068700         MOVE 'S' TO WS-SW-REPETIDA
068800     END-IF.
068900 4110-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------*
069300*  4120-BUSCAR-CONSOLIDACION : LA CUENTA YA FUE ORIGEN DE OTRA   *
069400*  CONSOLIDACION SI TIENE UN VINCULO CON ROL O EN CSDVINC.       *
069500*----------------------------------------------------------------*
069600 4120-BUSCAR-CONSOLIDACION.
069700     MOVE 'N' TO WS-SW-CONSOLIDADA.
069800     MOVE WO-CUENTA (WS-SUB-ORG) TO DFH-CSV-NUMERO-CUENTA.
069900     MOVE 'O'                    TO DFH-CSV-ROL.
070000     MOVE LOW-VALUES             TO DFH-CSV-CUENTA-RELAC.
070100     START CONSOLIDA-FILE KEY NOT LESS THAN DFH-CSV-LLAVE
070200         INVALID KEY
070300             GO TO 4120-EXIT
070400     END-START.
070500     READ CONSOLIDA-FILE NEXT RECORD
070600         AT END
070700             GO TO 4120-EXIT
070800     END-READ.
070900     IF DFH-CSV-NUMERO-CUENTA = WO-CUENTA (WS-SUB-ORG)
071000        AND CSV-ROL-ORIGEN
071100         MOVE 'S' TO WS-SW-CONSOLIDADA
071200     END-IF.
071300 4120-EXIT.
071400     EXIT.
071500
071501*----------------------------------------------------------------*
071502*  4130-SUMAR-MORA : UNA PASADA POR MORACRG (VIENE POR CUENTA)   *
071503*  POR CUENTA ORIGEN, SUMANDO SUS CARGOS PENDIENTES COMO         *
071504*  RMYD1ACS, EN TOTAL Y POR CUOTA PARA ARMAR LOS PAGOS. SIN      *
071505*  ARCHIVO NO HAY CARGOS.                                        *
071506*----------------------------------------------------------------*
071512 4130-SUMAR-MORA.
071513     MOVE ZERO TO WS-MORA-PENDIENTE.
071514     INITIALIZE WS-TABLA-MORA.
071516     MOVE 'N'  TO WS-SW-FIN-CARGOS.
071518     OPEN INPUT CARGOS-FILE.
071520     IF WS-MOR-STATUS EQUAL '35'
071522         GO TO 4130-EXIT
071524     END-IF.
071526     IF NOT MOR-OK
071528         DISPLAY 'RMYD1CSD - ERROR CARGOS-FILE ' WS-MOR-STATUS
071530         MOVE 16 TO WS-CODRET-CORRIDA
071532         GO TO 4130-EXIT
071534     END-IF.
071536     PERFORM 8200-LEER-CARGO THRU 8200-EXIT.
071538     PERFORM 4140-SUMAR-CARGO THRU 4140-EXIT
071540         UNTIL FIN-CARGOS
071542         OR DFH-MOR-NUMERO-CUENTA > WO-CUENTA (WS-SUB-ORG).
071544     CLOSE CARGOS-FILE.
071546 4130-EXIT.
071548     EXIT.
071550
071551 4140-SUMAR-CARGO.
071552     IF DFH-MOR-NUMERO-CUENTA = WO-CUENTA (WS-SUB-ORG)
071553        AND MOR-CARGO-PENDIENTE
071554        AND DFH-MOR-VALOR-CARGO > ZERO
071555         ADD DFH-MOR-VALOR-CARGO TO WS-MORA-PENDIENTE
071556         IF DFH-MOR-SECUENCIA-PAGO > ZERO
071557             ADD DFH-MOR-VALOR-CARGO
071558              TO WS-MORA-CUOTA (DFH-MOR-SECUENCIA-PAGO)
071559         END-IF
071560     END-IF.
071562     PERFORM 8200-LEER-CARGO THRU 8200-EXIT.
071564 4140-EXIT.
071566     EXIT.
071568
071600*----------------------------------------------------------------*
071700*  4150-AGREGAR-CODEUDOR : PASA UN CODEUDOR DE LA CUENTA ORIGEN  *
071800*  AL PRESTAMO NUEVO SI NO ES EL DEUDOR NI ESTA YA (POR DPI, O   *
071900*  POR NOMBRE CUANDO NO TIENE DPI). PASADOS CINCO SOLO SE CUENTA.*
072000*----------------------------------------------------------------*
072100 4150-AGREGAR-CODEUDOR.
072200     IF DFH-CODEUDOR-NUM-DPI (WS-SUB-COD) NOT = SPACES
072300        AND DFH-CODEUDOR-NUM-DPI (WS-SUB-COD) = WH-NUM-DPI
072400         GO TO 4150-EXIT
072500     END-IF.
072600     MOVE 'N' TO WS-SW-CODEUDOR.
072700     PERFORM 4160-COMPARAR-CODEUDOR THRU 4160-EXIT
072800         VARYING WS-SUB-NCD FROM 1 BY 1
072900         UNTIL WS-SUB-NCD > WS-CANT-CODEUDORES
073000         OR CODEUDOR-REPETIDO.
073100     IF CODEUDOR-REPETIDO
073200         GO TO 4150-EXIT
073300     END-IF.
073400     IF WS-CANT-CODEUDORES NOT < 5
073500         ADD 1 TO WS-CODEUDORES-OMITIDOS
073600         GO TO 4150-EXIT
073700     END-IF.
073800     ADD 1 TO WS-CANT-CODEUDORES.
073900     MOVE DFH-CODEUDORES (WS-SUB-COD)
074000       TO WS-CODEUDOR-NUEVO (WS-CANT-CODEUDORES).
074100 4150-EXIT.
074200     EXIT.
074300
074400 4160-COMPARAR-CODEUDOR.
074500     IF DFH-CODEUDOR-NUM-DPI (WS-SUB-COD) NOT = SPACES
074600         IF WN-NUM-DPI (WS-SUB-NCD)
074700                = DFH-CODEUDOR-NUM-DPI (WS-SUB-COD)
074800             MOVE 'S' TO WS-SW-CODEUDOR
074900         END-IF
075000     ELSE
075100         IF WS-CODEUDOR-NUEVO (WS-SUB-NCD)
075200                = DFH-CODEUDORES (WS-SUB-COD)
075300             MOVE 'S' TO WS-SW-CODEUDOR
075400         END-IF
075500     END-IF.
075600 4160-EXIT.
075700     EXIT.
075800
075900*----------------------------------------------------------------*
076000*  4170-TOMAR-CONVENIO : EL PRIMER VINCULO DE PLANILLA ACTIVO    *
076100*  FIJA EL CONVENIO DEL PRESTAMO NUEVO; SE SUMAN LAS CUOTAS      *
076200*  PACTADAS DE LAS CUENTAS ORIGEN DE ESE MISMO CONVENIO.         *
076300*----------------------------------------------------------------*
076400 4170-TOMAR-CONVENIO.
076500     MOVE WO-CUENTA (WS-SUB-ORG) TO DFH-VIN-NUMERO-CUENTA.
076600     READ VINCULOS-FILE
076700         INVALID KEY
076800             GO TO 4170-EXIT
076900     END-READ.
077000     IF NOT VINCULO-ACTIVO
077100         GO TO 4170-EXIT
077200     END-IF.
077300     IF WS-CODIGO-CONVENIO = ZERO
077400         MOVE DFH-VIN-CODIGO-CONVENIO TO WS-CODIGO-CONVENIO
077500     END-IF.
077600     IF DFH-VIN-CODIGO-CONVENIO = WS-CODIGO-CONVENIO
077700         ADD DFH-VIN-CUOTA-PACTADA TO WS-CUOTA-CONVENIO
077800     END-IF.
077900 4170-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------*
078300*  5000-APLICAR-ORDEN : CREA EL PRESTAMO NUEVO Y LIQUIDA CADA    *
078400*  CUENTA ORIGEN CONTRA EL.                                      *
078500*----------------------------------------------------------------*
078600 5000-APLICAR-ORDEN.
078700     PERFORM 5100-CREAR-CUENTA THRU 5100-EXIT.
078800     IF ORDEN-INVALIDA
078900         GO TO 5000-EXIT
079000     END-IF.
079100     MOVE WH-ORDEN          TO WT-ORDEN.
079200     MOVE WH-CUENTA-NUEVA   TO WT-CUENTA-NUEVA.
079300     MOVE WH-NUM-DPI        TO WT-NUM-DPI.
079400     MOVE WS-NOMBRE-PRINCIPAL TO WT-NOMBRE.
079500     WRITE REPORTE-LINEA FROM WS-TITULO-ORDEN.
079600     WRITE REPORTE-LINEA FROM WS-SUBTITULO-ORIGEN.
079700     PERFORM 5500-LIQUIDAR-ORIGEN THRU 5500-EXIT
079800         VARYING WS-SUB-ORG FROM 1 BY 1
079900         UNTIL WS-SUB-ORG > WS-CANT-ORIGEN.
080000     MOVE WS-TOTAL-ORDEN    TO WN-TOTAL.
080100     MOVE WH-TASA-INTERES   TO WN-TASA.
080200     MOVE WH-FECHA-VENC     TO WN-FECHA-VENC.
080300     MOVE WO-CUENTA (WS-SUB-PRINCIPAL) TO WN-CTA-GARANTIA.
080400     MOVE WS-CANT-CODEUDORES TO WN-CODEUDORES.
080500     MOVE WS-CODIGO-CONVENIO TO WN-CONVENIO.
080600     WRITE REPORTE-LINEA FROM WS-TOTAL-NUEVO.
080700     IF WS-CODEUDORES-OMITIDOS > ZERO
080800         MOVE WS-CODEUDORES-OMITIDOS TO WM-OMITIDOS
080900         WRITE REPORTE-LINEA FROM WS-LINEA-OMITIDOS
081000     END-IF.
081100     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
081200     ADD 1 TO WS-ORD-APLICADAS.
081300     ADD WS-TOTAL-ORDEN TO WS-TOTAL-CONSOLIDADO.
081400 5000-EXIT.
081500     EXIT.
081600
081700*----------------------------------------------------------------*
081800*  5100-CREAR-CUENTA : ALTA DEL PRESTAMO NUEVO EN CTASMTR POR EL *
081900*  TOTAL DE LOS FINIQUITOS, DESEMBOLSADO EN LA FECHA DE PROCESO, *
082000*  CON LOS DATOS DE LA CUENTA PRINCIPAL; TITULAR EN TITMTR,      *
082100*  VINCULO DE PLANILLA Y CTANUEV PARA RMYD1GEN. LA CUOTA QUEDA   *
082200*  EN CERO PARA QUE RMYD1GEN LA CALCULE CON LA TASA Y EL PLAZO.  *
082300*----------------------------------------------------------------*
082400 5100-CREAR-CUENTA.
082500     MOVE WO-CUENTA (WS-SUB-PRINCIPAL) TO DFH-NUMERO-CUENTA
082600                                          IN DFHCOMMAREA.
082700     READ CUENTAS-FILE
082800         INVALID KEY
082900             DISPLAY 'RMYD1CSD - CUENTA PRINCIPAL NO HALLADA '
083000                     WO-CUENTA (WS-SUB-PRINCIPAL)
083100             MOVE 'N' TO WS-SW-ORDEN-VALIDA
083200             MOVE 16  TO WS-CODRET-CORRIDA
083300             GO TO 5100-EXIT
083400     END-READ.
083500     MOVE DFH-GARANTIA          TO WS-GARANTIA-PRINCIPAL.
083600     MOVE DFH-NOMBRE-CUENTA     TO WS-NOMBRE-PRINCIPAL.
083700     MOVE DFH-TIPO-PRESTAMO     TO WS-TIPO-PRINCIPAL.
083800     MOVE DFH-TASA-CAMBIO       TO WS-TASA-CAMBIO-PRINCIPAL.
083900     MOVE DFH-FORMA-PAGO-CAP    TO WS-FORMA-CAP-PRINCIPAL.
084000     MOVE DFH-FORMA-PAGO-INT    TO WS-FORMA-INT-PRINCIPAL.
084100     INITIALIZE DFHCOMMAREA.
084200     MOVE WH-CUENTA-NUEVA       TO DFH-NUMERO-CUENTA
084300                                   IN DFHCOMMAREA.
084400     IF WH-TIPO-PRESTAMO = SPACES
084500         MOVE WS-TIPO-PRINCIPAL TO DFH-TIPO-PRESTAMO
084600     ELSE
084700         MOVE WH-TIPO-PRESTAMO  TO DFH-TIPO-PRESTAMO
084800     END-IF.
084900     MOVE WS-GARANTIA-PRINCIPAL TO DFH-GARANTIA.
085000     MOVE WS-NOMBRE-PRINCIPAL   TO DFH-NOMBRE-CUENTA.
085100     MOVE WS-TOTAL-ORDEN        TO DFH-MONTO DFH-SALDO
085200                                   DFH-MONTO-DESEMBOLSADO.
085300     MOVE WS-MONEDA-ORDEN       TO DFH-MONEDA-CUENTA.
085400     MOVE WS-TASA-CAMBIO-PRINCIPAL TO DFH-TASA-CAMBIO.
085500     MOVE WS-FECHA-PROCESO      TO DFH-FECHA-CONCESION
085600                                   DFH-FECHA-ULT-OPER
085700                                   DFH-FECHA-DESEMBOLSO.
085800     MOVE WH-TASA-INTERES       TO DFH-TASA-INTERES.
085900     MOVE WH-FECHA-VENC         TO DFH-FECHA-VENC.
086000     MOVE WH-TASA-COMISION      TO DFH-TASA-COMISION.
086100     MOVE WS-FORMA-CAP-PRINCIPAL TO DFH-FORMA-PAGO-CAP.
086200     MOVE WS-FORMA-INT-PRINCIPAL TO DFH-FORMA-PAGO-INT.
086300     MOVE 1                     TO DFH-CANT-DESEMBOLSOS.
086400     MOVE WS-CANT-CODEUDORES    TO DFH-CANT-CODEUDORES.
086500     PERFORM 5110-PASAR-CODEUDOR THRU 5110-EXIT
086600         VARYING WS-SUB-NCD FROM 1 BY 1
086700         UNTIL WS-SUB-NCD > WS-CANT-CODEUDORES.
086800     WRITE DFHCOMMAREA
086900         INVALID KEY
087000             DISPLAY 'RMYD1CSD - NO SE PUDO CREAR LA CUENTA '
087100                     WH-CUENTA-NUEVA ' ' WS-CTAS-STATUS
087200             MOVE 'N' TO WS-SW-ORDEN-VALIDA
087300             MOVE 16  TO WS-CODRET-CORRIDA
087400             GO TO 5100-EXIT
087500     END-WRITE.
087600     MOVE WH-CUENTA-NUEVA TO LS-NUMERO-CUENTA.
087700     WRITE REG-LISTA-CUENTA.
087800     MOVE WH-NUM-DPI          TO DFH-TIT-NUM-DPI.
087900     MOVE WH-CUENTA-NUEVA     TO DFH-TIT-NUMERO-CUENTA.
088000     MOVE WS-NOMBRE-PRINCIPAL TO DFH-TIT-NOMBRE-TITULAR.
088100     WRITE REG-TITULAR-DPI
088200         INVALID KEY
088300             CONTINUE
088400     END-WRITE.
088500     IF WS-CODIGO-CONVENIO > ZERO
088600         MOVE WH-CUENTA-NUEVA    TO DFH-VIN-NUMERO-CUENTA
088700         MOVE WS-CODIGO-CONVENIO TO DFH-VIN-CODIGO-CONVENIO
088800         MOVE WS-CUOTA-CONVENIO  TO DFH-VIN-CUOTA-PACTADA
088900         MOVE 1                  TO DFH-VIN-ESTADO
089000         WRITE REG-VINCULO-CONVENIO
089100             INVALID KEY
089200                 DISPLAY 'RMYD1CSD - VINCULO DE PLANILLA EXISTE '
089300                         WH-CUENTA-NUEVA
089400         END-WRITE
089500     END-IF.
089600 5100-EXIT.
089700     EXIT.
089800
089900 5110-PASAR-CODEUDOR.
090000     MOVE WS-CODEUDOR-NUEVO (WS-SUB-NCD)
090100       TO DFH-CODEUDORES (WS-SUB-NCD).
090200 5110-EXIT.
090300     EXIT.
090400
090500*----------------------------------------------------------------*
090600*  5500-LIQUIDAR-ORIGEN : PAGOS DEL FINIQUITO, PARTIDA DE        *
090700*  TRASLADO Y VINCULOS DE UNA CUENTA ORIGEN.                     *
090800*----------------------------------------------------------------*
090900 5500-LIQUIDAR-ORIGEN.
091000     MOVE WO-CUENTA (WS-SUB-ORG) TO WS-CUENTA-PAGO.
091100     PERFORM 4130-SUMAR-MORA THRU 4130-EXIT.
091200     PERFORM 6000-GENERAR-PAGOS    THRU 6000-EXIT.
091300     PERFORM 6500-GENERAR-PARTIDA  THRU 6500-EXIT.
091400     PERFORM 6600-GRABAR-VINCULOS  THRU 6600-EXIT.
091500     MOVE WO-CUENTA (WS-SUB-ORG)          TO WD-CUENTA.
091600     MOVE WO-SALDO (WS-SUB-ORG)           TO WD-SALDO.
091700     MOVE WO-INTERES-CORRIDO (WS-SUB-ORG) TO WD-INTERES.
091800     MOVE WO-CARGOS (WS-SUB-ORG)          TO WD-CARGOS.
091900     MOVE WO-TOTAL (WS-SUB-ORG)           TO WD-TOTAL.
092000     WRITE REPORTE-LINEA FROM WS-DETALLE-ORIGEN.
092100     ADD 1 TO WS-CTAS-LIQUIDADAS.
092200 5500-EXIT.
092300     EXIT.
092400
092450*----------------------------------------------------------------*
092500*  6000-GENERAR-PAGOS : ARMA LOS PAGOS DE LA CUENTA ORIGEN CON   *
092550*  LO QUE RMYD1PGA Y RMYD1ABX VAN A APLICAR: EN CADA CUOTA SU    *
092600*  CARGO DE MORA PENDIENTE Y, SI ES VENCIDA, PARCIAL O LA        *
092650*  PRIMERA PENDIENTE, SU REMANENTE; LOS GASTOS JUDICIALES VAN EN *
092700*  EL PRIMER PAGO. EL SALDO QUE NO CUBRE EL CAPITAL REMANENTE DE *
092750*  ESAS CUOTAS SE SUMA AL PAGO DE LA PRIMERA PENDIENTE (O AL     *
092800*  ULTIMO) COMO EXCESO, QUE RMYD1PGA ENTREGA A RMYD1ABX PARA     *
092850*  CANCELAR EL SALDO. CADA PAGO SE RETIENE HASTA CONOCER EL      *
092900*  SIGUIENTE PARA NO REPETIR CUENTA, SECUENCIA Y REFERENCIA.     *
092950*----------------------------------------------------------------*
093000 6000-GENERAR-PAGOS.
093050     MOVE ZERO     TO WS-SEC-PENDIENTE WS-SEC-ULTIMA
093100                      WS-SEC-RETENIDA WS-VALOR-RETENIDO
093150                      WS-VALOR-PENDIENTE WS-CAPITAL-CUOTAS
093200                      WS-TOTAL-PAGOS.
093250     IF WO-GASTOS (WS-SUB-ORG) > ZERO
093300         MOVE WO-GASTOS (WS-SUB-ORG) TO WS-GASTOS-POR-PAGAR
093350     ELSE
093400         MOVE ZERO TO WS-GASTOS-POR-PAGAR
093450     END-IF.
093500     MOVE 'N'      TO WS-SW-FIN-CUOTAS.
093550     MOVE WS-CUENTA-PAGO TO DFH-NUMERO-CUENTA
093600                            IN REG-CUOTA-PROGRAMADA.
093650     MOVE ZERO TO DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA.
093700     START CUOTAS-FILE KEY NOT LESS THAN DFH-CUOTA-LLAVE
093750         INVALID KEY
093800             MOVE 'S' TO WS-SW-FIN-CUOTAS
093850     END-START.
093900     IF NOT FIN-CUOTAS
093950         PERFORM 8100-LEER-CUOTA THRU 8100-EXIT
094000     END-IF.
094050     PERFORM 6100-REPARTIR-CUOTA THRU 6100-EXIT
094100         UNTIL FIN-CUOTAS
094150         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
094200            NOT EQUAL WS-CUENTA-PAGO.
094250     COMPUTE WS-ABONO-CAPITAL =
094300         WO-SALDO (WS-SUB-ORG) - WS-CAPITAL-CUOTAS.
094350     IF WS-ABONO-CAPITAL < ZERO
094400         MOVE ZERO TO WS-ABONO-CAPITAL
094450     END-IF.
094500     IF WS-SEC-PENDIENTE > ZERO
094550         PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT
094600         MOVE WS-SEC-PENDIENTE   TO WS-SEC-RETENIDA
094650         MOVE WS-VALOR-PENDIENTE TO WS-VALOR-RETENIDO
094700     END-IF.
094750     IF WS-SEC-RETENIDA = ZERO
094800         MOVE WS-SEC-ULTIMA TO WS-SEC-RETENIDA
094850     END-IF.
094900     IF WS-SEC-RETENIDA = ZERO
094950         DISPLAY 'RMYD1CSD - CUENTA SIN CALENDARIO PARA EL PAGO '
095000                 WS-CUENTA-PAGO
095050         IF WS-CODRET-CORRIDA < 4
095100             MOVE 4 TO WS-CODRET-CORRIDA
095150         END-IF
095200         GO TO 6000-EXIT
095250     END-IF.
095270     ADD WS-ABONO-CAPITAL WS-GASTOS-POR-PAGAR
095290                          TO WS-VALOR-RETENIDO.
095350     MOVE ZERO TO WS-GASTOS-POR-PAGAR.
095400     PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT.
095450 6000-EXIT.
095500     EXIT.
095550
095600 6100-REPARTIR-CUOTA.
095650     MOVE DFH-SECUENCIA-PAGO IN REG-CUOTA-PROGRAMADA
095700                              TO WS-SEC-ULTIMA.
095750     MOVE ZERO TO WS-VALOR-CUOTA.
095800     IF WS-SEC-ULTIMA > ZERO
095850         MOVE WS-MORA-CUOTA (WS-SEC-ULTIMA) TO WS-VALOR-CUOTA
095900     END-IF.
095950     IF DFH-VALOR-REMANENTE > ZERO
096000        AND (SITPAGO-VENCIDA OR SITPAGO-PARCIAL
096050             OR (SITPAGO-PENDIENTE AND WS-SEC-PENDIENTE = ZERO))
096100         ADD DFH-VALOR-REMANENTE TO WS-VALOR-CUOTA
096150         COMPUTE WS-CAPITAL-CUOTAS = WS-CAPITAL-CUOTAS
096200             + DFH-VALOR-REMANENTE - DFH-SEGURO-REMANENTE
096250             - DFH-COMISION-REMANENTE - DFH-INTERES-REMANENTE
096300         IF SITPAGO-PENDIENTE
096350             MOVE WS-SEC-ULTIMA TO WS-SEC-PENDIENTE
096400         END-IF
096450     END-IF.
096500     IF WS-VALOR-CUOTA NOT > ZERO
096550         GO TO 6100-SIGUIENTE
096600     END-IF.
096650     ADD WS-GASTOS-POR-PAGAR TO WS-VALOR-CUOTA.
096700     MOVE ZERO TO WS-GASTOS-POR-PAGAR.
096750     IF WS-SEC-PENDIENTE > ZERO
096800        AND WS-SEC-ULTIMA = WS-SEC-PENDIENTE
096850         MOVE WS-VALOR-CUOTA TO WS-VALOR-PENDIENTE
096900         GO TO 6100-SIGUIENTE
096950     END-IF.
097000     PERFORM 6200-LIBERAR-PAGO THRU 6200-EXIT.
097050     MOVE WS-SEC-ULTIMA  TO WS-SEC-RETENIDA.
097100     MOVE WS-VALOR-CUOTA TO WS-VALOR-RETENIDO.
097150 6100-SIGUIENTE.
097200     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
097250 6100-EXIT.
097300     EXIT.
100000
100100*----------------------------------------------------------------*
100150*  6200-LIBERAR-PAGO : GRABA EN CSDPAGO EL PAGO RETENIDO, SI LO  *
100200*  HAY Y TIENE VALOR, CON CANAL CONSOLIDA Y LA ORDEN COMO        *
100250*  REFERENCIA, Y LO ACUMULA EN EL TOTAL PAGADO.                  *
100400*----------------------------------------------------------------*
100450 6200-LIBERAR-PAGO.
100500     IF WS-SEC-RETENIDA = ZERO
100550         GO TO 6200-EXIT
100600     END-IF.
100650     IF WS-VALOR-RETENIDO NOT > ZERO
100700         MOVE ZERO TO WS-SEC-RETENIDA WS-VALOR-RETENIDO
100750         GO TO 6200-EXIT
100800     END-IF.
100850     MOVE WS-CUENTA-PAGO    TO DFH-NUMERO-CUENTA IN REG-HIST-PAGO.
100900     MOVE WS-SEC-RETENIDA   TO DFH-PAGO-SECUENCIA.
100950     MOVE WS-FECHA-PROCESO  TO DFH-PAGO-FECHA-REAL.
101000     MOVE WS-VALOR-RETENIDO TO DFH-PAGO-VALOR-RECIBIDO.
101050     MOVE 'CONSOLIDA'       TO DFH-PAGO-CANAL.
101100     MOVE WH-ORDEN          TO DFH-PAGO-REFERENCIA.
101150     MOVE 'P'               TO DFH-PAGO-TIPO-MOV.
101200     MOVE 'P'               TO DFH-PAGO-OPCION-EXCED.
101250     MOVE SPACES            TO DFH-PAGO-DATOS-EFECTIVO.
101300     WRITE REG-HIST-PAGO.
101350     ADD 1 TO WS-PAGOS-GENERADOS.
101400     ADD WS-VALOR-RETENIDO TO WS-TOTAL-PAGOS.
101450     MOVE ZERO TO WS-SEC-RETENIDA WS-VALOR-RETENIDO.
101500 6200-EXIT.
101550     EXIT.
102200
102220*----------------------------------------------------------------*
102240*  6500-GENERAR-PARTIDA : PARTIDA DE TRASLADO AL PRESTAMO NUEVO  *
102260*  POR LO PAGADO CON CANAL CONSOLIDA, CON LAS CUENTAS DEL        *
102280*  CONCEPTO CONSOLIDA (LEIDO EN LA VALIDACION), QUE SALDA LA     *
102300*  CUENTA PUENTE CONTRA RMYD1GLI. LA DIFERENCIA CON EL FINIQUITO *
102320*  VA EN UNA SEGUNDA PARTIDA CON LAS CUENTAS DE CONSOLINT, QUE   *
102340*  SE INVIERTEN CUANDO LA DIFERENCIA ES NEGATIVA.                *
102360*----------------------------------------------------------------*
102380 6500-GENERAR-PARTIDA.
102400     IF WS-TOTAL-PAGOS NOT > ZERO
102420         GO TO 6500-EXIT
102440     END-IF.
102460     MOVE WS-FECHA-PROCESO      TO DFH-GL-FECHA.
102480     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
102500     MOVE 'CONSOLIDA'           TO DFH-GL-CONCEPTO.
102520     MOVE DFH-CTA-DEBITO        TO DFH-GL-CTA-DEBITO.
102540     MOVE DFH-CTA-CREDITO       TO DFH-GL-CTA-CREDITO.
102560     MOVE WS-TOTAL-PAGOS        TO DFH-GL-VALOR.
102580     MOVE WO-CUENTA (WS-SUB-ORG) TO WS-DG-ORIGEN.
102600     MOVE WH-CUENTA-NUEVA       TO WS-DG-NUEVA.
102620     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
102640     WRITE REG-PARTIDA-GL.
102660     ADD 1 TO WS-PARTIDAS-GENERADAS.
102680     COMPUTE WS-AJUSTE-INTERES =
102700         WO-TOTAL (WS-SUB-ORG) - WS-TOTAL-PAGOS.
102720     IF WS-AJUSTE-INTERES = ZERO
102740         GO TO 6500-EXIT
102760     END-IF.
102780     MOVE 'CONSOLINT'           TO DFH-GL-CONCEPTO.
102800     IF WS-AJUSTE-INTERES > ZERO
102820         MOVE WS-CTA-DEBITO-AJUSTE  TO DFH-GL-CTA-DEBITO
102840         MOVE WS-CTA-CREDITO-AJUSTE TO DFH-GL-CTA-CREDITO
102860         MOVE WS-AJUSTE-INTERES     TO DFH-GL-VALOR
102880     ELSE
102900         MOVE WS-CTA-CREDITO-AJUSTE TO DFH-GL-CTA-DEBITO
102920         MOVE WS-CTA-DEBITO-AJUSTE  TO DFH-GL-CTA-CREDITO
102940         COMPUTE DFH-GL-VALOR = ZERO - WS-AJUSTE-INTERES
102960     END-IF.
102980     WRITE REG-PARTIDA-GL.
103000     ADD 1 TO WS-PARTIDAS-GENERADAS.
103020 6500-EXIT.
103040     EXIT.
104200
104300*----------------------------------------------------------------*
104400*  6600-GRABAR-VINCULOS : EL VINCULO DESDE LA CUENTA ORIGEN (ROL *
104500*  O) Y DESDE LA CUENTA NUEVA (ROL N).                           *
104600*----------------------------------------------------------------*
104700 6600-GRABAR-VINCULOS.
104800     MOVE WO-CUENTA (WS-SUB-ORG)   TO DFH-CSV-NUMERO-CUENTA.
104900     MOVE 'O'                      TO DFH-CSV-ROL.
105000     MOVE WH-CUENTA-NUEVA          TO DFH-CSV-CUENTA-RELAC.
105100     PERFORM 6610-ESCRIBIR-VINCULO THRU 6610-EXIT.
105200     MOVE WH-CUENTA-NUEVA          TO DFH-CSV-NUMERO-CUENTA.
105300     MOVE 'N'                      TO DFH-CSV-ROL.
105400     MOVE WO-CUENTA (WS-SUB-ORG)   TO DFH-CSV-CUENTA-RELAC.
105500     PERFORM 6610-ESCRIBIR-VINCULO THRU 6610-EXIT.
105600 6600-EXIT.
105700     EXIT.
105800
105900 6610-ESCRIBIR-VINCULO.
106000     MOVE WH-ORDEN                    TO DFH-CSV-ORDEN.
106100     MOVE WS-FECHA-PROCESO            TO DFH-CSV-FECHA.
106200     MOVE WO-SALDO (WS-SUB-ORG)       TO DFH-CSV-SALDO.
106300     MOVE WO-INTERES-CORRIDO (WS-SUB-ORG)
106400                                      TO DFH-CSV-INTERES-CORRIDO.
106500     MOVE WO-CARGOS (WS-SUB-ORG)      TO DFH-CSV-CARGOS.
106600     MOVE WO-TOTAL (WS-SUB-ORG)       TO DFH-CSV-TOTAL-FINIQUITO.
106700     WRITE REG-VINCULO-CONSOLIDA
106800         INVALID KEY
106900             DISPLAY 'RMYD1CSD - VINCULO DUPLICADO '
107000                     DFH-CSV-LLAVE
107100     END-WRITE.
107200 6610-EXIT.
107300     EXIT.
107400
107500*----------------------------------------------------------------*
107600*  3000-FINALIZAR                                                *
107700*----------------------------------------------------------------*
107800 3000-FINALIZAR.
107900     DISPLAY 'RMYD1CSD - ORDENES LEIDAS     : ' WS-ORD-LEIDAS.
108000     DISPLAY 'RMYD1CSD - ORDENES APLICADAS  : ' WS-ORD-APLICADAS.
108100     DISPLAY 'RMYD1CSD - ORDENES RECHAZADAS : ' WS-ORD-RECHAZADAS.
108200     DISPLAY 'RMYD1CSD - REGISTROS SIN ORDEN: ' WS-REG-SUELTOS.
108300     DISPLAY 'RMYD1CSD - CUENTAS LIQUIDADAS : '
108400             WS-CTAS-LIQUIDADAS.
108500     DISPLAY 'RMYD1CSD - PAGOS A CSDPAGO    : '
108600             WS-PAGOS-GENERADOS.
108700     DISPLAY 'RMYD1CSD - PARTIDAS A GLPOST  : '
108800             WS-PARTIDAS-GENERADAS.
108900     DISPLAY 'RMYD1CSD - TOTAL CONSOLIDADO  : '
109000             WS-TOTAL-CONSOLIDADO.
109100     CLOSE CUENTAS-FILE CUOTAS-FILE TITULARES-FILE VINCULOS-FILE
109200           CONSOLIDA-FILE CTACONT-FILE PARTIDAS-FILE LISTA-FILE
109300           PAGOS-FILE RECHAZOS-FILE REPORTE-FILE.
109400     IF WS-ORD-STATUS NOT EQUAL '35'
109500         CLOSE ORDENES-FILE
109600     END-IF.
109700     MOVE 'RMYD1CSD' TO DFH-BTA-PROGRAMA.
109800     MOVE 'F'        TO DFH-BTA-ACCION.
109900     MOVE WS-ORD-LEIDAS TO DFH-BTA-LEIDOS.
110000     MOVE WS-ORD-APLICADAS TO DFH-BTA-ESCRITOS.
110100     MOVE WS-ORD-RECHAZADAS TO DFH-BTA-RECHAZADOS.
110200     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
110300     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
110400*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
110500*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
110600     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
110700 3000-EXIT.
110800     EXIT.
110900
111000*----------------------------------------------------------------*
111100*  8000-LEER-ORDEN                                               *
111200*----------------------------------------------------------------*
111300 8000-LEER-ORDEN.
111400     READ ORDENES-FILE
111500         AT END
111600             MOVE 'S' TO WS-SW-FIN-ORDENES
111700     END-READ.
111800 8000-EXIT.
111900     EXIT.
112000
112100*----------------------------------------------------------------*
112200*  8100-LEER-CUOTA                                               *
112300*----------------------------------------------------------------*
112400 8100-LEER-CUOTA.
112500     READ CUOTAS-FILE NEXT RECORD
112600         AT END
112700             MOVE 'S' TO WS-SW-FIN-CUOTAS
112800     END-READ.
112900 8100-EXIT.
113000     EXIT.
113100
113200*----------------------------------------------------------------*
113300*  8200-LEER-CARGO                                               *
113400*----------------------------------------------------------------*
113500 8200-LEER-CARGO.
113600     READ CARGOS-FILE
113700         AT END
113800             MOVE 'S' TO WS-SW-FIN-CARGOS
113900     END-READ.
114000 8200-EXIT.
114100     EXIT.
