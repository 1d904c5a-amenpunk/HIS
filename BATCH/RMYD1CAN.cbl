000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CAN.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CANCELACION DE CUENTAS TOTALMENTE PAGADAS. RECORRE   *
000900*           EL MAESTRO DE CUENTAS (CTASMTR - RMYD1CLG) CRUZADO   *
001000*           CONTRA EL DETALLE DE CUOTAS (CUOTDET - RMYD1CLD) Y   *
001100*           LOS CARGOS DE MORA (MORACRG - RMYD1MCG), AMBOS       *
001200*           ORDENADOS POR CUENTA. UNA CUENTA SE CANCELA CUANDO   *
001300*           DFH-SALDO ESTA EN CERO, TODAS SUS CUOTAS ESTAN       *
001400*           PAGADAS, NO TIENE CARGOS DE MORA PENDIENTES NI       *
001500*           GASTOS JUDICIALES POR COBRAR: SE MARCA CANCELADA     *
001600*           CON SU FECHA (DFH-CANCELACION-ESTADO), SE TERMINA LA *
001700*           VIGENCIA DE SUS POLIZAS EN POLMTR (RMYD1POL) PARA    *
001800*           QUE RMYD1PDV NO DEVENGUE MAS PRIMA, SE DESACTIVA SU  *
001900*           VINCULO DE PLANILLA EN CNVVINC (RMYD1VCC), SE        *
002000*           ENCOLA LA CONSTANCIA DE SOLVENCIA AL DEUDOR EN       *
002100*           CANSOLV CON LA DIRECCION DE CTDMTR (RMYD1CTD) Y, SI  *
002200*           TIENE GARANTIA INSCRITA, LA ORDEN DE LIBERACION AL   *
002300*           REGISTRO EN CANLIBG CITANDO                          *
002400*           DFH-GARANTIA-NUM-REGISTRO. LA CUENTA CUYO SALDO Y    *
002500*           REMANENTE DE CUOTAS NO PASAN DE LA TOLERANCIA DE     *
002600*           CANPARM NO SE CANCELA: SE LISTA EN RPTCAN PARA SU    *
002700*           AJUSTE, JUNTO CON LAS CUENTAS CANCELADAS EN LA       *
002800*           CORRIDA. LAS CUENTAS CASTIGADAS NO SE CANCELAN AQUI. *
002900*----------------------------------------------------------------*
003000*  HISTORIAL DE MODIFICACIONES                                   *
003100*  FECHA       INIC  DESCRIPCION                                 *
003200*  15/10/2026  DS    VERSION INICIAL.                            *
003210*  15/10/2026  DS    SI CUOTDET O MORACRG NO ABREN POR OTRA      *
003220*                    CAUSA QUE NO EXISTIR SE TERMINA CON RC 16   *
003230*                    SIN CANCELAR CUENTAS.                       *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-390.
003700 OBJECT-COMPUTER.  IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARAM-FILE     ASSIGN TO CANPARM
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS   IS WS-PRM-STATUS.
004300
004400     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE   IS SEQUENTIAL
004700            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004800            FILE STATUS   IS WS-CTAS-STATUS.
004900
005000     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE   IS SEQUENTIAL
005300            RECORD KEY    IS DFH-CUOTA-LLAVE
005400            FILE STATUS   IS WS-CUO-STATUS.
005500
005600     SELECT CARGOS-FILE    ASSIGN TO MORACRG
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS   IS WS-CRG-STATUS.
005900
006000     SELECT POLIZAS-FILE   ASSIGN TO POLMTR
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE   IS DYNAMIC
006300            RECORD KEY    IS DFH-POL-LLAVE
006400            FILE STATUS   IS WS-POL-STATUS.
006500
006600     SELECT VINCULOS-FILE  ASSIGN TO CNVVINC
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE   IS RANDOM
006900            RECORD KEY    IS DFH-VIN-NUMERO-CUENTA
007000            FILE STATUS   IS WS-VIN-STATUS.
007100
007200     SELECT CONTACTO-FILE  ASSIGN TO CTDMTR
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE   IS RANDOM
007500            RECORD KEY    IS DFH-CTD-NUMERO-CUENTA
007600            FILE STATUS   IS WS-CTD-STATUS.
007700
007800     SELECT SOLVENCIA-FILE ASSIGN TO CANSOLV
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS   IS WS-SOL-STATUS.
008100
008200     SELECT LIBERACION-FILE ASSIGN TO CANLIBG
008300            ORGANIZATION IS LINE SEQUENTIAL
008400            FILE STATUS   IS WS-LIB-STATUS.
008500
008600     SELECT REPORTE-FILE   ASSIGN TO RPTCAN
008700            ORGANIZATION IS LINE SEQUENTIAL
008800            FILE STATUS   IS WS-RPT-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARAM-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  REG-PARAM-CAN.
009600     05 PM-TOLERANCIA             PIC 9(005)V99.
009700
009800 FD  CUENTAS-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY RMYD1CLG.
010200
010300 FD  CUOTAS-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY RMYD1CLD.
010700
010800 FD  CARGOS-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100     COPY RMYD1MCG.
011200
011300 FD  POLIZAS-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600     COPY RMYD1POL.
011700
011800 FD  VINCULOS-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100     COPY RMYD1VCC.
012200
012300 FD  CONTACTO-FILE
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600     COPY RMYD1CTD.
012700
012800 FD  SOLVENCIA-FILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 01  SOLVENCIA-LINEA              PIC X(180).
013200
013300 FD  LIBERACION-FILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  LIBERACION-LINEA             PIC X(150).
013700
013800 FD  REPORTE-FILE
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100 01  REPORTE-LINEA                PIC X(132).
014200
014300 WORKING-STORAGE SECTION.
014400 COPY RMYD1BTA.
014500 77  WS-PRM-STATUS                PIC X(02).
014600     88 PRM-OK                       VALUE '00'.
014700 77  WS-CTAS-STATUS               PIC X(02).
014800     88 CTAS-OK                      VALUE '00'.
014900 77  WS-CUO-STATUS                PIC X(02).
015000 77  WS-CRG-STATUS                PIC X(02).
015100 77  WS-POL-STATUS                PIC X(02).
015200 77  WS-VIN-STATUS                PIC X(02).
015300 77  WS-CTD-STATUS                PIC X(02).
015400 77  WS-SOL-STATUS                PIC X(02).
015500 77  WS-LIB-STATUS                PIC X(02).
015600 77  WS-RPT-STATUS                PIC X(02).
015700 77  WS-SW-FIN-CUENTAS            PIC X(01).
015800     88 FIN-CUENTAS                  VALUE 'S'.
015900 77  WS-SW-FIN-CUOTAS             PIC X(01).
016000     88 FIN-CUOTAS                   VALUE 'S'.
016100 77  WS-SW-FIN-CARGOS             PIC X(01).
016200     88 FIN-CARGOS                   VALUE 'S'.
016300 77  WS-SW-FIN-POLIZAS            PIC X(01).
016400     88 FIN-POLIZAS                  VALUE 'S'.
016500 77  WS-SW-POLMTR                 PIC X(01).
016600     88 POLMTR-DISPONIBLE            VALUE 'S'.
016700 77  WS-SW-CNVVINC                PIC X(01).
016800     88 CNVVINC-DISPONIBLE           VALUE 'S'.
016900 77  WS-SW-CTDMTR                 PIC X(01).
017000     88 CTDMTR-DISPONIBLE            VALUE 'S'.
017100 77  WS-TOLERANCIA                PIC 9(005)V99 VALUE 1.00.
017200 77  WS-FECHA-PROCESO             PIC 9(008).
017300 77  WS-FECHA-FIN-POLIZA          PIC 9(008).
017400 77  WS-CUOTAS-CUENTA             PIC 9(005) COMP.
017500 77  WS-CUOTAS-NO-PAGADAS         PIC 9(005) COMP.
017600 77  WS-CARGOS-PENDIENTES         PIC 9(005) COMP.
017700 77  WS-REMANENTE-CUENTA          PIC S9(011)V99 COMP-3.
017800 77  WS-RESIDUO-SALDO             PIC S9(011)V99 COMP-3.
017900 77  WS-CTAS-LEIDAS               PIC 9(007) COMP.
018000 77  WS-CTAS-CANCELADAS           PIC 9(007) COMP.
018100 77  WS-CTAS-AJUSTE               PIC 9(007) COMP.
018200 77  WS-CARTAS-SOLVENCIA          PIC 9(007) COMP.
018300 77  WS-CARTAS-SIN-DIRECCION      PIC 9(007) COMP.
018400 77  WS-ORDENES-LIBERACION        PIC 9(007) COMP.
018500 77  WS-POLIZAS-TERMINADAS        PIC 9(007) COMP.
018600 77  WS-VINCULOS-DESACTIVADOS     PIC 9(007) COMP.
018700 77  WS-TOTAL-AJUSTE              PIC S9(013)V99 COMP-3.
018800 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
018900 77  WS-DIRECCION-RESPALDO        PIC X(060)
019000                              VALUE 'RETENER EN AGENCIA'.
019100
019200 01  WS-CARTA-SOLVENCIA.
019300     05 WC-TIPO-DOCUMENTO         PIC X(010)
019400                              VALUE 'SOLVENCIA'.
019500     05 FILLER                    PIC X(002)     VALUE SPACES.
019600     05 WC-CUENTA                 PIC X(013).
019700     05 FILLER                    PIC X(002)     VALUE SPACES.
019800     05 WC-NOMBRE                 PIC X(060).
019900     05 FILLER                    PIC X(002)     VALUE SPACES.
020000     05 WC-DIRECCION              PIC X(060).
020100     05 FILLER                    PIC X(002)     VALUE SPACES.
020200     05 WC-FECHA-CANCELACION      PIC 9(008).
020300     05 FILLER                    PIC X(002)     VALUE SPACES.
020400     05 WC-MONTO-ORIGINAL         PIC ZZZ,ZZZ,ZZ9.99.
020500     05 FILLER                    PIC X(005)     VALUE SPACES.
020600
020700 01  WS-ORDEN-LIBERACION.
020800     05 WL-TIPO-DOCUMENTO         PIC X(010)
020900                              VALUE 'LIBERACION'.
021000     05 FILLER                    PIC X(002)     VALUE SPACES.
021100     05 WL-CUENTA                 PIC X(013).
021200     05 FILLER                    PIC X(002)     VALUE SPACES.
021300     05 WL-NUM-REGISTRO           PIC X(020).
021400     05 FILLER                    PIC X(002)     VALUE SPACES.
021500     05 WL-GARANTIA-TIPO          PIC X(015).
021600     05 FILLER                    PIC X(002)     VALUE SPACES.
021700     05 WL-NOMBRE                 PIC X(060).
021800     05 FILLER                    PIC X(002)     VALUE SPACES.
021900     05 WL-FECHA-CANCELACION      PIC 9(008).
022000     05 FILLER                    PIC X(014)     VALUE SPACES.
022100
022200 01  WS-TITULO-RPT.
022300     05 FILLER                    PIC X(045)
022400        VALUE 'CANCELACION DE CUENTAS PAGADAS AL           '.
022500     05 WT-FECHA                  PIC 9(008).
022600     05 FILLER                    PIC X(014)
022700        VALUE '  TOLERANCIA: '.
022800     05 WT-TOLERANCIA             PIC ZZ,ZZ9.99.
022900     05 FILLER                    PIC X(056)     VALUE SPACES.
023000
023100 01  WS-DETALLE-RPT.
023200     05 WD-MOVIMIENTO             PIC X(010).
023300     05 FILLER                    PIC X(002)     VALUE SPACES.
023400     05 WD-CUENTA                 PIC X(013).
023500     05 FILLER                    PIC X(002)     VALUE SPACES.
023600     05 WD-TIPO-PRESTAMO          PIC X(015).
023700     05 FILLER                    PIC X(002)     VALUE SPACES.
023800     05 WD-NOMBRE                 PIC X(030).
023900     05 FILLER                    PIC X(002)     VALUE SPACES.
024000     05 WD-SALDO                  PIC ZZZ,ZZZ,ZZ9.99-.
024100     05 FILLER                    PIC X(002)     VALUE SPACES.
024200     05 WD-REMANENTE              PIC ZZZ,ZZZ,ZZ9.99-.
024300     05 FILLER                    PIC X(002)     VALUE SPACES.
024400     05 WD-OBSERVACION            PIC X(022).
024500
024600 01  WS-TOTAL-RPT.
024700     05 WX-ETIQUETA               PIC X(040).
024800     05 WX-CANTIDAD               PIC ZZZ,ZZ9.
024900     05 FILLER                    PIC X(002)     VALUE SPACES.
025000     05 WX-VALOR                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025100     05 FILLER                    PIC X(064)     VALUE SPACES.
025200
025300 PROCEDURE DIVISION.
025400
025500 0000-MAINLINE.
025600     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
025700     PERFORM 2000-PROCESAR-CUENTA  THRU 2000-EXIT
025800         UNTIL FIN-CUENTAS.
025900     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
026000     STOP RUN.
026100
026200*----------------------------------------------------------------*
026300*  1000-INICIALIZAR : LEE LA TOLERANCIA DE CANPARM (SI NO VIENE  *
026400*  QUEDA 1.00), ABRE LOS ARCHIVOS Y DEJA EL TITULO DE RPTCAN.    *
026500*  SIN POLMTR, CNVVINC O CTDMTR LA CORRIDA SIGUE Y LO AVISA.     *
026520*  CUOTDET Y MORACRG INEXISTENTES (35) SE TOMAN SIN CUOTAS NI    *
026540*  CARGOS; CUALQUIER OTRO ERROR AL ABRIRLOS TERMINA CON RC 16    *
026560*  SIN CANCELAR CUENTAS.                                         *
026600*----------------------------------------------------------------*
026700 1000-INICIALIZAR.
026800     MOVE 'RMYD1CAN' TO DFH-BTA-PROGRAMA.
026900     MOVE 'I'        TO DFH-BTA-ACCION.
027000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
027100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
027200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
027300     MOVE 'N'  TO WS-SW-FIN-CUENTAS WS-SW-FIN-CUOTAS
027400                  WS-SW-FIN-CARGOS.
027500     MOVE 'S'  TO WS-SW-POLMTR WS-SW-CNVVINC WS-SW-CTDMTR.
027600     MOVE ZERO TO WS-CTAS-LEIDAS WS-CTAS-CANCELADAS
027700                  WS-CTAS-AJUSTE WS-CARTAS-SOLVENCIA
027800                  WS-CARTAS-SIN-DIRECCION WS-ORDENES-LIBERACION
027900                  WS-POLIZAS-TERMINADAS WS-VINCULOS-DESACTIVADOS
028000                  WS-TOTAL-AJUSTE.
028100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
028200     COMPUTE WS-FECHA-FIN-POLIZA =
028300         FUNCTION DATE-OF-INTEGER(
028400             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 1).
028500     OPEN INPUT  PARAM-FILE.
028600     IF PRM-OK
028700         READ PARAM-FILE
028800             AT END
028900                 CONTINUE
029000             NOT AT END
029100                 IF PM-TOLERANCIA > ZERO
029200                     MOVE PM-TOLERANCIA TO WS-TOLERANCIA
029300                 END-IF
029400         END-READ
029500         CLOSE PARAM-FILE
029600     END-IF.
029700     OPEN I-O    CUENTAS-FILE.
029800     OPEN INPUT  CUOTAS-FILE.
029900     IF WS-CUO-STATUS NOT = '00'
030000         MOVE 'S' TO WS-SW-FIN-CUOTAS
030100     END-IF.
030200     OPEN INPUT  CARGOS-FILE.
030300     IF WS-CRG-STATUS NOT = '00'
030400         MOVE 'S' TO WS-SW-FIN-CARGOS
030500     END-IF.
030600     OPEN I-O    POLIZAS-FILE.
030700     IF WS-POL-STATUS NOT = '00'
030800         DISPLAY 'RMYD1CAN - ERROR POLIZAS-FILE ' WS-POL-STATUS
030900                 ', NO SE TERMINAN POLIZAS'
031000         MOVE 'N' TO WS-SW-POLMTR
031100     END-IF.
031200     OPEN I-O    VINCULOS-FILE.
031300     IF WS-VIN-STATUS NOT = '00'
031400         DISPLAY 'RMYD1CAN - ERROR VINCULOS-FILE ' WS-VIN-STATUS
031500                 ', NO SE DESACTIVAN VINCULOS'
031600         MOVE 'N' TO WS-SW-CNVVINC
031700     END-IF.
031800     OPEN INPUT  CONTACTO-FILE.
031900     IF WS-CTD-STATUS NOT = '00'
032000         DISPLAY 'RMYD1CAN - ERROR CONTACTO-FILE ' WS-CTD-STATUS
032100                 ', CARTAS A DIRECCION DE RESPALDO'
032200         MOVE 'N' TO WS-SW-CTDMTR
032300     END-IF.
032400     OPEN OUTPUT SOLVENCIA-FILE.
032500     OPEN OUTPUT LIBERACION-FILE.
032600     OPEN OUTPUT REPORTE-FILE.
032700     MOVE WS-FECHA-PROCESO TO WT-FECHA.
032800     MOVE WS-TOLERANCIA    TO WT-TOLERANCIA.
032900     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
033000     IF NOT CTAS-OK
033100         DISPLAY 'RMYD1CAN - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
033200         MOVE 'S' TO WS-SW-FIN-CUENTAS
033300         MOVE 16  TO WS-CODRET-CORRIDA
033400         GO TO 1000-EXIT
033500     END-IF.
033510     IF WS-CUO-STATUS NOT = '00' AND NOT = '35'
033520         DISPLAY 'RMYD1CAN - ERROR CUOTAS-FILE ' WS-CUO-STATUS
033530         MOVE 'S' TO WS-SW-FIN-CUENTAS
033540         MOVE 16  TO WS-CODRET-CORRIDA
033550         GO TO 1000-EXIT
033560     END-IF.
033570     IF WS-CRG-STATUS NOT = '00' AND NOT = '35'
033580         DISPLAY 'RMYD1CAN - ERROR CARGOS-FILE ' WS-CRG-STATUS
033590         MOVE 'S' TO WS-SW-FIN-CUENTAS
033592         MOVE 16  TO WS-CODRET-CORRIDA
033594         GO TO 1000-EXIT
033596     END-IF.
033600     IF NOT FIN-CUOTAS
033700         PERFORM 8100-LEER-CUOTA THRU 8100-EXIT
033800     END-IF.
033900     IF NOT FIN-CARGOS
034000         PERFORM 8200-LEER-CARGO THRU 8200-EXIT
034100     END-IF.
034200     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------*
034700*  2000-PROCESAR-CUENTA : CRUZA LA CUENTA CON SUS CUOTAS Y SUS   *
034800*  CARGOS DE MORA Y DECIDE SI SE CANCELA, SI SE LISTA PARA       *
034900*  AJUSTE O SI SIGUE VIGENTE.                                    *
035000*----------------------------------------------------------------*
035100 2000-PROCESAR-CUENTA.
035200     ADD 1 TO WS-CTAS-LEIDAS.
035300     PERFORM 4000-REVISAR-CUOTAS  THRU 4000-EXIT.
035400     PERFORM 4100-REVISAR-CARGOS  THRU 4100-EXIT.
035500     IF CUENTA-CANCELADA OR INCOB-CASTIGADA
035600         GO TO 2000-SIGUIENTE
035700     END-IF.
035800     IF WS-CUOTAS-CUENTA = ZERO
035900        OR WS-CARGOS-PENDIENTES > ZERO
036000        OR DFH-GASTOS-JUDICIALES > ZERO
036100         GO TO 2000-SIGUIENTE
036200     END-IF.
036300     IF DFH-SALDO = ZERO AND WS-CUOTAS-NO-PAGADAS = ZERO
036400         PERFORM 5000-CANCELAR-CUENTA THRU 5000-EXIT
036500         GO TO 2000-SIGUIENTE
036600     END-IF.
036700     IF DFH-SALDO < ZERO
036800         COMPUTE WS-RESIDUO-SALDO = ZERO - DFH-SALDO
036900     ELSE
037000         MOVE DFH-SALDO TO WS-RESIDUO-SALDO
037100     END-IF.
037200     IF WS-RESIDUO-SALDO NOT > WS-TOLERANCIA
037300        AND WS-REMANENTE-CUENTA NOT > WS-TOLERANCIA
037400         PERFORM 5500-LISTAR-AJUSTE THRU 5500-EXIT
037500     END-IF.
037600 2000-SIGUIENTE.
037700     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
037800 2000-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------------*
038200*  4000-REVISAR-CUOTAS : AVANZA EL DETALLE DE CUOTAS HASTA LA    *
038300*  CUENTA ACTUAL, CUENTA SUS CUOTAS, LAS QUE NO ESTAN PAGADAS Y  *
038400*  SUMA EL REMANENTE DE ESTAS.                                   *
038500*----------------------------------------------------------------*
038600 4000-REVISAR-CUOTAS.
038700     MOVE ZERO TO WS-CUOTAS-CUENTA WS-CUOTAS-NO-PAGADAS
038800                  WS-REMANENTE-CUENTA.
038900     PERFORM 4010-SALTAR-CUOTA THRU 4010-EXIT
039000         UNTIL FIN-CUOTAS
039100         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
039200            NOT LESS THAN DFH-NUMERO-CUENTA IN DFHCOMMAREA.
039300     PERFORM 4020-CONTAR-CUOTA THRU 4020-EXIT
039400         UNTIL FIN-CUOTAS
039500         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
039600            NOT EQUAL DFH-NUMERO-CUENTA IN DFHCOMMAREA.
039700 4000-EXIT.
039800     EXIT.
039900
040000 4010-SALTAR-CUOTA.
040100     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
040200 4010-EXIT.
040300     EXIT.
040400
040500 4020-CONTAR-CUOTA.
040600     ADD 1 TO WS-CUOTAS-CUENTA.
040700     IF NOT SITPAGO-PAGADA
040800         ADD 1 TO WS-CUOTAS-NO-PAGADAS
040900         ADD DFH-VALOR-REMANENTE TO WS-REMANENTE-CUENTA
041000     END-IF.
041100     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
041200 4020-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------*
041600*  4100-REVISAR-CARGOS : AVANZA LOS CARGOS DE MORA HASTA LA      *
041700*  CUENTA ACTUAL Y CUENTA LOS QUE SIGUEN PENDIENTES DE COBRO.    *
041800*----------------------------------------------------------------*
041900 4100-REVISAR-CARGOS.
042000     MOVE ZERO TO WS-CARGOS-PENDIENTES.
042100     PERFORM 4110-SALTAR-CARGO THRU 4110-EXIT
042200         UNTIL FIN-CARGOS
042300         OR DFH-MOR-NUMERO-CUENTA
042400            NOT LESS THAN DFH-NUMERO-CUENTA IN DFHCOMMAREA.
042500     PERFORM 4120-CONTAR-CARGO THRU 4120-EXIT
042600         UNTIL FIN-CARGOS
042700         OR DFH-MOR-NUMERO-CUENTA
042800            NOT EQUAL DFH-NUMERO-CUENTA IN DFHCOMMAREA.
042900 4100-EXIT.
043000     EXIT.
043100
043200 4110-SALTAR-CARGO.
043300     PERFORM 8200-LEER-CARGO THRU 8200-EXIT.
043400 4110-EXIT.
043500     EXIT.
043600
043700 4120-CONTAR-CARGO.
043800     IF MOR-CARGO-PENDIENTE
043900         ADD 1 TO WS-CARGOS-PENDIENTES
044000     END-IF.
044100     PERFORM 8200-LEER-CARGO THRU 8200-EXIT.
044200 4120-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------------*
044600*  5000-CANCELAR-CUENTA : MARCA LA CUENTA CANCELADA, TERMINA SUS *
044700*  POLIZAS, DESACTIVA SU VINCULO DE PLANILLA Y EMITE LA          *
044800*  CONSTANCIA DE SOLVENCIA Y LA ORDEN DE LIBERACION.             *
044900*----------------------------------------------------------------*
045000 5000-CANCELAR-CUENTA.
045100     MOVE 'C'              TO DFH-CANCELACION-ESTADO.
045200     MOVE WS-FECHA-PROCESO TO DFH-FECHA-CANCELACION.
045300     REWRITE DFHCOMMAREA.
045400     ADD 1 TO WS-CTAS-CANCELADAS.
045500     IF POLMTR-DISPONIBLE
045600         PERFORM 5100-TERMINAR-POLIZAS THRU 5100-EXIT
045700     END-IF.
045800     IF CNVVINC-DISPONIBLE
045900         PERFORM 5200-DESACTIVAR-VINCULO THRU 5200-EXIT
046000     END-IF.
046100     PERFORM 5300-EMITIR-SOLVENCIA THRU 5300-EXIT.
046200     IF DFH-GARANTIA-NUM-REGISTRO NOT = SPACES
046300         PERFORM 5400-EMITIR-LIBERACION THRU 5400-EXIT
046400     END-IF.
046500     MOVE 'CANCELADA'  TO WD-MOVIMIENTO.
046600     MOVE SPACES       TO WD-OBSERVACION.
046700     IF DFH-GARANTIA-NUM-REGISTRO NOT = SPACES
046800         MOVE 'CON ORDEN DE LIBERACION' TO WD-OBSERVACION
046900     END-IF.
047000     MOVE ZERO         TO WS-REMANENTE-CUENTA.
047100     PERFORM 5600-IMPRIMIR-CUENTA THRU 5600-EXIT.
047200 5000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------*
047600*  5100-TERMINAR-POLIZAS : SE POSICIONA EN LA PRIMERA POLIZA DE  *
047700*  LA CUENTA Y LE CIERRA LA VIGENCIA AL DIA ANTERIOR AL PROCESO, *
047800*  CON LO QUE RMYD1PDV YA NO LA DEVENGA.                         *
047900*----------------------------------------------------------------*
048000 5100-TERMINAR-POLIZAS.
048100     MOVE 'N' TO WS-SW-FIN-POLIZAS.
048200     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
048300                              TO DFH-POL-NUMERO-CUENTA.
048400     MOVE LOW-VALUES          TO DFH-POL-TIPO-SEGURO.
048500     START POLIZAS-FILE KEY NOT LESS THAN DFH-POL-LLAVE
048600         INVALID KEY
048700             MOVE 'S' TO WS-SW-FIN-POLIZAS
048800     END-START.
048900     IF NOT FIN-POLIZAS
049000         PERFORM 8300-LEER-POLIZA THRU 8300-EXIT
049100     END-IF.
049200     PERFORM 5110-TERMINAR-POLIZA THRU 5110-EXIT
049300         UNTIL FIN-POLIZAS
049400         OR DFH-POL-NUMERO-CUENTA
049500            NOT EQUAL DFH-NUMERO-CUENTA IN DFHCOMMAREA.
049600 5100-EXIT.
049700     EXIT.
049800
049900 5110-TERMINAR-POLIZA.
050000     IF DFH-POL-VIGENCIA-HASTA > WS-FECHA-FIN-POLIZA
050100         MOVE WS-FECHA-FIN-POLIZA TO DFH-POL-VIGENCIA-HASTA
050200         REWRITE REG-POLIZA-SEGURO
050300         ADD 1 TO WS-POLIZAS-TERMINADAS
050400     END-IF.
050500     PERFORM 8300-LEER-POLIZA THRU 8300-EXIT.
050600 5110-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------*
051000*  5200-DESACTIVAR-VINCULO : EL VINCULO ACTIVO DE LA CUENTA CON  *
051100*  SU CONVENIO DE PLANILLA PASA A INACTIVO.                      *
051200*----------------------------------------------------------------*
051300 5200-DESACTIVAR-VINCULO.
051400     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
051500                              TO DFH-VIN-NUMERO-CUENTA.
051600     READ VINCULOS-FILE
051700         INVALID KEY
051800             GO TO 5200-EXIT
051900     END-READ.
052000     IF VINCULO-ACTIVO
052100         MOVE 2 TO DFH-VIN-ESTADO
052200         REWRITE REG-VINCULO-CONVENIO
052300         ADD 1 TO WS-VINCULOS-DESACTIVADOS
052400     END-IF.
052500 5200-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------*
052900*  5300-EMITIR-SOLVENCIA : ENCOLA LA CONSTANCIA DE SOLVENCIA A   *
053000*  LA DIRECCION DEL DEUDOR EN CTDMTR; SIN CONTACTO, LA CARTA     *
053100*  QUEDA RETENIDA EN LA AGENCIA.                                 *
053200*----------------------------------------------------------------*
053300 5300-EMITIR-SOLVENCIA.
053400     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA TO WC-CUENTA.
053500     MOVE DFH-NOMBRE-CUENTA     TO WC-NOMBRE.
053600     MOVE DFH-FECHA-CANCELACION TO WC-FECHA-CANCELACION.
053700     MOVE DFH-MONTO             TO WC-MONTO-ORIGINAL.
053800     MOVE WS-DIRECCION-RESPALDO TO WC-DIRECCION.
053900     IF CTDMTR-DISPONIBLE
054000         MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
054100                                TO DFH-CTD-NUMERO-CUENTA
054200         READ CONTACTO-FILE
054300             INVALID KEY
054400                 MOVE SPACES TO DFH-CTD-DIRECCION
054500         END-READ
054600         IF DFH-CTD-DIRECCION NOT = SPACES
054700             MOVE DFH-CTD-DIRECCION TO WC-DIRECCION
054800         END-IF
054900     END-IF.
055000     IF WC-DIRECCION = WS-DIRECCION-RESPALDO
055100         ADD 1 TO WS-CARTAS-SIN-DIRECCION
055200     END-IF.
055300     WRITE SOLVENCIA-LINEA FROM WS-CARTA-SOLVENCIA.
055400     ADD 1 TO WS-CARTAS-SOLVENCIA.
055500 5300-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------*
055900*  5400-EMITIR-LIBERACION : ORDEN AL REGISTRO PARA LIBERAR LA    *
056000*  GARANTIA INSCRITA BAJO DFH-GARANTIA-NUM-REGISTRO.             *
056100*----------------------------------------------------------------*
056200 5400-EMITIR-LIBERACION.
056300     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA TO WL-CUENTA.
056400     MOVE DFH-GARANTIA-NUM-REGISTRO TO WL-NUM-REGISTRO.
056500     MOVE DFH-GARANTIA-TIPO         TO WL-GARANTIA-TIPO.
056600     MOVE DFH-NOMBRE-CUENTA         TO WL-NOMBRE.
056700     MOVE DFH-FECHA-CANCELACION     TO WL-FECHA-CANCELACION.
056800     WRITE LIBERACION-LINEA FROM WS-ORDEN-LIBERACION.
056900     ADD 1 TO WS-ORDENES-LIBERACION.
057000 5400-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------*
057400*  5500-LISTAR-AJUSTE : CUENTA CON RESIDUO DENTRO DE LA          *
057500*  TOLERANCIA; NO SE CANCELA HASTA QUE SE AJUSTE EL SALDO.       *
057600*----------------------------------------------------------------*
057700 5500-LISTAR-AJUSTE.
057800     MOVE 'AJUSTE'              TO WD-MOVIMIENTO.
057900     MOVE 'RESIDUO A AJUSTAR'   TO WD-OBSERVACION.
058000     ADD 1 TO WS-CTAS-AJUSTE.
058100     ADD DFH-SALDO TO WS-TOTAL-AJUSTE.
058200     PERFORM 5600-IMPRIMIR-CUENTA THRU 5600-EXIT.
058300 5500-EXIT.
058400     EXIT.
058500
058600 5600-IMPRIMIR-CUENTA.
058700     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA TO WD-CUENTA.
058800     MOVE DFH-TIPO-PRESTAMO   TO WD-TIPO-PRESTAMO.
058900     MOVE DFH-NOMBRE-CUENTA   TO WD-NOMBRE.
059000     MOVE DFH-SALDO           TO WD-SALDO.
059100     MOVE WS-REMANENTE-CUENTA TO WD-REMANENTE.
059200     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
059300 5600-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------*
059700*  3000-FINALIZAR : TOTALES DE RPTCAN, CIERRE Y BITACORA.        *
059800*----------------------------------------------------------------*
059900 3000-FINALIZAR.
060000     MOVE SPACES TO REPORTE-LINEA.
060100     WRITE REPORTE-LINEA.
060200     MOVE 'CUENTAS CANCELADAS'           TO WX-ETIQUETA.
060300     MOVE WS-CTAS-CANCELADAS             TO WX-CANTIDAD.
060400     MOVE ZERO                           TO WX-VALOR.
060500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
060600     MOVE 'CUENTAS PARA AJUSTE DE RESIDUO' TO WX-ETIQUETA.
060700     MOVE WS-CTAS-AJUSTE                 TO WX-CANTIDAD.
060800     MOVE WS-TOTAL-AJUSTE                TO WX-VALOR.
060900     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
061000     DISPLAY 'RMYD1CAN - CUENTAS LEIDAS      : ' WS-CTAS-LEIDAS.
061100     DISPLAY 'RMYD1CAN - CUENTAS CANCELADAS  : '
061200             WS-CTAS-CANCELADAS.
061300     DISPLAY 'RMYD1CAN - CUENTAS PARA AJUSTE : ' WS-CTAS-AJUSTE.
061400     DISPLAY 'RMYD1CAN - CONSTANCIAS SOLVENCIA: '
061500             WS-CARTAS-SOLVENCIA.
061600     DISPLAY 'RMYD1CAN - CARTAS SIN DIRECCION: '
061700             WS-CARTAS-SIN-DIRECCION.
061800     DISPLAY 'RMYD1CAN - ORDENES DE LIBERACION: '
061900             WS-ORDENES-LIBERACION.
062000     DISPLAY 'RMYD1CAN - POLIZAS TERMINADAS  : '
062100             WS-POLIZAS-TERMINADAS.
062200     DISPLAY 'RMYD1CAN - VINCULOS DESACTIVADOS: '
062300             WS-VINCULOS-DESACTIVADOS.
062400     CLOSE CUENTAS-FILE SOLVENCIA-FILE LIBERACION-FILE
062500           REPORTE-FILE.
062600     IF WS-CUO-STATUS NOT EQUAL '35'
062700         CLOSE CUOTAS-FILE
062800     END-IF.
062900     IF WS-CRG-STATUS NOT EQUAL '35'
063000         CLOSE CARGOS-FILE
063100     END-IF.
063200     IF POLMTR-DISPONIBLE
063300         CLOSE POLIZAS-FILE
063400     END-IF.
063500     IF CNVVINC-DISPONIBLE
063600         CLOSE VINCULOS-FILE
063700     END-IF.
063800     IF CTDMTR-DISPONIBLE
063900         CLOSE CONTACTO-FILE
064000     END-IF.
064100     MOVE 'RMYD1CAN' TO DFH-BTA-PROGRAMA.
064200     MOVE 'F'        TO DFH-BTA-ACCION.
064300     MOVE WS-CTAS-LEIDAS TO DFH-BTA-LEIDOS.
064400     MOVE WS-CTAS-CANCELADAS TO DFH-BTA-ESCRITOS.
064500     MOVE ZERO TO DFH-BTA-RECHAZADOS.
064600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
064700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
064800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
064900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
065000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
065100 3000-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------*
065500*  8000-LEER-CUENTA                                              *
065600*----------------------------------------------------------------*
065700 8000-LEER-CUENTA.
065800     READ CUENTAS-FILE NEXT RECORD
065900         AT END
066000             MOVE 'S' TO WS-SW-FIN-CUENTAS
066100     END-READ.
066200 8000-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------------*
066600*  8100-LEER-CUOTA                                               *
066700*----------------------------------------------------------------*
066800 8100-LEER-CUOTA.
066900     READ CUOTAS-FILE
067000         AT END
067100             MOVE 'S' TO WS-SW-FIN-CUOTAS
067200     END-READ.
067300 8100-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------------*
067700*  8200-LEER-CARGO                                               *
067800*----------------------------------------------------------------*
067900 8200-LEER-CARGO.
068000     READ CARGOS-FILE
068100         AT END
068200             MOVE 'S' TO WS-SW-FIN-CARGOS
068300     END-READ.
068400 8200-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------------*
068800*  8300-LEER-POLIZA                                              *
068900*----------------------------------------------------------------*
069000 8300-LEER-POLIZA.
069100     READ POLIZAS-FILE NEXT RECORD
069200         AT END
069300             MOVE 'S' TO WS-SW-FIN-POLIZAS
069400     END-READ.
069500 8300-EXIT.
069600     EXIT.
