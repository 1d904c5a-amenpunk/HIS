000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CGL.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONTABILIDAD.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CUADRE MENSUAL DEL SUBMAYOR DE CARTERA CONTRA LOS    *
000900*           SALDOS DEL MAYOR GENERAL, PROCESO DE CIERRE. RECORRE *
001000*           EL MAESTRO DE CUENTAS (RMYD1CLG) JUNTO CON LAS       *
001100*           PROVISIONES DEL CIERRE (PRVSALD DE RMYD1PRV, EN      *
001200*           ORDEN DE CUENTA) Y TOTALIZA POR TIPO DE PRESTAMO Y   *
001300*           MONEDA:                                              *
001400*             - CAPITAL (DFH-SALDO) Y EL INTERES DEVENGADO POR   *
001500*               COBRAR (DFH-INTERES-ACUM + DFH-INTERES-DEL-MES,  *
001600*               VER RMYD1DEV) DE LAS CUENTAS NO CANCELADAS NI    *
001700*               CASTIGADAS;                                      *
001800*             - GASTOS JUDICIALES PENDIENTES DE LAS NO           *
001900*               CANCELADAS;                                      *
002000*             - PROVISION DE PRVSALD;                            *
002100*             - CARTERA CASTIGADA PENDIENTE (MONTO CASTIGADO     *
002200*               MENOS RECUPERADO) Y RECUPERACIONES ACUMULADAS DE *
002300*               LAS CASTIGADAS Y RECUPERADAS.                    *
002400*           CADA CONCEPTO SE ATA A SU CUENTA CONTABLE POR EL     *
002500*           MAESTRO GLMMTR (CLAVES CUACAPITA, CUAINTERE,         *
002600*           CUAGASJUD, CUAPROVIS, CUACASTIG Y CUARECUPE; LA      *
002700*           CUENTA ES LA DE DEBITO) Y SE COMPARA POR MONEDA      *
002800*           CONTRA EL SALDO QUE ENVIA CONTABILIDAD EN SALDOGL    *
002900*           (RMYD1SGL) A LA FECHA DE CORTE DE CGLPARM (POR       *
003000*           OMISION LA FECHA DE PROCESO). PARA INVESTIGAR LAS    *
003100*           DIFERENCIAS LISTA LAS PARTIDAS DE GLPOST DE ESA      *
003200*           FECHA QUE MUEVEN ALGUNA DE LAS CUENTAS CUADRADAS,    *
003300*           CON SUS DEBITOS Y CREDITOS POR CONCEPTO. EMITE       *
003400*           RPTCGL; UNA DIFERENCIA, UN CONCEPTO SIN CUENTA EN    *
003500*           GLMMTR O UN SALDO DE OTRA FECHA DE CORTE TERMINA CON *
003600*           CODIGO 4.                                            *
003700*----------------------------------------------------------------*
003800*  HISTORIAL DE MODIFICACIONES                                   *
003900*  FECHA       INIC  DESCRIPCION                                 *
004000*  15/10/2026  DS    VERSION INICIAL.                            *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM-390.
004500 OBJECT-COMPUTER.  IBM-390.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARAM-FILE     ASSIGN TO CGLPARM
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS   IS WS-PRM-STATUS.
005100
005200     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE   IS SEQUENTIAL
005500            RECORD KEY    IS DFH-NUMERO-CUENTA
005600            FILE STATUS   IS WS-CTAS-STATUS.
005700
005800     SELECT SALDOS-FILE    ASSIGN TO PRVSALD
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS   IS WS-SAL-STATUS.
006100
006200     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE   IS RANDOM
006500            RECORD KEY    IS DFH-CTA-CONCEPTO
006600            FILE STATUS   IS WS-GLM-STATUS.
006700
006800     SELECT SALDOGL-FILE   ASSIGN TO SALDOGL
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            FILE STATUS   IS WS-SGL-STATUS.
007100
007200     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS   IS WS-GLP-STATUS.
007500
007600     SELECT REPORTE-FILE   ASSIGN TO RPTCGL
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS   IS WS-RPT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARAM-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  REG-PARAM-CGL.
008600     05 PM-FECHA-CORTE            PIC 9(008).
008700
008800 FD  CUENTAS-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY RMYD1CLG.
009200
009300 FD  SALDOS-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  REG-PROVISION-NUE.
009700     05 PN-NUMERO-CUENTA          PIC X(013).
009800     05 PN-CATEGORIA              PIC X(001).
009900     05 PN-PROVISION              PIC S9(011)V99.
010000
010100 FD  CTACONT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY RMYD1GLM.
010500
010600 FD  SALDOGL-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY RMYD1SGL.
011000
011100 FD  PARTIDAS-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400     COPY RMYD1GLP.
011500
011600 FD  REPORTE-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  REPORTE-LINEA                PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 COPY RMYD1BTA.
012300 77  WS-PRM-STATUS                PIC X(02).
012400     88 PRM-OK                       VALUE '00'.
012500 77  WS-CTAS-STATUS               PIC X(02).
012600     88 CTAS-OK                      VALUE '00'.
012700 77  WS-SAL-STATUS                PIC X(02).
012800     88 SAL-OK                       VALUE '00'.
012900 77  WS-GLM-STATUS                PIC X(02).
013000 77  WS-SGL-STATUS                PIC X(02).
013100     88 SGL-OK                       VALUE '00'.
013200 77  WS-GLP-STATUS                PIC X(02).
013300     88 GLP-OK                       VALUE '00'.
013400 77  WS-RPT-STATUS                PIC X(02).
013500 77  WS-SW-FIN-CUENTAS            PIC X(01).
013600     88 FIN-CUENTAS                  VALUE 'S'.
013700 77  WS-SW-FIN-SALDOS             PIC X(01).
013800     88 FIN-SALDOS                   VALUE 'S'.
013900 77  WS-SW-FIN-SALDOGL            PIC X(01).
014000     88 FIN-SALDOGL                  VALUE 'S'.
014100 77  WS-SW-FIN-PARTIDAS           PIC X(01).
014200     88 FIN-PARTIDAS                 VALUE 'S'.
014300 77  WS-SW-ABIERTOS               PIC X(01).
014400     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
014500 77  WS-SW-HALLADO                PIC X(01).
014600     88 GRUPO-HALLADO                VALUE 'S'.
014700 77  WS-SW-PARTIDA-LISTADA        PIC X(01).
014800     88 PARTIDA-LISTADA              VALUE 'S'.
014900 77  WS-FECHA-PROCESO             PIC 9(008).
015000 77  WS-FECHA-CORTE               PIC 9(008).
015100 77  WS-SUB-CON                   PIC 9(003) COMP.
015200 77  WS-SUB-MON                   PIC 9(003) COMP.
015300 77  WS-SUB-GRUPO                 PIC 9(003) COMP.
015400 77  WS-CANT-GRUPOS               PIC 9(003) COMP.
015500 77  WS-CTAS-LEIDAS               PIC 9(007) COMP.
015600 77  WS-PRV-LEIDAS                PIC 9(007) COMP.
015700 77  WS-PRV-SIN-CUENTA            PIC 9(007) COMP.
015800 77  WS-SGL-LEIDOS                PIC 9(007) COMP.
015900 77  WS-SGL-OTRO-CORTE            PIC 9(007) COMP.
016000 77  WS-GLP-LEIDAS                PIC 9(007) COMP.
016100 77  WS-GLP-LISTADAS              PIC 9(007) COMP.
016200 77  WS-CONCEPTOS-DESCUADRADOS    PIC 9(007) COMP.
016300 77  WS-DIFERENCIA                PIC S9(013)V99 COMP-3.
016400 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
016500
016600*----------------------------------------------------------------*
016700*  CONCEPTOS DEL CUADRE, CON SU CLAVE EN GLMMTR, LA CUENTA       *
016800*  CONTABLE (DEBITO DEL MAESTRO), LOS SALDOS DEL SUBMAYOR Y DEL  *
016900*  MAYOR POR MONEDA (1 LOCAL, 2 EXTRANJERA) Y EL MOVIMIENTO DEL  *
017000*  DIA EN GLPOST.                                                *
017100*----------------------------------------------------------------*
017200 01  WS-CONCEPTOS-CUADRE-V.
017300     05 FILLER                    PIC X(021)
017400        VALUE 'CAPITAL     CUACAPITA'.
017500     05 FILLER                    PIC X(021)
017600        VALUE 'INTERES DEV CUAINTERE'.
017700     05 FILLER                    PIC X(021)
017800        VALUE 'GASTOS JUD  CUAGASJUD'.
017900     05 FILLER                    PIC X(021)
018000        VALUE 'PROVISION   CUAPROVIS'.
018100     05 FILLER                    PIC X(021)
018200        VALUE 'CASTIGADO   CUACASTIG'.
018300     05 FILLER                    PIC X(021)
018400        VALUE 'RECUPERADO  CUARECUPE'.
018500 01  WS-CONCEPTOS-CUADRE REDEFINES WS-CONCEPTOS-CUADRE-V.
018600     05 WS-CONCEPTO-DEF OCCURS 6 TIMES.
018700         10 WN-NOMBRE             PIC X(012).
018800         10 WN-CLAVE-GLMMTR       PIC X(009).
018900
019000 01  WS-TABLA-CUADRE.
019100     05 WS-CUADRE-CONCEPTO OCCURS 6 TIMES.
019200         10 WQ-CUENTA-CONTABLE    PIC X(012).
019300         10 WQ-SW-CUENTA          PIC X(001).
019400             88 WQ-CON-CUENTA        VALUE 'S'.
019500         10 WQ-MONEDA OCCURS 2 TIMES.
019600             15 WQ-SUBMAYOR       PIC S9(013)V99 COMP-3.
019700             15 WQ-CONTABLE       PIC S9(013)V99 COMP-3.
019800         10 WQ-DEBITOS-DIA        PIC S9(013)V99 COMP-3.
019900         10 WQ-CREDITOS-DIA       PIC S9(013)V99 COMP-3.
020000
020100*----------------------------------------------------------------*
020200*  SUBMAYOR POR TIPO DE PRESTAMO Y MONEDA (HASTA 40 GRUPOS; CON  *
020300*  LA TABLA LLENA LA CUENTA SOLO SUMA AL CUADRE POR CONCEPTO).   *
020400*----------------------------------------------------------------*
020500 01  WS-TABLA-GRUPOS.
020600     05 WS-GRUPO-ENTRADA OCCURS 40 TIMES.
020700         10 WG-TIPO-PRESTAMO      PIC X(015).
020800         10 WG-MONEDA             PIC 9(001).
020900         10 WG-CANT-CUENTAS       PIC 9(007) COMP.
021000         10 WG-IMPORTE OCCURS 6 TIMES
021100                                  PIC S9(013)V99 COMP-3.
021200
021300 01  WS-IMPORTES-CUENTA.
021400     05 WI-IMPORTE OCCURS 6 TIMES PIC S9(013)V99 COMP-3.
021500
021600 01  WS-TITULO-RPT.
021700     05 FILLER                    PIC X(045)
021800        VALUE 'CUADRE MENSUAL DE CARTERA CONTRA CONTABILIDAD'.
021900     05 FILLER                    PIC X(017)
022000        VALUE ' - FECHA CORTE '.
022100     05 WE-FECHA-CORTE            PIC 9(008).
022200     05 FILLER                    PIC X(062)     VALUE SPACES.
022300
022400 01  WS-SUBTITULO-GRUPOS          PIC X(132)
022500     VALUE 'SUBMAYOR POR TIPO DE PRESTAMO Y MONEDA'.
022600 01  WS-SUBTITULO-CUADRE          PIC X(132)
022700     VALUE 'CUADRE POR CONCEPTO Y CUENTA CONTABLE'.
022800 01  WS-SUBTITULO-PARTIDAS        PIC X(132)
022900     VALUE 'PARTIDAS DEL DIA EN LAS CUENTAS CUADRADAS (GLPOST)'.
023000
023100 01  WS-ENCABEZADO-GRUPOS.
023200     05 FILLER                    PIC X(016)
023300        VALUE 'TIPO PRESTAMO'.
023400     05 FILLER                    PIC X(004)     VALUE 'MON'.
023500     05 FILLER                    PIC X(018)
023600        VALUE '           CAPITAL'.
023700     05 FILLER                    PIC X(018)
023800        VALUE '       INTERES DEV'.
023900     05 FILLER                    PIC X(018)
024000        VALUE '        GASTOS JUD'.
024100     05 FILLER                    PIC X(018)
024200        VALUE '         PROVISION'.
024300     05 FILLER                    PIC X(018)
024400        VALUE '         CASTIGADO'.
024500     05 FILLER                    PIC X(018)
024600        VALUE '        RECUPERADO'.
024700     05 FILLER                    PIC X(004)     VALUE SPACES.
024800
024900 01  WS-DETALLE-GRUPO.
025000     05 WD-TIPO-PRESTAMO          PIC X(015).
025100     05 FILLER                    PIC X(001)     VALUE SPACES.
025200     05 WD-MONEDA                 PIC 9(001).
025300     05 FILLER                    PIC X(003)     VALUE SPACES.
025400     05 WD-IMPORTE OCCURS 6 TIMES PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
025500     05 FILLER                    PIC X(004)     VALUE SPACES.
025600
025700 01  WS-ENCABEZADO-CUADRE.
025800     05 FILLER                    PIC X(013)     VALUE 'CONCEPTO'.
025900     05 FILLER                    PIC X(004)     VALUE 'MON'.
026000     05 FILLER                    PIC X(013)
026100        VALUE 'CTA CONTABLE'.
026200     05 FILLER                    PIC X(019)
026300        VALUE '          SUBMAYOR'.
026400     05 FILLER                    PIC X(019)
026500        VALUE '          CONTABLE'.
026600     05 FILLER                    PIC X(019)
026700        VALUE '        DIFERENCIA'.
026800     05 FILLER                    PIC X(045)     VALUE SPACES.
026900
027000 01  WS-CUADRE-RPT.
027100     05 WC-CONCEPTO               PIC X(012).
027200     05 FILLER                    PIC X(001)     VALUE SPACES.
027300     05 WC-MONEDA                 PIC 9(001).
027400     05 FILLER                    PIC X(003)     VALUE SPACES.
027500     05 WC-CUENTA-CONTABLE        PIC X(012).
027600     05 FILLER                    PIC X(001)     VALUE SPACES.
027700     05 WC-SUBMAYOR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
027800     05 FILLER                    PIC X(001)     VALUE SPACES.
027900     05 WC-CONTABLE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028000     05 FILLER                    PIC X(001)     VALUE SPACES.
028100     05 WC-DIFERENCIA             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028200     05 FILLER                    PIC X(001)     VALUE SPACES.
028300     05 WC-ESTADO                 PIC X(045).
028400
028500 01  WS-ENCABEZADO-PARTIDAS.
028600     05 FILLER                    PIC X(009)     VALUE 'FECHA'.
028700     05 FILLER                    PIC X(010)     VALUE 'CONCEPTO'.
028800     05 FILLER                    PIC X(007)     VALUE 'CONV'.
028900     05 FILLER                    PIC X(013)
029000        VALUE 'CTA DEBITO'.
029100     05 FILLER                    PIC X(013)
029200        VALUE 'CTA CREDITO'.
029300     05 FILLER                    PIC X(019)
029400        VALUE '             VALOR'.
029500     05 FILLER                    PIC X(061)
029600        VALUE 'DESCRIPCION'.
029700
029800 01  WS-DETALLE-PARTIDA.
029900     05 WP-FECHA                  PIC 9(008).
030000     05 FILLER                    PIC X(001)     VALUE SPACES.
030100     05 WP-CONCEPTO               PIC X(009).
030200     05 FILLER                    PIC X(001)     VALUE SPACES.
030300     05 WP-CONVENIO               PIC 9(006).
030400     05 FILLER                    PIC X(001)     VALUE SPACES.
030500     05 WP-CTA-DEBITO             PIC X(012).
030600     05 FILLER                    PIC X(001)     VALUE SPACES.
030700     05 WP-CTA-CREDITO            PIC X(012).
030800     05 FILLER                    PIC X(001)     VALUE SPACES.
030900     05 WP-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
031000     05 FILLER                    PIC X(001)     VALUE SPACES.
031100     05 WP-DESCRIPCION            PIC X(040).
031200     05 FILLER                    PIC X(021)     VALUE SPACES.
031300
031400 01  WS-ENCABEZADO-MOVIMIENTO.
031500     05 FILLER                    PIC X(013)     VALUE 'CONCEPTO'.
031600     05 FILLER                    PIC X(013)
031700        VALUE 'CTA CONTABLE'.
031800     05 FILLER                    PIC X(019)
031900        VALUE '     DEBITOS DIA'.
032000     05 FILLER                    PIC X(019)
032100        VALUE '    CREDITOS DIA'.
032200     05 FILLER                    PIC X(068)     VALUE SPACES.
032300
032400 01  WS-MOVIMIENTO-RPT.
032500     05 WM-CONCEPTO               PIC X(012).
032600     05 FILLER                    PIC X(001)     VALUE SPACES.
032700     05 WM-CUENTA-CONTABLE        PIC X(012).
032800     05 FILLER                    PIC X(001)     VALUE SPACES.
032900     05 WM-DEBITOS                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033000     05 FILLER                    PIC X(001)     VALUE SPACES.
033100     05 WM-CREDITOS               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033200     05 FILLER                    PIC X(069)     VALUE SPACES.
033300
033400 PROCEDURE DIVISION.
033500
033600 0000-MAINLINE.
033700     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
033800     PERFORM 2000-PROCESAR-CUENTA   THRU 2000-EXIT
033900         UNTIL FIN-CUENTAS.
034000     PERFORM 2500-PROCESAR-SALDOGL  THRU 2500-EXIT
034100         UNTIL FIN-SALDOGL.
034200     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
034300     STOP RUN.
034400
034500*----------------------------------------------------------------*
034600*  1000-INICIALIZAR : FECHA DE CORTE DE CGLPARM O LA DE PROCESO, *
034700*  CUENTAS CONTABLES DE LOS CONCEPTOS Y APERTURA DE ARCHIVOS.    *
034800*----------------------------------------------------------------*
034900 1000-INICIALIZAR.
035000     MOVE 'RMYD1CGL' TO DFH-BTA-PROGRAMA.
035100     MOVE 'I'        TO DFH-BTA-ACCION.
035200     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
035300                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
035400     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
035500     MOVE 'N'  TO WS-SW-FIN-CUENTAS WS-SW-FIN-SALDOS
035600                  WS-SW-FIN-SALDOGL WS-SW-FIN-PARTIDAS
035700                  WS-SW-ABIERTOS.
035800     MOVE ZERO TO WS-CTAS-LEIDAS WS-PRV-LEIDAS WS-PRV-SIN-CUENTA
035900                  WS-SGL-LEIDOS WS-SGL-OTRO-CORTE WS-GLP-LEIDAS
036000                  WS-GLP-LISTADAS WS-CONCEPTOS-DESCUADRADOS
036100                  WS-CANT-GRUPOS.
036200     INITIALIZE WS-TABLA-CUADRE WS-TABLA-GRUPOS.
036300     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
036400     MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE.
036500     OPEN INPUT PARAM-FILE.
036600     IF PRM-OK
036700         READ PARAM-FILE
036800             AT END
036900                 CONTINUE
037000             NOT AT END
037100                 IF PM-FECHA-CORTE > ZERO
037200                     MOVE PM-FECHA-CORTE TO WS-FECHA-CORTE
037300                 END-IF
037400         END-READ
037500         CLOSE PARAM-FILE
037600     END-IF.
037700     OPEN OUTPUT REPORTE-FILE.
037800     MOVE WS-FECHA-CORTE TO WE-FECHA-CORTE.
037900     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
038000     MOVE SPACES TO REPORTE-LINEA.
038100     WRITE REPORTE-LINEA.
038200     OPEN INPUT CUENTAS-FILE.
038300     OPEN INPUT SALDOS-FILE.
038400     OPEN INPUT CTACONT-FILE.
038500     OPEN INPUT SALDOGL-FILE.
038600     OPEN INPUT PARTIDAS-FILE.
038700     MOVE 'S' TO WS-SW-ABIERTOS.
038800     IF NOT CTAS-OK
038900         DISPLAY 'RMYD1CGL - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
039000         MOVE 16 TO WS-CODRET-CORRIDA
039100     END-IF.
039200     IF WS-GLM-STATUS NOT = '00'
039300         DISPLAY 'RMYD1CGL - ERROR CTACONT-FILE ' WS-GLM-STATUS
039400         MOVE 16 TO WS-CODRET-CORRIDA
039500     END-IF.
039600     IF NOT SGL-OK
039700         DISPLAY 'RMYD1CGL - ERROR SALDOGL-FILE ' WS-SGL-STATUS
039800         MOVE 16 TO WS-CODRET-CORRIDA
039900     END-IF.
040000     IF WS-SAL-STATUS EQUAL '35'
040100         DISPLAY 'RMYD1CGL - SIN PROVISIONES DEL CIERRE'
040200         MOVE 'S' TO WS-SW-FIN-SALDOS
040300     ELSE
040400         IF NOT SAL-OK
040500             DISPLAY 'RMYD1CGL - ERROR SALDOS-FILE ' WS-SAL-STATUS
040600             MOVE 16 TO WS-CODRET-CORRIDA
040700         END-IF
040800     END-IF.
040900     IF WS-GLP-STATUS EQUAL '35'
041000         DISPLAY 'RMYD1CGL - SIN PARTIDAS CONTABLES DEL DIA'
041100         MOVE 'S' TO WS-SW-FIN-PARTIDAS
041200     ELSE
041300         IF NOT GLP-OK
041400             DISPLAY 'RMYD1CGL - ERROR PARTIDAS-FILE '
041500                     WS-GLP-STATUS
041600             MOVE 16 TO WS-CODRET-CORRIDA
041700         END-IF
041800     END-IF.
041900     IF WS-CODRET-CORRIDA = 16
042000         MOVE 'S' TO WS-SW-FIN-CUENTAS WS-SW-FIN-SALDOS
042100                     WS-SW-FIN-SALDOGL WS-SW-FIN-PARTIDAS
042200         GO TO 1000-EXIT
042300     END-IF.
042400     PERFORM 1100-CUENTA-CONCEPTO THRU 1100-EXIT
042500         VARYING WS-SUB-CON FROM 1 BY 1
042600         UNTIL WS-SUB-CON > 6.
042700     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
042800     IF NOT FIN-SALDOS
042900         PERFORM 8100-LEER-PROVISION THRU 8100-EXIT
043000     END-IF.
043100     PERFORM 8200-LEER-SALDOGL THRU 8200-EXIT.
043200 1000-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------*
043600*  1100-CUENTA-CONCEPTO : CUENTA CONTABLE DEL CONCEPTO EN GLMMTR *
043700*  (LA DE DEBITO); SIN FILA EL CONCEPTO SE REPORTA DESCUADRADO.  *
043800*----------------------------------------------------------------*
043900 1100-CUENTA-CONCEPTO.
044000     MOVE WN-CLAVE-GLMMTR (WS-SUB-CON) TO DFH-CTA-CONCEPTO.
044100     READ CTACONT-FILE
044200         INVALID KEY
044300             DISPLAY 'RMYD1CGL - CONCEPTO '
044400                     WN-CLAVE-GLMMTR (WS-SUB-CON)
044500                     ' SIN CUENTA EN GLMMTR'
044600             MOVE 'N'    TO WQ-SW-CUENTA (WS-SUB-CON)
044700             MOVE SPACES TO WQ-CUENTA-CONTABLE (WS-SUB-CON)
044800             IF WS-CODRET-CORRIDA < 4
044900                 MOVE 4 TO WS-CODRET-CORRIDA
045000             END-IF
045100             GO TO 1100-EXIT
045200     END-READ.
045300     MOVE 'S'            TO WQ-SW-CUENTA (WS-SUB-CON).
045400     MOVE DFH-CTA-DEBITO TO WQ-CUENTA-CONTABLE (WS-SUB-CON).
045500 1100-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------*
045900*  2000-PROCESAR-CUENTA : IMPORTES DE LA CUENTA POR CONCEPTO, SU *
046000*  PROVISION DE PRVSALD Y ACUMULACION EN SU GRUPO Y MONEDA.      *
046100*----------------------------------------------------------------*
046200 2000-PROCESAR-CUENTA.
046300     INITIALIZE WS-IMPORTES-CUENTA.
046400     IF NOT CUENTA-CANCELADA
046500         IF INCOB-CASTIGADA OR INCOB-RECUPERADA
046600             COMPUTE WI-IMPORTE (5) = DFH-DESC-INCOB-MONTO
046700                                    - DFH-DESC-INCOB-RECUPERADO
046800             IF WI-IMPORTE (5) < ZERO OR INCOB-RECUPERADA
046900                 MOVE ZERO TO WI-IMPORTE (5)
047000             END-IF
047100         ELSE
047200             MOVE DFH-SALDO TO WI-IMPORTE (1)
047300             COMPUTE WI-IMPORTE (2) = DFH-INTERES-ACUM
047400                                    + DFH-INTERES-DEL-MES
047500         END-IF
047600         MOVE DFH-GASTOS-JUDICIALES TO WI-IMPORTE (3)
047700     END-IF.
047800     IF INCOB-CASTIGADA OR INCOB-RECUPERADA
047900         MOVE DFH-DESC-INCOB-RECUPERADO TO WI-IMPORTE (6)
048000     END-IF.
048100     PERFORM 2100-BUSCAR-PROVISION THRU 2100-EXIT
048200         UNTIL FIN-SALDOS
048300         OR PN-NUMERO-CUENTA NOT < DFH-NUMERO-CUENTA.
048400     IF NOT FIN-SALDOS
048500        AND PN-NUMERO-CUENTA = DFH-NUMERO-CUENTA
048600         MOVE PN-PROVISION TO WI-IMPORTE (4)
048700         PERFORM 8100-LEER-PROVISION THRU 8100-EXIT
048800     END-IF.
048900     IF MONEDA-EXTRANJERA
049000         MOVE 2 TO WS-SUB-MON
049100     ELSE
049200         MOVE 1 TO WS-SUB-MON
049300     END-IF.
049400     PERFORM 2200-UBICAR-GRUPO THRU 2200-EXIT.
049500     IF GRUPO-HALLADO
049600         ADD 1 TO WG-CANT-CUENTAS (WS-SUB-GRUPO)
049700     END-IF.
049800     PERFORM 2300-ACUMULAR-CONCEPTO THRU 2300-EXIT
049900         VARYING WS-SUB-CON FROM 1 BY 1
050000         UNTIL WS-SUB-CON > 6.
050100     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------*
050600*  2100-BUSCAR-PROVISION : PROVISION DE UNA CUENTA QUE YA NO     *
050700*  ESTA EN EL MAESTRO; SE REPORTA Y SE CUADRA EN MONEDA LOCAL.   *
050800*----------------------------------------------------------------*
050900 2100-BUSCAR-PROVISION.
051000     ADD 1 TO WS-PRV-SIN-CUENTA.
051100     DISPLAY 'RMYD1CGL - PROVISION SIN CUENTA EN EL MAESTRO '
051200             PN-NUMERO-CUENTA.
051300     ADD PN-PROVISION TO WQ-SUBMAYOR (4 1).
051400     PERFORM 8100-LEER-PROVISION THRU 8100-EXIT.
051500 2100-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------*
051900*  2200-UBICAR-GRUPO : BUSCA (O DA DE ALTA) EL GRUPO TIPO DE     *
052000*  PRESTAMO / MONEDA DE LA CUENTA.                               *
052100*----------------------------------------------------------------*
052200 2200-UBICAR-GRUPO.
052300     MOVE 'N' TO WS-SW-HALLADO.
052400     MOVE 1   TO WS-SUB-GRUPO.
052500     PERFORM 2210-COMPARAR-GRUPO THRU 2210-EXIT
052600         UNTIL GRUPO-HALLADO
052700         OR WS-SUB-GRUPO > WS-CANT-GRUPOS.
052800     IF GRUPO-HALLADO
052900         GO TO 2200-EXIT
053000     END-IF.
053100     IF WS-CANT-GRUPOS = 40
053200         DISPLAY 'RMYD1CGL - TABLA DE GRUPOS LLENA, TIPO '
053300                 DFH-TIPO-PRESTAMO ' MONEDA ' WS-SUB-MON
053400         GO TO 2200-EXIT
053500     END-IF.
053600     ADD 1 TO WS-CANT-GRUPOS.
053700     MOVE WS-CANT-GRUPOS    TO WS-SUB-GRUPO.
053800     MOVE DFH-TIPO-PRESTAMO TO WG-TIPO-PRESTAMO (WS-SUB-GRUPO).
053900     MOVE WS-SUB-MON        TO WG-MONEDA (WS-SUB-GRUPO).
054000     MOVE 'S' TO WS-SW-HALLADO.
054100 2200-EXIT.
054200     EXIT.
054300
054400 2210-COMPARAR-GRUPO.
054500     IF WG-TIPO-PRESTAMO (WS-SUB-GRUPO) = DFH-TIPO-PRESTAMO
054600        AND WG-MONEDA (WS-SUB-GRUPO) = WS-SUB-MON
054700         MOVE 'S' TO WS-SW-HALLADO
054800     ELSE
054900         ADD 1 TO WS-SUB-GRUPO
055000     END-IF.
055100 2210-EXIT.
055200     EXIT.
055300
055400 2300-ACUMULAR-CONCEPTO.
055500     ADD WI-IMPORTE (WS-SUB-CON)
055600       TO WQ-SUBMAYOR (WS-SUB-CON WS-SUB-MON).
055700     IF GRUPO-HALLADO
055800         ADD WI-IMPORTE (WS-SUB-CON)
055900           TO WG-IMPORTE (WS-SUB-GRUPO WS-SUB-CON)
056000     END-IF.
056100 2300-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500*  2500-PROCESAR-SALDOGL : SALDO DEL MAYOR AL CONCEPTO CUYA      *
056600*  CUENTA CONTABLE COINCIDE, EN SU MONEDA; LOS DE OTRA FECHA DE  *
056700*  CORTE SE REPORTAN Y NO SE CUADRAN.                            *
056800*----------------------------------------------------------------*
056900 2500-PROCESAR-SALDOGL.
057000     IF DFH-SGL-FECHA-CORTE NOT = WS-FECHA-CORTE
057100         ADD 1 TO WS-SGL-OTRO-CORTE
057200         GO TO 2500-SIGUIENTE
057300     END-IF.
057400     IF SGL-MONEDA-EXTRANJERA
057500         MOVE 2 TO WS-SUB-MON
057600     ELSE
057700         MOVE 1 TO WS-SUB-MON
057800     END-IF.
057900     PERFORM 2510-SALDO-CONCEPTO THRU 2510-EXIT
058000         VARYING WS-SUB-CON FROM 1 BY 1
058100         UNTIL WS-SUB-CON > 6.
058200 2500-SIGUIENTE.
058300     PERFORM 8200-LEER-SALDOGL THRU 8200-EXIT.
058400 2500-EXIT.
058500     EXIT.
058600
058700 2510-SALDO-CONCEPTO.
058800     IF WQ-CON-CUENTA (WS-SUB-CON)
058900        AND WQ-CUENTA-CONTABLE (WS-SUB-CON)
059000            = DFH-SGL-CUENTA-CONTABLE
059100         ADD DFH-SGL-SALDO TO WQ-CONTABLE (WS-SUB-CON WS-SUB-MON)
059200     END-IF.
059300 2510-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------*
059700*  3000-FINALIZAR : SUBMAYOR POR GRUPO, CUADRE POR CONCEPTO,     *
059800*  PARTIDAS DEL DIA Y FIN DE LA CORRIDA EN LA BITACORA.          *
059900*----------------------------------------------------------------*
060000 3000-FINALIZAR.
060100     IF WS-CODRET-CORRIDA = 16
060200         GO TO 3000-CERRAR
060300     END-IF.
060400     PERFORM 2100-BUSCAR-PROVISION THRU 2100-EXIT
060500         UNTIL FIN-SALDOS.
060600     WRITE REPORTE-LINEA FROM WS-SUBTITULO-GRUPOS.
060700     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-GRUPOS.
060800     PERFORM 3100-IMPRIMIR-GRUPO THRU 3100-EXIT
060900         VARYING WS-SUB-GRUPO FROM 1 BY 1
061000         UNTIL WS-SUB-GRUPO > WS-CANT-GRUPOS.
061100     MOVE SPACES TO REPORTE-LINEA.
061200     WRITE REPORTE-LINEA.
061300     WRITE REPORTE-LINEA FROM WS-SUBTITULO-CUADRE.
061400     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-CUADRE.
061500     PERFORM 3200-CUADRE-CONCEPTO THRU 3200-EXIT
061600         VARYING WS-SUB-CON FROM 1 BY 1
061700         UNTIL WS-SUB-CON > 6.
061800     MOVE SPACES TO REPORTE-LINEA.
061900     WRITE REPORTE-LINEA.
062000     WRITE REPORTE-LINEA FROM WS-SUBTITULO-PARTIDAS.
062100     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-PARTIDAS.
062200     IF NOT FIN-PARTIDAS
062300         PERFORM 8300-LEER-PARTIDA THRU 8300-EXIT
062400     END-IF.
062500     PERFORM 4000-PROCESAR-PARTIDA THRU 4000-EXIT
062600         UNTIL FIN-PARTIDAS.
062700     MOVE SPACES TO REPORTE-LINEA.
062800     WRITE REPORTE-LINEA.
062900     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-MOVIMIENTO.
063000     PERFORM 3300-MOVIMIENTO-CONCEPTO THRU 3300-EXIT
063100         VARYING WS-SUB-CON FROM 1 BY 1
063200         UNTIL WS-SUB-CON > 6.
063300     IF WS-SGL-OTRO-CORTE > ZERO
063400         DISPLAY 'RMYD1CGL - SALDOS DE OTRA FECHA DE CORTE: '
063500                 WS-SGL-OTRO-CORTE
063600         IF WS-CODRET-CORRIDA < 4
063700             MOVE 4 TO WS-CODRET-CORRIDA
063800         END-IF
063900     END-IF.
064000 3000-CERRAR.
064100     DISPLAY 'RMYD1CGL - FECHA DE CORTE       : ' WS-FECHA-CORTE.
064200     DISPLAY 'RMYD1CGL - CUENTAS LEIDAS       : ' WS-CTAS-LEIDAS.
064300     DISPLAY 'RMYD1CGL - PROVISIONES LEIDAS   : ' WS-PRV-LEIDAS.
064400     DISPLAY 'RMYD1CGL - PROVISIONES SIN CTA  : '
064500             WS-PRV-SIN-CUENTA.
064600     DISPLAY 'RMYD1CGL - SALDOS GL LEIDOS     : ' WS-SGL-LEIDOS.
064700     DISPLAY 'RMYD1CGL - PARTIDAS LEIDAS      : ' WS-GLP-LEIDAS.
064800     DISPLAY 'RMYD1CGL - PARTIDAS LISTADAS    : ' WS-GLP-LISTADAS.
064900     DISPLAY 'RMYD1CGL - CONCEPTOS DESCUADRADOS: '
065000             WS-CONCEPTOS-DESCUADRADOS.
065100     CLOSE REPORTE-FILE.
065200     IF ARCHIVOS-ABIERTOS
065300         CLOSE CUENTAS-FILE CTACONT-FILE SALDOGL-FILE
065400         IF WS-SAL-STATUS NOT EQUAL '35'
065500             CLOSE SALDOS-FILE
065600         END-IF
065700         IF WS-GLP-STATUS NOT EQUAL '35'
065800             CLOSE PARTIDAS-FILE
065900         END-IF
066000     END-IF.
066100     MOVE 'RMYD1CGL' TO DFH-BTA-PROGRAMA.
066200     MOVE 'F'        TO DFH-BTA-ACCION.
066300     MOVE WS-CTAS-LEIDAS TO DFH-BTA-LEIDOS.
066400     MOVE WS-GLP-LISTADAS TO DFH-BTA-ESCRITOS.
066500     MOVE WS-CONCEPTOS-DESCUADRADOS TO DFH-BTA-RECHAZADOS.
066600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
066700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
066800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
066900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
067000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
067100 3000-EXIT.
067200     EXIT.
067300
067400 3100-IMPRIMIR-GRUPO.
067500     MOVE WG-TIPO-PRESTAMO (WS-SUB-GRUPO) TO WD-TIPO-PRESTAMO.
067600     MOVE WG-MONEDA (WS-SUB-GRUPO)        TO WD-MONEDA.
067700     PERFORM 3110-IMPORTE-GRUPO THRU 3110-EXIT
067800         VARYING WS-SUB-CON FROM 1 BY 1
067900         UNTIL WS-SUB-CON > 6.
068000     WRITE REPORTE-LINEA FROM WS-DETALLE-GRUPO.
068100 3100-EXIT.
068200     EXIT.
068300
068400 3110-IMPORTE-GRUPO.
068500     MOVE WG-IMPORTE (WS-SUB-GRUPO WS-SUB-CON)
068600       TO WD-IMPORTE (WS-SUB-CON).
068700 3110-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------*
069100*  3200-CUADRE-CONCEPTO : SUBMAYOR CONTRA MAYOR DE UN CONCEPTO   *
069200*  POR MONEDA; LA EXTRANJERA SIN SALDO EN NINGUNO DE LOS DOS NO  *
069300*  SE IMPRIME.                                                   *
069400*----------------------------------------------------------------*
069500 3200-CUADRE-CONCEPTO.
069600     PERFORM 3210-CUADRE-MONEDA THRU 3210-EXIT
069700         VARYING WS-SUB-MON FROM 1 BY 1
069800         UNTIL WS-SUB-MON > 2.
069900 3200-EXIT.
070000     EXIT.
070100
070200 3210-CUADRE-MONEDA.
070300     IF WQ-SUBMAYOR (WS-SUB-CON WS-SUB-MON) = ZERO
070400        AND WQ-CONTABLE (WS-SUB-CON WS-SUB-MON) = ZERO
070500        AND WS-SUB-MON = 2
070600         GO TO 3210-EXIT
070700     END-IF.
070800     COMPUTE WS-DIFERENCIA = WQ-SUBMAYOR (WS-SUB-CON WS-SUB-MON)
070900                           - WQ-CONTABLE (WS-SUB-CON WS-SUB-MON).
071000     MOVE WN-NOMBRE (WS-SUB-CON)           TO WC-CONCEPTO.
071100     MOVE WS-SUB-MON                       TO WC-MONEDA.
071200     MOVE WQ-CUENTA-CONTABLE (WS-SUB-CON)  TO WC-CUENTA-CONTABLE.
071300     MOVE WQ-SUBMAYOR (WS-SUB-CON WS-SUB-MON) TO WC-SUBMAYOR.
071400     MOVE WQ-CONTABLE (WS-SUB-CON WS-SUB-MON) TO WC-CONTABLE.
071500     MOVE WS-DIFERENCIA                    TO WC-DIFERENCIA.
071600     IF NOT WQ-CON-CUENTA (WS-SUB-CON)
071700         MOVE 'SIN CUENTA EN GLMMTR'       TO WC-ESTADO
071800         ADD 1 TO WS-CONCEPTOS-DESCUADRADOS
071900     ELSE
072000         IF WS-DIFERENCIA = ZERO
072100             MOVE 'CUADRADO'               TO WC-ESTADO
072200         ELSE
072300             MOVE 'DESCUADRADO'            TO WC-ESTADO
072400             ADD 1 TO WS-CONCEPTOS-DESCUADRADOS
072500             IF WS-CODRET-CORRIDA < 4
072600                 MOVE 4 TO WS-CODRET-CORRIDA
072700             END-IF
072800         END-IF
072900     END-IF.
073000     WRITE REPORTE-LINEA FROM WS-CUADRE-RPT.
073100 3210-EXIT.
073200     EXIT.
073300
073400 3300-MOVIMIENTO-CONCEPTO.
073500     MOVE WN-NOMBRE (WS-SUB-CON)          TO WM-CONCEPTO.
073600     MOVE WQ-CUENTA-CONTABLE (WS-SUB-CON) TO WM-CUENTA-CONTABLE.
073700     MOVE WQ-DEBITOS-DIA (WS-SUB-CON)     TO WM-DEBITOS.
073800     MOVE WQ-CREDITOS-DIA (WS-SUB-CON)    TO WM-CREDITOS.
073900     WRITE REPORTE-LINEA FROM WS-MOVIMIENTO-RPT.
074000 3300-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------------*
074400*  4000-PROCESAR-PARTIDA : PARTIDA DE LA FECHA DE CORTE QUE      *
074500*  DEBITA O ACREDITA ALGUNA CUENTA CUADRADA: SE LISTA UNA VEZ Y  *
074600*  SUMA AL MOVIMIENTO DEL DIA DE CADA CONCEPTO QUE TOCA.         *
074700*----------------------------------------------------------------*
074800 4000-PROCESAR-PARTIDA.
074900     IF DFH-GL-FECHA NOT = WS-FECHA-CORTE
075000         GO TO 4000-SIGUIENTE
075100     END-IF.
075200     MOVE 'N' TO WS-SW-PARTIDA-LISTADA.
075300     PERFORM 4100-PARTIDA-CONCEPTO THRU 4100-EXIT
075400         VARYING WS-SUB-CON FROM 1 BY 1
075500         UNTIL WS-SUB-CON > 6.
075600     IF PARTIDA-LISTADA
075700         ADD 1 TO WS-GLP-LISTADAS
075800         MOVE DFH-GL-FECHA             TO WP-FECHA
075900         MOVE DFH-GL-CONCEPTO          TO WP-CONCEPTO
076000         MOVE DFH-GL-CODIGO-CONVENIO   TO WP-CONVENIO
076100         MOVE DFH-GL-CTA-DEBITO        TO WP-CTA-DEBITO
076200         MOVE DFH-GL-CTA-CREDITO       TO WP-CTA-CREDITO
076300         MOVE DFH-GL-VALOR             TO WP-VALOR
076400         MOVE DFH-GL-DESCRIPCION       TO WP-DESCRIPCION
076500         WRITE REPORTE-LINEA FROM WS-DETALLE-PARTIDA
076600     END-IF.
076700 4000-SIGUIENTE.
076800     PERFORM 8300-LEER-PARTIDA THRU 8300-EXIT.
076900 4000-EXIT.
077000     EXIT.
077100
077200 4100-PARTIDA-CONCEPTO.
077300     IF NOT WQ-CON-CUENTA (WS-SUB-CON)
077400         GO TO 4100-EXIT
077500     END-IF.
077600     IF DFH-GL-CTA-DEBITO = WQ-CUENTA-CONTABLE (WS-SUB-CON)
077700         ADD DFH-GL-VALOR TO WQ-DEBITOS-DIA (WS-SUB-CON)
077800         MOVE 'S' TO WS-SW-PARTIDA-LISTADA
077900     END-IF.
078000     IF DFH-GL-CTA-CREDITO = WQ-CUENTA-CONTABLE (WS-SUB-CON)
078100         ADD DFH-GL-VALOR TO WQ-CREDITOS-DIA (WS-SUB-CON)
078200         MOVE 'S' TO WS-SW-PARTIDA-LISTADA
078300     END-IF.
078400 4100-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------------*
078800*  8000-LEER-CUENTA / 8100-LEER-PROVISION / 8200-LEER-SALDOGL /  *
078900*  8300-LEER-PARTIDA                                             *
079000*----------------------------------------------------------------*
079100 8000-LEER-CUENTA.
079200     READ CUENTAS-FILE NEXT RECORD
079300         AT END
079400             MOVE 'S' TO WS-SW-FIN-CUENTAS
079500             GO TO 8000-EXIT
079600     END-READ.
079700     ADD 1 TO WS-CTAS-LEIDAS.
079800 8000-EXIT.
079900     EXIT.
080000
080100 8100-LEER-PROVISION.
080200     READ SALDOS-FILE
080300         AT END
080400             MOVE 'S' TO WS-SW-FIN-SALDOS
080500             GO TO 8100-EXIT
080600     END-READ.
080700     ADD 1 TO WS-PRV-LEIDAS.
080800 8100-EXIT.
080900     EXIT.
081000
081100 8200-LEER-SALDOGL.
081200     READ SALDOGL-FILE
081300         AT END
081400             MOVE 'S' TO WS-SW-FIN-SALDOGL
081500             GO TO 8200-EXIT
081600     END-READ.
081700     ADD 1 TO WS-SGL-LEIDOS.
081800 8200-EXIT.
081900     EXIT.
082000
082100 8300-LEER-PARTIDA.
082200     READ PARTIDAS-FILE
082300         AT END
082400             MOVE 'S' TO WS-SW-FIN-PARTIDAS
082500             GO TO 8300-EXIT
082600     END-READ.
082700     ADD 1 TO WS-GLP-LEIDAS.
082800 8300-EXIT.
082900     EXIT.
