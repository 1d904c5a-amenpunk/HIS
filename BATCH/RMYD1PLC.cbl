000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1PLC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONVENIOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : COMPARACION DEL DESCUENTO SOLICITADO AL EMPLEADOR    *
000900*           CONTRA EL VALOR QUE REALMENTE RETUVO EN LA PLANILLA. *
001000*           CARGA LOS DETALLES DE LA INSTRUCCION DEL PERIODO     *
001100*           (PLAINST - RMYD1DPL, GENERADA POR RMYD1PLI, EN ORDEN *
001200*           DE CONVENIO Y CUENTA) Y LES SUMA EL DETALLE DE       *
001300*           PLANILLA DEVUELTO POR EL EMPLEADOR (PLANDET, MISMO   *
001400*           FORMATO DE RMYD1PLE). EMITE EN RPTPLC POR EMPLEADO   *
001500*           LO SOLICITADO, LO RETENIDO, LA DIFERENCIA Y SU       *
001600*           ESTADO (OK, MENOR, MAYOR, NO RETENIDO O SIN          *
001700*           INSTRUCCION PARA LO RETENIDO A UNA CUENTA QUE NO SE  *
001800*           PIDIO), CON TOTALES POR CONVENIO Y GENERALES. EL     *
001900*           PERIODO SE TOMA DE PLCPARM (POR OMISION EL MES DE    *
002000*           PROCESO). CON DIFERENCIAS LA CORRIDA TERMINA CON     *
002100*           AVISO.                                               *
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
003300     SELECT PARAM-FILE     ASSIGN TO PLCPARM
003400            ORGANIZATION IS LINE SEQUENTIAL
003500            FILE STATUS   IS WS-PRM-STATUS.
003600
003700     SELECT INSTRUC-FILE   ASSIGN TO PLAINST
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS WS-INS-STATUS.
004000
004100     SELECT DETALLE-FILE   ASSIGN TO PLANDET
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS   IS WS-DET-STATUS.
004400
004500     SELECT REPORTE-FILE   ASSIGN TO RPTPLC
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS   IS WS-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PARAM-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  REG-PARAM-PLC.
005500     05 PM-PERIODO-ANOMES         PIC 9(006).
005600
005700 FD  INSTRUC-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY RMYD1DPL.
006100
006200 FD  DETALLE-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  REG-DETALLE-PLANILLA.
006600     05 PD-CODIGO-CONVENIO        PIC 9(006).
006700     05 PD-PERIODO-ANOMES         PIC 9(006).
006800     05 PD-NUMERO-CUENTA          PIC X(013).
006900     05 PD-VALOR-RETENIDO         PIC S9(009)V99.
007000
007100 FD  REPORTE-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  REPORTE-LINEA                PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700 COPY RMYD1BTA.
007800 77  WS-PRM-STATUS                PIC X(02).
007900     88 PRM-OK                       VALUE '00'.
008000 77  WS-INS-STATUS                PIC X(02).
008100     88 INS-OK                       VALUE '00'.
008200 77  WS-DET-STATUS                PIC X(02).
008300     88 DET-OK                       VALUE '00'.
008400 77  WS-RPT-STATUS                PIC X(02).
008500 77  WS-SW-FIN-INSTRUC            PIC X(01).
008600     88 FIN-INSTRUCCIONES            VALUE 'S'.
008700 77  WS-SW-FIN-DETALLE            PIC X(01).
008800     88 FIN-DETALLES                 VALUE 'S'.
008900 77  WS-SW-ABIERTOS               PIC X(01).
009000     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
009100 77  WS-SW-HALLADO                PIC X(01).
009200     88 ENTRADA-HALLADA              VALUE 'S'.
009300 77  WS-FECHA-PROCESO             PIC 9(008).
009400 77  WS-PERIODO-ANOMES            PIC 9(006).
009500 77  WS-CANT-INSTRUC              PIC 9(005) COMP VALUE ZERO.
009600 77  WS-SUB-INS                   PIC 9(005) COMP.
009700 77  WS-CANT-EXTRAS               PIC 9(005) COMP VALUE ZERO.
009800 77  WS-SUB-EXT                   PIC 9(005) COMP.
009900 77  WS-BIN-INFERIOR              PIC 9(005) COMP.
010000 77  WS-BIN-SUPERIOR              PIC 9(005) COMP.
010100 77  WS-BIN-MEDIO                 PIC 9(005) COMP.
010200 77  WS-CONVENIO-ACTUAL           PIC 9(006).
010300 77  WS-SOLICITADO                PIC S9(011)V99 COMP-3.
010400 77  WS-RETENIDO                  PIC S9(011)V99 COMP-3.
010500 77  WS-INSTRUC-LEIDAS            PIC 9(007) COMP.
010600 77  WS-DETALLES-LEIDOS           PIC 9(007) COMP.
010700 77  WS-DET-OTRO-PERIODO          PIC 9(007) COMP.
010800 77  WS-EMPLEADOS-CON-DIF         PIC 9(007) COMP.
010900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011000
011100 01  WS-LLAVE-BUSCADA.
011200     05 WS-LB-CONVENIO            PIC 9(006).
011300     05 WS-LB-CUENTA              PIC X(013).
011400 01  WS-LLAVE-ANTERIOR            PIC X(019).
011500
011600*----------------------------------------------------------------*
011700*  ACUMULADOS DEL CONVENIO EN CURSO Y GENERALES.                 *
011800*----------------------------------------------------------------*
011900 01  WS-TOTALES-CONVENIO.
012000     05 WS-TC-EMPLEADOS           PIC 9(007) COMP.
012100     05 WS-TC-SOLICITADO          PIC S9(013)V99 COMP-3.
012200     05 WS-TC-RETENIDO            PIC S9(013)V99 COMP-3.
012300     05 WS-TC-CON-DIF             PIC 9(007) COMP.
012400 01  WS-TOTALES-GENERALES.
012500     05 WS-TG-EMPLEADOS           PIC 9(007) COMP.
012600     05 WS-TG-SOLICITADO          PIC S9(013)V99 COMP-3.
012700     05 WS-TG-RETENIDO            PIC S9(013)V99 COMP-3.
012800     05 WS-TG-CON-DIF             PIC 9(007) COMP.
012900
013000*----------------------------------------------------------------*
013100*  DETALLES DE LA INSTRUCCION, EN EL ORDEN CONVENIO + CUENTA DE  *
013200*  PLAINST (LA BUSQUEDA ES BINARIA SOBRE ESA LLAVE).             *
013300*----------------------------------------------------------------*
013400 01  WS-TABLA-INSTRUCCIONES.
013500     05 WS-INSTRUC-ENTRADA OCCURS 10000 TIMES.
013600         10 WI-LLAVE.
013700             15 WI-CONVENIO       PIC 9(006).
013800             15 WI-CUENTA         PIC X(013).
013900         10 WI-NUM-DPI            PIC X(013).
014000         10 WI-NOMBRE             PIC X(025).
014100         10 WI-SOLICITADO         PIC S9(009)V99 COMP-3.
014200         10 WI-RETENIDO           PIC S9(011)V99 COMP-3.
014300
014400*----------------------------------------------------------------*
014500*  RETENCIONES DE CUENTAS QUE NO VENIAN EN LA INSTRUCCION.       *
014600*----------------------------------------------------------------*
014700 01  WS-TABLA-EXTRAS.
014800     05 WS-EXTRA-ENTRADA OCCURS 2000 TIMES.
014900         10 WX-CONVENIO           PIC 9(006).
015000         10 WX-CUENTA             PIC X(013).
015100         10 WX-RETENIDO           PIC S9(011)V99 COMP-3.
015200         10 WX-IMPRESO            PIC X(001).
015300
015400 01  WS-TITULO-RPT.
015500     05 FILLER                    PIC X(050)
015600        VALUE 'DESCUENTO POR PLANILLA SOLICITADO VS RETENIDO -  '.
015700     05 FILLER                    PIC X(008)     VALUE 'PERIODO '.
015800     05 WE-PERIODO                PIC 9(006).
015900     05 FILLER                    PIC X(068)     VALUE SPACES.
016000
016100 01  WS-SECCION-RPT.
016200     05 FILLER                    PIC X(004)     VALUE '*** '.
016300     05 WS-SECCION-TITULO         PIC X(040).
016400     05 FILLER                    PIC X(088)     VALUE SPACES.
016500
016600 01  WS-ENCABEZADO-RPT.
016700     05 FILLER                    PIC X(009)     VALUE 'CONVENIO'.
016800     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
016900     05 FILLER                    PIC X(014)     VALUE 'DPI'.
017000     05 FILLER                    PIC X(026)     VALUE 'NOMBRE'.
017100     05 FILLER                    PIC X(019)
017200        VALUE '        SOLICITADO'.
017300     05 FILLER                    PIC X(019)
017400        VALUE '          RETENIDO'.
017500     05 FILLER                    PIC X(019)
017600        VALUE '        DIFERENCIA'.
017700     05 FILLER                    PIC X(012)     VALUE 'ESTADO'.
017800
017900 01  WS-DETALLE-RPT.
018000     05 WD-CONVENIO               PIC 9(006).
018100     05 FILLER                    PIC X(003)     VALUE SPACES.
018200     05 WD-CUENTA                 PIC X(013).
018300     05 FILLER                    PIC X(001)     VALUE SPACES.
018400     05 WD-NUM-DPI                PIC X(013).
018500     05 FILLER                    PIC X(001)     VALUE SPACES.
018600     05 WD-NOMBRE                 PIC X(025).
018700     05 FILLER                    PIC X(001)     VALUE SPACES.
018800     05 WD-SOLICITADO             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018900     05 FILLER                    PIC X(001)     VALUE SPACES.
019000     05 WD-RETENIDO               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019100     05 FILLER                    PIC X(001)     VALUE SPACES.
019200     05 WD-DIFERENCIA             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019300     05 FILLER                    PIC X(001)     VALUE SPACES.
019400     05 WD-ESTADO                 PIC X(011).
019500     05 FILLER                    PIC X(001)     VALUE SPACES.
019600
019700 01  WS-TOTAL-RPT.
019800     05 WT-ETIQUETA               PIC X(015).
019900     05 WT-CONVENIO               PIC Z(006) BLANK WHEN ZERO.
020000     05 FILLER                    PIC X(002)     VALUE SPACES.
020100     05 FILLER                    PIC X(011)
020200        VALUE 'EMPLEADOS:'.
020300     05 WT-EMPLEADOS              PIC ZZZ,ZZ9.
020400     05 FILLER                    PIC X(022)     VALUE SPACES.
020500     05 WT-SOLICITADO             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020600     05 FILLER                    PIC X(001)     VALUE SPACES.
020700     05 WT-RETENIDO               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020800     05 FILLER                    PIC X(001)     VALUE SPACES.
020900     05 WT-DIFERENCIA             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021000     05 FILLER                    PIC X(001)     VALUE SPACES.
021100     05 FILLER                    PIC X(005)     VALUE 'DIF: '.
021200     05 WT-CON-DIF                PIC ZZ,ZZ9.
021300     05 FILLER                    PIC X(001)     VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
021600
021700 0000-MAINLINE.
021800     PERFORM 1000-INICIALIZAR        THRU 1000-EXIT.
021900     PERFORM 2000-CARGAR-INSTRUCCION THRU 2000-EXIT
022000         UNTIL FIN-INSTRUCCIONES.
022100     PERFORM 2100-PROCESAR-RETENIDO  THRU 2100-EXIT
022200         UNTIL FIN-DETALLES.
022300     IF WS-CODRET-CORRIDA < 16
022400         PERFORM 4000-EMITIR-REPORTE THRU 4000-EXIT
022500     END-IF.
022600     PERFORM 3000-FINALIZAR          THRU 3000-EXIT.
022700     STOP RUN.
022800
022900*----------------------------------------------------------------*
023000*  1000-INICIALIZAR : PERIODO DE PLCPARM, APERTURA DE ARCHIVOS   *
023100*  Y PRIMERAS LECTURAS.                                          *
023200*----------------------------------------------------------------*
023300 1000-INICIALIZAR.
023400     MOVE 'RMYD1PLC' TO DFH-BTA-PROGRAMA.
023500     MOVE 'I'        TO DFH-BTA-ACCION.
023600     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
023700                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
023800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
023900     MOVE 'N'  TO WS-SW-FIN-INSTRUC WS-SW-FIN-DETALLE
024000                  WS-SW-ABIERTOS.
024100     MOVE ZERO TO WS-INSTRUC-LEIDAS WS-DETALLES-LEIDOS
024200                  WS-DET-OTRO-PERIODO WS-EMPLEADOS-CON-DIF.
024300     MOVE LOW-VALUES TO WS-LLAVE-ANTERIOR.
024400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
024500     MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO-ANOMES.
024600     OPEN INPUT PARAM-FILE.
024700     IF PRM-OK
024800         READ PARAM-FILE
024900             AT END
025000                 CONTINUE
025100             NOT AT END
025200                 IF PM-PERIODO-ANOMES > ZERO
025300                     MOVE PM-PERIODO-ANOMES TO WS-PERIODO-ANOMES
025400                 END-IF
025500         END-READ
025600         CLOSE PARAM-FILE
025700     END-IF.
025800     OPEN INPUT  INSTRUC-FILE.
025900     OPEN INPUT  DETALLE-FILE.
026000     OPEN OUTPUT REPORTE-FILE.
026100     MOVE WS-PERIODO-ANOMES TO WE-PERIODO.
026200     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
026300     IF NOT INS-OK
026400         DISPLAY 'RMYD1PLC - ERROR INSTRUC-FILE ' WS-INS-STATUS
026500         MOVE 16 TO WS-CODRET-CORRIDA
026600     END-IF.
026700     IF NOT DET-OK
026800         DISPLAY 'RMYD1PLC - ERROR DETALLE-FILE ' WS-DET-STATUS
026900         MOVE 16 TO WS-CODRET-CORRIDA
027000     END-IF.
027100     IF WS-CODRET-CORRIDA = 16
027200         MOVE 'S' TO WS-SW-FIN-INSTRUC WS-SW-FIN-DETALLE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     MOVE 'S' TO WS-SW-ABIERTOS.
027600     PERFORM 8000-LEER-INSTRUCCION THRU 8000-EXIT.
027700     PERFORM 8100-LEER-DETALLE     THRU 8100-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------*
028200*  2000-CARGAR-INSTRUCCION : SOLO LOS DETALLES DEL PERIODO. LA   *
028300*  BUSQUEDA BINARIA EXIGE EL ORDEN CONVENIO + CUENTA QUE GRABA   *
028400*  RMYD1PLI; FUERA DE ORDEN LA CORRIDA TERMINA CON CODIGO 16.    *
028500*----------------------------------------------------------------*
028600 2000-CARGAR-INSTRUCCION.
028700     IF NOT DPL-DETALLE
028800        OR DFH-DPL-PERIODO-ANOMES NOT = WS-PERIODO-ANOMES
028900         GO TO 2000-SIGUIENTE
029000     END-IF.
029100     MOVE DFH-DPL-CODIGO-CONVENIO TO WS-LB-CONVENIO.
029200     MOVE DFH-DPL-NUMERO-CUENTA   TO WS-LB-CUENTA.
029300     IF WS-LLAVE-BUSCADA NOT > WS-LLAVE-ANTERIOR
029400         DISPLAY 'RMYD1PLC - INSTRUCCION FUERA DE ORDEN '
029500                 WS-LB-CONVENIO ' ' WS-LB-CUENTA
029600         GO TO 2000-ERROR
029700     END-IF.
029800     IF WS-CANT-INSTRUC = 10000
029900         DISPLAY 'RMYD1PLC - TABLA DE INSTRUCCIONES LLENA'
030000         GO TO 2000-ERROR
030100     END-IF.
030200     MOVE WS-LLAVE-BUSCADA        TO WS-LLAVE-ANTERIOR.
030300     ADD 1 TO WS-CANT-INSTRUC.
030400     MOVE WS-CANT-INSTRUC         TO WS-SUB-INS.
030500     MOVE WS-LB-CONVENIO          TO WI-CONVENIO   (WS-SUB-INS).
030600     MOVE WS-LB-CUENTA            TO WI-CUENTA     (WS-SUB-INS).
030700     MOVE DFH-DPL-NUM-DPI         TO WI-NUM-DPI    (WS-SUB-INS).
030800     MOVE DFH-DPL-NOMBRE-TITULAR  TO WI-NOMBRE     (WS-SUB-INS).
030900     MOVE DFH-DPL-VALOR-DESCONTAR TO WI-SOLICITADO (WS-SUB-INS).
031000     MOVE ZERO                    TO WI-RETENIDO   (WS-SUB-INS).
031100 2000-SIGUIENTE.
031200     PERFORM 8000-LEER-INSTRUCCION THRU 8000-EXIT.
031300     GO TO 2000-EXIT.
031400 2000-ERROR.
031500     MOVE 16  TO WS-CODRET-CORRIDA.
031600     MOVE 'S' TO WS-SW-FIN-INSTRUC WS-SW-FIN-DETALLE.
031700 2000-EXIT.
031800     EXIT.
031900
032000*----------------------------------------------------------------*
032100*  2100-PROCESAR-RETENIDO : SUMA LO RETENIDO A LA INSTRUCCION    *
032200*  DE LA CUENTA; SIN INSTRUCCION VA A LA TABLA DE EXTRAS.        *
032300*----------------------------------------------------------------*
032400 2100-PROCESAR-RETENIDO.
032500     IF PD-PERIODO-ANOMES NOT = WS-PERIODO-ANOMES
032600         ADD 1 TO WS-DET-OTRO-PERIODO
032700         GO TO 2100-SIGUIENTE
032800     END-IF.
032900     MOVE PD-CODIGO-CONVENIO TO WS-LB-CONVENIO.
033000     MOVE PD-NUMERO-CUENTA   TO WS-LB-CUENTA.
033100     PERFORM 5000-BUSCAR-INSTRUCCION THRU 5000-EXIT.
033200     IF ENTRADA-HALLADA
033300         ADD PD-VALOR-RETENIDO TO WI-RETENIDO (WS-SUB-INS)
033400         GO TO 2100-SIGUIENTE
033500     END-IF.
033600     MOVE 'N' TO WS-SW-HALLADO.
033700     MOVE 1   TO WS-SUB-EXT.
033800     PERFORM 5100-COMPARAR-EXTRA THRU 5100-EXIT
033900         UNTIL ENTRADA-HALLADA
034000         OR WS-SUB-EXT > WS-CANT-EXTRAS.
034100     IF ENTRADA-HALLADA
034200         ADD PD-VALOR-RETENIDO TO WX-RETENIDO (WS-SUB-EXT)
034300         GO TO 2100-SIGUIENTE
034400     END-IF.
034500     IF WS-CANT-EXTRAS = 2000
034600         DISPLAY 'RMYD1PLC - TABLA DE RETENCIONES SIN INSTRUCCION'
034700                 ' LLENA'
034800         MOVE 16  TO WS-CODRET-CORRIDA
034900         MOVE 'S' TO WS-SW-FIN-DETALLE
035000         GO TO 2100-EXIT
035100     END-IF.
035200     ADD 1 TO WS-CANT-EXTRAS.
035300     MOVE WS-CANT-EXTRAS     TO WS-SUB-EXT.
035400     MOVE PD-CODIGO-CONVENIO TO WX-CONVENIO (WS-SUB-EXT).
035500     MOVE PD-NUMERO-CUENTA   TO WX-CUENTA   (WS-SUB-EXT).
035600     MOVE PD-VALOR-RETENIDO  TO WX-RETENIDO (WS-SUB-EXT).
035700     MOVE 'N'                TO WX-IMPRESO  (WS-SUB-EXT).
035800 2100-SIGUIENTE.
035900     PERFORM 8100-LEER-DETALLE THRU 8100-EXIT.
036000 2100-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400*  4000-EMITIR-REPORTE : LAS INSTRUCCIONES EN SU ORDEN, CON      *
036500*  CORTE POR CONVENIO; LAS RETENCIONES SIN INSTRUCCION DE UN     *
036600*  CONVENIO SALEN ANTES DE SU TOTAL Y LAS DE CONVENIOS SIN       *
036700*  INSTRUCCION EN UNA SECCION APARTE.                            *
036800*----------------------------------------------------------------*
036900 4000-EMITIR-REPORTE.
037000     INITIALIZE WS-TOTALES-GENERALES.
037100     MOVE 'SOLICITADO VS RETENIDO POR EMPLEADO'
037200       TO WS-SECCION-TITULO.
037300     PERFORM 4050-TITULO-SECCION THRU 4050-EXIT.
037400     MOVE ZERO TO WS-CONVENIO-ACTUAL.
037500     PERFORM 4100-LINEA-INSTRUCCION THRU 4100-EXIT
037600         VARYING WS-SUB-INS FROM 1 BY 1
037700         UNTIL WS-SUB-INS > WS-CANT-INSTRUC.
037800     IF WS-CONVENIO-ACTUAL NOT = ZERO
037900         PERFORM 4300-CERRAR-CONVENIO THRU 4300-EXIT
038000     END-IF.
038100     MOVE 'RETENIDO EN CONVENIOS SIN INSTRUCCION'
038200       TO WS-SECCION-TITULO.
038300     PERFORM 4050-TITULO-SECCION THRU 4050-EXIT.
038400     INITIALIZE WS-TOTALES-CONVENIO.
038500     PERFORM 4400-LINEA-EXTRA THRU 4400-EXIT
038600         VARYING WS-SUB-EXT FROM 1 BY 1
038700         UNTIL WS-SUB-EXT > WS-CANT-EXTRAS.
038800     MOVE 'TOTAL SIN INSTR' TO WT-ETIQUETA.
038900     MOVE ZERO              TO WT-CONVENIO.
039000     PERFORM 4600-LINEA-TOTAL THRU 4600-EXIT.
039100     MOVE SPACES TO REPORTE-LINEA.
039200     WRITE REPORTE-LINEA.
039300     MOVE WS-TG-EMPLEADOS  TO WS-TC-EMPLEADOS.
039400     MOVE WS-TG-SOLICITADO TO WS-TC-SOLICITADO.
039500     MOVE WS-TG-RETENIDO   TO WS-TC-RETENIDO.
039600     MOVE WS-TG-CON-DIF    TO WS-TC-CON-DIF.
039700     MOVE 'TOTAL GENERAL'  TO WT-ETIQUETA.
039800     MOVE ZERO             TO WT-CONVENIO.
039900     PERFORM 4600-LINEA-TOTAL THRU 4600-EXIT.
040000 4000-EXIT.
040100     EXIT.
040200
040300 4050-TITULO-SECCION.
040400     MOVE SPACES TO REPORTE-LINEA.
040500     WRITE REPORTE-LINEA.
040600     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
040700     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
040800 4050-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------*
041200*  4100-LINEA-INSTRUCCION : CORTE DE CONVENIO Y LINEA DEL        *
041300*  EMPLEADO.                                                     *
041400*----------------------------------------------------------------*
041500 4100-LINEA-INSTRUCCION.
041600     IF WI-CONVENIO (WS-SUB-INS) NOT = WS-CONVENIO-ACTUAL
041700         IF WS-CONVENIO-ACTUAL NOT = ZERO
041800             PERFORM 4300-CERRAR-CONVENIO THRU 4300-EXIT
041900         END-IF
042000         MOVE WI-CONVENIO (WS-SUB-INS) TO WS-CONVENIO-ACTUAL
042100         INITIALIZE WS-TOTALES-CONVENIO
042200     END-IF.
042300     MOVE SPACES                     TO WS-DETALLE-RPT.
042400     MOVE WI-CONVENIO (WS-SUB-INS)   TO WD-CONVENIO.
042500     MOVE WI-CUENTA (WS-SUB-INS)     TO WD-CUENTA.
042600     MOVE WI-NUM-DPI (WS-SUB-INS)    TO WD-NUM-DPI.
042700     MOVE WI-NOMBRE (WS-SUB-INS)     TO WD-NOMBRE.
042800     MOVE WI-SOLICITADO (WS-SUB-INS) TO WS-SOLICITADO.
042900     MOVE WI-RETENIDO (WS-SUB-INS)   TO WS-RETENIDO.
043000     PERFORM 4200-ARMAR-ESTADO THRU 4200-EXIT.
043100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
043200 4100-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------*
043600*  4200-ARMAR-ESTADO : MONTOS, DIFERENCIA Y ESTADO DE LA LINEA   *
043700*  CON WS-SOLICITADO Y WS-RETENIDO; ACUMULA EN EL CONVENIO.      *
043800*----------------------------------------------------------------*
043900 4200-ARMAR-ESTADO.
044000     MOVE WS-SOLICITADO TO WD-SOLICITADO.
044100     MOVE WS-RETENIDO   TO WD-RETENIDO.
044200     COMPUTE WD-DIFERENCIA = WS-RETENIDO - WS-SOLICITADO.
044300     EVALUATE TRUE
044400         WHEN WS-RETENIDO = WS-SOLICITADO
044500             MOVE 'OK'          TO WD-ESTADO
044600         WHEN WS-RETENIDO = ZERO
044700             MOVE 'NO RETENIDO' TO WD-ESTADO
044800         WHEN WS-RETENIDO < WS-SOLICITADO
044900             MOVE 'MENOR'       TO WD-ESTADO
045000         WHEN OTHER
045100             MOVE 'MAYOR'       TO WD-ESTADO
045200     END-EVALUATE.
045300     ADD 1             TO WS-TC-EMPLEADOS.
045400     ADD WS-SOLICITADO TO WS-TC-SOLICITADO.
045500     ADD WS-RETENIDO   TO WS-TC-RETENIDO.
045600     IF WS-RETENIDO NOT = WS-SOLICITADO
045700         ADD 1 TO WS-TC-CON-DIF WS-EMPLEADOS-CON-DIF
045800     END-IF.
045900 4200-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------*
046300*  4300-CERRAR-CONVENIO : RETENCIONES SIN INSTRUCCION DEL        *
046400*  CONVENIO, SU TOTAL Y ACUMULADO GENERAL.                       *
046500*----------------------------------------------------------------*
046600 4300-CERRAR-CONVENIO.
046700     PERFORM 4350-EXTRA-DEL-CONVENIO THRU 4350-EXIT
046800         VARYING WS-SUB-EXT FROM 1 BY 1
046900         UNTIL WS-SUB-EXT > WS-CANT-EXTRAS.
047000     MOVE 'TOTAL CONVENIO'   TO WT-ETIQUETA.
047100     MOVE WS-CONVENIO-ACTUAL TO WT-CONVENIO.
047200     PERFORM 4600-LINEA-TOTAL THRU 4600-EXIT.
047300     MOVE SPACES TO REPORTE-LINEA.
047400     WRITE REPORTE-LINEA.
047500 4300-EXIT.
047600     EXIT.
047700
047800 4350-EXTRA-DEL-CONVENIO.
047900     IF WX-CONVENIO (WS-SUB-EXT) = WS-CONVENIO-ACTUAL
048000         PERFORM 4400-LINEA-EXTRA THRU 4400-EXIT
048100     END-IF.
048200 4350-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------*
048600*  4400-LINEA-EXTRA : RETENCION A UNA CUENTA QUE NO SE PIDIO.    *
048700*----------------------------------------------------------------*
048800 4400-LINEA-EXTRA.
048900     IF WX-IMPRESO (WS-SUB-EXT) = 'S'
049000         GO TO 4400-EXIT
049100     END-IF.
049200     MOVE 'S'                      TO WX-IMPRESO (WS-SUB-EXT).
049300     MOVE SPACES                   TO WS-DETALLE-RPT.
049400     MOVE WX-CONVENIO (WS-SUB-EXT) TO WD-CONVENIO.
049500     MOVE WX-CUENTA (WS-SUB-EXT)   TO WD-CUENTA.
049600     MOVE ZERO                     TO WS-SOLICITADO.
049700     MOVE WX-RETENIDO (WS-SUB-EXT) TO WS-RETENIDO.
049800     PERFORM 4200-ARMAR-ESTADO THRU 4200-EXIT.
049900     MOVE 'SIN INSTRUC' TO WD-ESTADO.
050000     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
050100 4400-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  4600-LINEA-TOTAL : ESCRIBE WS-TOTALES-CONVENIO Y LOS SUMA AL  *
050600*  GENERAL (SALVO EL PROPIO TOTAL GENERAL).                      *
050700*----------------------------------------------------------------*
050800 4600-LINEA-TOTAL.
050900     MOVE WS-TC-EMPLEADOS  TO WT-EMPLEADOS.
051000     MOVE WS-TC-SOLICITADO TO WT-SOLICITADO.
051100     MOVE WS-TC-RETENIDO   TO WT-RETENIDO.
051200     COMPUTE WT-DIFERENCIA = WS-TC-RETENIDO - WS-TC-SOLICITADO.
051300     MOVE WS-TC-CON-DIF    TO WT-CON-DIF.
051400     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
051500     IF WT-ETIQUETA NOT = 'TOTAL GENERAL'
051600         ADD WS-TC-EMPLEADOS  TO WS-TG-EMPLEADOS
051700         ADD WS-TC-SOLICITADO TO WS-TG-SOLICITADO
051800         ADD WS-TC-RETENIDO   TO WS-TG-RETENIDO
051900         ADD WS-TC-CON-DIF    TO WS-TG-CON-DIF
052000     END-IF.
052100 4600-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------*
052500*  5000-BUSCAR-INSTRUCCION : BUSQUEDA BINARIA DE                 *
052600*  WS-LLAVE-BUSCADA; DEJA EL SUBINDICE EN WS-SUB-INS.            *
052700*----------------------------------------------------------------*
052800 5000-BUSCAR-INSTRUCCION.
052900     MOVE 'N'             TO WS-SW-HALLADO.
053000     MOVE 1               TO WS-BIN-INFERIOR.
053100     MOVE WS-CANT-INSTRUC TO WS-BIN-SUPERIOR.
053200     PERFORM 5010-PARTIR-TRAMO THRU 5010-EXIT
053300         UNTIL ENTRADA-HALLADA
053400         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
053500 5000-EXIT.
053600     EXIT.
053700
053800 5010-PARTIR-TRAMO.
053900     COMPUTE WS-BIN-MEDIO =
054000         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
054100     IF WI-LLAVE (WS-BIN-MEDIO) = WS-LLAVE-BUSCADA
054200         MOVE 'S'          TO WS-SW-HALLADO
054300         MOVE WS-BIN-MEDIO TO WS-SUB-INS
054400         GO TO 5010-EXIT
054500     END-IF.
054600     IF WI-LLAVE (WS-BIN-MEDIO) < WS-LLAVE-BUSCADA
054700         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
054800     ELSE
054900         IF WS-BIN-MEDIO = 1
055000             MOVE ZERO TO WS-BIN-SUPERIOR
055100         ELSE
055200             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
055300         END-IF
055400     END-IF.
055500 5010-EXIT.
055600     EXIT.
055700
055800 5100-COMPARAR-EXTRA.
055900     IF WX-CONVENIO (WS-SUB-EXT) = PD-CODIGO-CONVENIO
056000        AND WX-CUENTA (WS-SUB-EXT) = PD-NUMERO-CUENTA
056100         MOVE 'S' TO WS-SW-HALLADO
056200     ELSE
056300         ADD 1 TO WS-SUB-EXT
056400     END-IF.
056500 5100-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------*
056900*  3000-FINALIZAR                                                *
057000*----------------------------------------------------------------*
057100 3000-FINALIZAR.
057200     DISPLAY 'RMYD1PLC - PERIODO            : ' WS-PERIODO-ANOMES.
057300     DISPLAY 'RMYD1PLC - INSTRUCCIONES      : ' WS-CANT-INSTRUC.
057400     DISPLAY 'RMYD1PLC - DETALLES LEIDOS    : '
057500             WS-DETALLES-LEIDOS.
057600     DISPLAY 'RMYD1PLC - DET. OTRO PERIODO  : '
057700             WS-DET-OTRO-PERIODO.
057800     DISPLAY 'RMYD1PLC - SIN INSTRUCCION    : ' WS-CANT-EXTRAS.
057900     DISPLAY 'RMYD1PLC - EMPLEADOS CON DIF. : '
058000             WS-EMPLEADOS-CON-DIF.
058100     IF WS-EMPLEADOS-CON-DIF > ZERO
058200        AND WS-CODRET-CORRIDA < 4
058300         MOVE 4 TO WS-CODRET-CORRIDA
058400     END-IF.
058500     CLOSE REPORTE-FILE.
058600     IF ARCHIVOS-ABIERTOS
058700         CLOSE INSTRUC-FILE DETALLE-FILE
058800     END-IF.
058900     MOVE 'RMYD1PLC' TO DFH-BTA-PROGRAMA.
059000     MOVE 'F'        TO DFH-BTA-ACCION.
059100     MOVE WS-DETALLES-LEIDOS TO DFH-BTA-LEIDOS.
059200     MOVE WS-CANT-INSTRUC TO DFH-BTA-ESCRITOS.
059300     MOVE WS-EMPLEADOS-CON-DIF TO DFH-BTA-RECHAZADOS.
059400     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
059500     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
059600*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
059700*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
059800     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
059900 3000-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------*
060300*  8000-LEER-INSTRUCCION / 8100-LEER-DETALLE                     *
060400*----------------------------------------------------------------*
060500 8000-LEER-INSTRUCCION.
060600     READ INSTRUC-FILE
060700         AT END
060800             MOVE 'S' TO WS-SW-FIN-INSTRUC
060900             GO TO 8000-EXIT
061000     END-READ.
061100     ADD 1 TO WS-INSTRUC-LEIDAS.
061200 8000-EXIT.
061300     EXIT.
061400
061500 8100-LEER-DETALLE.
061600     READ DETALLE-FILE
061700         AT END
061800             MOVE 'S' TO WS-SW-FIN-DETALLE
061900             GO TO 8100-EXIT
062000     END-READ.
062100     ADD 1 TO WS-DETALLES-LEIDOS.
062200 8100-EXIT.
062300     EXIT.
