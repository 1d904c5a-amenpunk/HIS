000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1AVV.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CONTROL MENSUAL DE REVALUO DE GARANTIAS. LA POLITICA *
000900*           DE REVALUO (AVLPOLI) DA, POR DFH-GARANTIA-TIPO, LA   *
001000*           VIGENCIA DEL AVALUO EN MESES. POR CADA CUENTA        *
001100*           VIGENTE CON GARANTIA DEL MAESTRO (RMYD1CLG) SE       *
001200*           CALCULA EL VENCIMIENTO DEL AVALUO (FECHA DE AVALUO   *
001300*           MAS LA VIGENCIA, CON EL AJUSTE DE FIN DE MES DE      *
001400*           RMYD1GEN) Y SE LISTAN EN RPTAVV LOS AVALUOS VENCIDOS *
001500*           (O SIN FECHA DE AVALUO VALIDA) Y LOS QUE VENCEN      *
001600*           DENTRO DE LOS DIAS DE AVISO DE AVVPARM (SIN          *
001700*           PARAMETRO, 90), CON EL VALUADOR ASIGNADO Y EL SALDO  *
001800*           DE LA CUENTA. LOS TIPOS DE GARANTIA SIN POLITICA SE  *
001900*           CUENTAN Y DEJAN LA CORRIDA EN ADVERTENCIA. LOS       *
002000*           AVALUOS NUEVOS SE CARGAN CON RMYD1AVC.               *
002100*----------------------------------------------------------------*
002200*  HISTORIAL DE MODIFICACIONES                                   *
002300*  FECHA       INIC  DESCRIPCION                                 *
002400*  15/10/2026  DS    VERSION INICIAL.                            *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-390.
002900 OBJECT-COMPUTER.  IBM-390.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT POLITICA-FILE  ASSIGN TO AVLPOLI
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS   IS WS-POL-STATUS.
003500
003600     SELECT PARAM-FILE     ASSIGN TO AVVPARM
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS   IS WS-PRM-STATUS.
003900
004000     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE   IS SEQUENTIAL
004300            RECORD KEY    IS DFH-NUMERO-CUENTA
004400            FILE STATUS   IS WS-CTAS-STATUS.
004500
004600     SELECT REPORTE-FILE   ASSIGN TO RPTAVV
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS   IS WS-RPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  POLITICA-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  REG-POLITICA-AVALUO.
005600     05 PO-GARANTIA-TIPO          PIC X(015).
005700     05 PO-VIGENCIA-MESES         PIC 9(003).
005800
005900 FD  PARAM-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REG-PARAM-AVV.
006300     05 PM-DIAS-AVISO             PIC 9(003).
006400
006500 FD  CUENTAS-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RMYD1CLG.
006900
007000 FD  REPORTE-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  REPORTE-LINEA                PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600 COPY RMYD1BTA.
007700 77  WS-POL-STATUS                PIC X(02).
007800     88 POL-OK                       VALUE '00'.
007900 77  WS-PRM-STATUS                PIC X(02).
008000     88 PRM-OK                       VALUE '00'.
008100 77  WS-CTAS-STATUS               PIC X(02).
008200     88 CTAS-OK                      VALUE '00'.
008300 77  WS-RPT-STATUS                PIC X(02).
008400 77  WS-SW-FIN-POLITICA           PIC X(01).
008500     88 FIN-POLITICA                 VALUE 'S'.
008600 77  WS-SW-FIN-CUENTAS            PIC X(01).
008700     88 FIN-CUENTAS                  VALUE 'S'.
008800 77  WS-SW-POLITICA               PIC X(01).
008900     88 POLITICA-ENCONTRADA          VALUE 'S'.
009000 77  WS-CODRET-VALIDA             PIC X(002).
009100     88 FECHA-VALIDA                 VALUE '00'.
009200     88 DIA-FUERA-DE-RANGO           VALUE '02'.
009300 77  WS-DIAS-AVISO                PIC 9(003) VALUE 90.
009400 77  WS-CANT-POLITICAS            PIC 9(003) COMP.
009500 77  WS-SUB-POL                   PIC 9(003) COMP.
009600 77  WS-ENTERO-PROCESO            PIC S9(009) COMP.
009700 77  WS-DIAS-VENCE                PIC S9(009) COMP.
009800 77  WS-CTAS-LEIDAS               PIC 9(007) COMP.
009900 77  WS-CTAS-CON-GARANTIA         PIC 9(007) COMP.
010000 77  WS-CTAS-VENCIDAS             PIC 9(007) COMP.
010100 77  WS-CTAS-POR-VENCER           PIC 9(007) COMP.
010200 77  WS-CTAS-SIN-POLITICA         PIC 9(007) COMP.
010300 77  WS-SALDO-VENCIDAS            PIC S9(013)V99 COMP-3.
010400 77  WS-SALDO-POR-VENCER          PIC S9(013)V99 COMP-3.
010500 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
010600
010700 01  WS-FECHA-PROCESO             PIC 9(008).
010800 01  WS-FECHA-AVALUO              PIC 9(008).
010900 01  FILLER REDEFINES WS-FECHA-AVALUO.
011000     05 WS-FA-CCYY                PIC 9(004).
011100     05 WS-FA-MM                  PIC 9(002).
011200     05 WS-FA-DD                  PIC 9(002).
011300 01  WS-FECHA-VENCE               PIC 9(008).
011400 01  FILLER REDEFINES WS-FECHA-VENCE.
011500     05 WS-FV-CCYY                PIC 9(004).
011600     05 WS-FV-MM                  PIC 9(002).
011700     05 WS-FV-DD                  PIC 9(002).
011800 01  WS-MES-CORRIDO               PIC S9(005) COMP.
011900 01  WS-ANO-VENCE                 PIC S9(005) COMP.
012000 01  WS-MES-VENCE                 PIC S9(003) COMP.
012100
012200*----------------------------------------------------------------*
012300*  POLITICA DE REVALUO: UNA ENTRADA POR TIPO DE GARANTIA CON SU  *
012400*  VIGENCIA EN MESES (HASTA 30 TIPOS).                           *
012500*----------------------------------------------------------------*
012600 01  WS-TABLA-POLITICA.
012700     05 WS-POLITICA-ENTRADA OCCURS 30 TIMES.
012800         10 WK-GARANTIA-TIPO      PIC X(015).
012900         10 WK-VIGENCIA-MESES     PIC 9(003).
013000
013100 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
013200
013300 01  WS-TITULO-1.
013400     05 FILLER                    PIC X(046)
013500        VALUE 'RMYD1AVV - CONTROL DE REVALUO DE GARANTIAS   '.
013600     05 FILLER                    PIC X(016)
013700        VALUE 'FECHA PROCESO : '.
013800     05 WT-FECHA-PROCESO          PIC 9(008).
013900     05 FILLER                    PIC X(019)
014000        VALUE '   DIAS DE AVISO : '.
014100     05 WT-DIAS-AVISO             PIC ZZ9.
014200     05 FILLER                    PIC X(040)     VALUE SPACES.
014300
014400 01  WS-TITULO-2.
014500     05 FILLER                    PIC X(030)
014600        VALUE 'CUENTA        TIPO GARANTIA'.
014700     05 FILLER                    PIC X(016)
014800        VALUE '   VALOR AVALUO '.
014900     05 FILLER                    PIC X(010)
015000        VALUE 'F. AVALUO'.
015100     05 FILLER                    PIC X(010)
015200        VALUE 'VENCE'.
015300     05 FILLER                    PIC X(008)
015400        VALUE '   DIAS '.
015500     05 FILLER                    PIC X(011)
015600        VALUE 'VALUADOR'.
015700     05 FILLER                    PIC X(016)
015800        VALUE '          SALDO '.
015900     05 FILLER                    PIC X(031)
016000        VALUE 'ESTADO'.
016100
016200 01  WS-DETALLE.
016300     05 WD-CUENTA                 PIC X(013).
016400     05 FILLER                    PIC X(001)     VALUE SPACES.
016500     05 WD-GARANTIA-TIPO          PIC X(015).
016600     05 FILLER                    PIC X(001)     VALUE SPACES.
016700     05 WD-VALOR-AVALUO           PIC ZZZ,ZZZ,ZZ9.99-.
016800     05 FILLER                    PIC X(001)     VALUE SPACES.
016900     05 WD-FECHA-AVALUO           PIC 9(008).
017000     05 FILLER                    PIC X(002)     VALUE SPACES.
017100     05 WD-FECHA-VENCE            PIC 9(008).
017200     05 FILLER                    PIC X(002)     VALUE SPACES.
017300     05 WD-DIAS                   PIC ZZZZ9-.
017400     05 FILLER                    PIC X(002)     VALUE SPACES.
017500     05 WD-VALUADOR               PIC X(010).
017600     05 FILLER                    PIC X(001)     VALUE SPACES.
017700     05 WD-SALDO                  PIC ZZZ,ZZZ,ZZ9.99-.
017800     05 FILLER                    PIC X(001)     VALUE SPACES.
017900     05 WD-ESTADO                 PIC X(010).
018000     05 FILLER                    PIC X(021)     VALUE SPACES.
018100
018200 01  WS-TOTAL-LINEA.
018300     05 WL-ROTULO                 PIC X(030).
018400     05 WL-CANTIDAD               PIC ZZZ,ZZ9.
018500     05 FILLER                    PIC X(003)     VALUE SPACES.
018600     05 WL-SALDO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
018700     05 FILLER                    PIC X(073)     VALUE SPACES.
018800
018900 PROCEDURE DIVISION.
019000
019100 0000-MAINLINE.
019200     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
019300     PERFORM 2000-PROCESAR-CUENTA  THRU 2000-EXIT
019400         UNTIL FIN-CUENTAS.
019500     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
019600     STOP RUN.
019700
019800*----------------------------------------------------------------*
019900*  1000-INICIALIZAR : TOMA LOS DIAS DE AVISO DE AVVPARM, CARGA   *
020000*  LA POLITICA DE REVALUO Y LEE LA PRIMERA CUENTA.               *
020100*----------------------------------------------------------------*
020200 1000-INICIALIZAR.
020300     MOVE 'RMYD1AVV' TO DFH-BTA-PROGRAMA.
020400     MOVE 'I'        TO DFH-BTA-ACCION.
020500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
020600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
020700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
020800     MOVE 'N'  TO WS-SW-FIN-POLITICA WS-SW-FIN-CUENTAS.
020900     MOVE ZERO TO WS-CANT-POLITICAS WS-CTAS-LEIDAS
021000                  WS-CTAS-CON-GARANTIA WS-CTAS-VENCIDAS
021100                  WS-CTAS-POR-VENCER WS-CTAS-SIN-POLITICA
021200                  WS-SALDO-VENCIDAS WS-SALDO-POR-VENCER.
021300     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
021400     COMPUTE WS-ENTERO-PROCESO =
021500         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
021600     OPEN INPUT  PARAM-FILE.
021700     IF PRM-OK
021800         READ PARAM-FILE
021900             AT END
022000                 CONTINUE
022100             NOT AT END
022200                 IF PM-DIAS-AVISO > ZERO
022300                     MOVE PM-DIAS-AVISO TO WS-DIAS-AVISO
022400                 END-IF
022500         END-READ
022600         CLOSE PARAM-FILE
022700     END-IF.
022800     OPEN INPUT  POLITICA-FILE.
022900     OPEN INPUT  CUENTAS-FILE.
023000     OPEN OUTPUT REPORTE-FILE.
023100     MOVE WS-FECHA-PROCESO TO WT-FECHA-PROCESO.
023200     MOVE WS-DIAS-AVISO    TO WT-DIAS-AVISO.
023300     WRITE REPORTE-LINEA FROM WS-TITULO-1.
023400     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
023500     WRITE REPORTE-LINEA FROM WS-TITULO-2.
023600     IF NOT POL-OK
023700         DISPLAY 'RMYD1AVV - ERROR POLITICA-FILE ' WS-POL-STATUS
023800         MOVE 'S' TO WS-SW-FIN-CUENTAS
023900         MOVE 16  TO WS-CODRET-CORRIDA
024000         GO TO 1000-EXIT
024100     END-IF.
024200     PERFORM 1100-CARGAR-POLITICA THRU 1100-EXIT
024300         UNTIL FIN-POLITICA.
024400     IF WS-CANT-POLITICAS = ZERO
024500         DISPLAY 'RMYD1AVV - AVLPOLI VACIO, NO HAY POLITICA'
024600         MOVE 'S' TO WS-SW-FIN-CUENTAS
024700         MOVE 16  TO WS-CODRET-CORRIDA
024800         GO TO 1000-EXIT
024900     END-IF.
025000     IF NOT CTAS-OK
025100         DISPLAY 'RMYD1AVV - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
025200         MOVE 'S' TO WS-SW-FIN-CUENTAS
025300         MOVE 16  TO WS-CODRET-CORRIDA
025400         GO TO 1000-EXIT
025500     END-IF.
025600     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------------*
026100*  1100-CARGAR-POLITICA : UN TIPO DE GARANTIA POR REGISTRO.      *
026200*----------------------------------------------------------------*
026300 1100-CARGAR-POLITICA.
026400     READ POLITICA-FILE
026500         AT END
026600             MOVE 'S' TO WS-SW-FIN-POLITICA
026700             GO TO 1100-EXIT
026800     END-READ.
026900     IF WS-CANT-POLITICAS = 30
027000         DISPLAY 'RMYD1AVV - TABLA DE POLITICA LLENA'
027100         GO TO 1100-EXIT
027200     END-IF.
027300     ADD 1 TO WS-CANT-POLITICAS.
027400     MOVE PO-GARANTIA-TIPO
027500       TO WK-GARANTIA-TIPO  (WS-CANT-POLITICAS).
027600     MOVE PO-VIGENCIA-MESES
027700       TO WK-VIGENCIA-MESES (WS-CANT-POLITICAS).
027800 1100-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------*
028200*  2000-PROCESAR-CUENTA : UBICA LA POLITICA DEL TIPO DE GARANTIA,*
028300*  CALCULA EL VENCIMIENTO DEL AVALUO Y LISTA LA CUENTA SI ESTA   *
028400*  VENCIDO O VENCE DENTRO DEL AVISO.                             *
028500*----------------------------------------------------------------*
028600 2000-PROCESAR-CUENTA.
028700     ADD 1 TO WS-CTAS-LEIDAS.
028800     IF CUENTA-CANCELADA
028900        OR DFH-GARANTIA-TIPO = SPACES
029000         GO TO 2000-SIGUIENTE
029100     END-IF.
029200     ADD 1 TO WS-CTAS-CON-GARANTIA.
029300     MOVE 'N' TO WS-SW-POLITICA.
029400     PERFORM 2100-BUSCAR-POLITICA THRU 2100-EXIT
029500         VARYING WS-SUB-POL FROM 1 BY 1
029600         UNTIL WS-SUB-POL > WS-CANT-POLITICAS
029700            OR POLITICA-ENCONTRADA.
029800     IF NOT POLITICA-ENCONTRADA
029900         ADD 1 TO WS-CTAS-SIN-POLITICA
030000         IF WS-CODRET-CORRIDA < 4
030100             MOVE 4 TO WS-CODRET-CORRIDA
030200         END-IF
030300         GO TO 2000-SIGUIENTE
030400     END-IF.
030500*    EL VARYING AVANZA EL SUBINDICE UNA VEZ MAS AL ENCONTRARLA.
030600     SUBTRACT 1 FROM WS-SUB-POL.
030700     MOVE DFH-NUMERO-CUENTA         TO WD-CUENTA.
030800     MOVE DFH-GARANTIA-TIPO         TO WD-GARANTIA-TIPO.
030900     MOVE DFH-GARANTIA-VALOR-AVALUO TO WD-VALOR-AVALUO.
031000     MOVE DFH-GARANTIA-FECHA-AVALUO TO WD-FECHA-AVALUO.
031100     MOVE DFH-GARANTIA-VALUADOR     TO WD-VALUADOR.
031200     MOVE DFH-SALDO                 TO WD-SALDO.
031300     MOVE DFH-GARANTIA-FECHA-AVALUO TO WS-FECHA-AVALUO.
031400     CALL 'RMYD1VDF' USING WS-FECHA-AVALUO WS-CODRET-VALIDA.
031500     IF NOT FECHA-VALIDA
031600         MOVE ZERO         TO WD-FECHA-VENCE WD-DIAS
031700         MOVE 'SIN AVALUO' TO WD-ESTADO
031800         ADD 1 TO WS-CTAS-VENCIDAS
031900         ADD DFH-SALDO TO WS-SALDO-VENCIDAS
032000         WRITE REPORTE-LINEA FROM WS-DETALLE
032100         GO TO 2000-SIGUIENTE
032200     END-IF.
032300     PERFORM 6000-CALCULAR-VENCE THRU 6000-EXIT.
032400     COMPUTE WS-DIAS-VENCE =
032500         FUNCTION INTEGER-OF-DATE(WS-FECHA-VENCE)
032600       - WS-ENTERO-PROCESO.
032700     IF WS-DIAS-VENCE > WS-DIAS-AVISO
032800         GO TO 2000-SIGUIENTE
032900     END-IF.
033000     MOVE WS-FECHA-VENCE TO WD-FECHA-VENCE.
033100     MOVE WS-DIAS-VENCE  TO WD-DIAS.
033200     IF WS-DIAS-VENCE < ZERO
033300         MOVE 'VENCIDO' TO WD-ESTADO
033400         ADD 1 TO WS-CTAS-VENCIDAS
033500         ADD DFH-SALDO TO WS-SALDO-VENCIDAS
033600     ELSE
033700         MOVE 'POR VENCER' TO WD-ESTADO
033800         ADD 1 TO WS-CTAS-POR-VENCER
033900         ADD DFH-SALDO TO WS-SALDO-POR-VENCER
034000     END-IF.
034100     WRITE REPORTE-LINEA FROM WS-DETALLE.
034200 2000-SIGUIENTE.
034300     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------*
034800*  2100-BUSCAR-POLITICA                                          *
034900*----------------------------------------------------------------*
035000 2100-BUSCAR-POLITICA.
035100     IF WK-GARANTIA-TIPO (WS-SUB-POL) = DFH-GARANTIA-TIPO
035200         MOVE 'S' TO WS-SW-POLITICA
035300     END-IF.
035400 2100-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------*
035800*  6000-CALCULAR-VENCE : FECHA DE AVALUO MAS LA VIGENCIA EN      *
035900*  MESES; SI EL DIA NO EXISTE EN EL MES DE VENCIMIENTO SE BAJA   *
036000*  AL ULTIMO DIA DEL MES (COMO EN RMYD1GEN).                     *
036100*----------------------------------------------------------------*
036200 6000-CALCULAR-VENCE.
036300     COMPUTE WS-MES-CORRIDO =
036400         WS-FA-CCYY * 12 + WS-FA-MM - 1
036500       + WK-VIGENCIA-MESES (WS-SUB-POL).
036600     COMPUTE WS-ANO-VENCE = WS-MES-CORRIDO / 12.
036700     COMPUTE WS-MES-VENCE =
036800         WS-MES-CORRIDO - WS-ANO-VENCE * 12 + 1.
036900     IF WS-MES-VENCE > 12
037000         ADD 1 TO WS-ANO-VENCE
037100         SUBTRACT 12 FROM WS-MES-VENCE
037200     END-IF.
037300     MOVE WS-ANO-VENCE TO WS-FV-CCYY.
037400     MOVE WS-MES-VENCE TO WS-FV-MM.
037500     MOVE WS-FA-DD     TO WS-FV-DD.
037600     CALL 'RMYD1VDF' USING WS-FECHA-VENCE WS-CODRET-VALIDA.
037700     PERFORM 6100-AJUSTAR-DIA THRU 6100-EXIT
037800         UNTIL FECHA-VALIDA
037900         OR WS-FV-DD NOT > 28.
038000 6000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------*
038400*  6100-AJUSTAR-DIA : BAJA EL DIA EN UNO Y RE-VALIDA.            *
038500*----------------------------------------------------------------*
038600 6100-AJUSTAR-DIA.
038700     IF DIA-FUERA-DE-RANGO
038800         SUBTRACT 1 FROM WS-FV-DD
038900         CALL 'RMYD1VDF' USING WS-FECHA-VENCE WS-CODRET-VALIDA
039000     END-IF.
039100 6100-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------*
039500*  3000-FINALIZAR : TOTALES DEL REPORTE, CIERRE Y BITACORA DE LA *
039600*  CORRIDA.                                                      *
039700*----------------------------------------------------------------*
039800 3000-FINALIZAR.
039900     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
040000     MOVE 'AVALUOS VENCIDOS/SIN AVALUO :' TO WL-ROTULO.
040100     MOVE WS-CTAS-VENCIDAS     TO WL-CANTIDAD.
040200     MOVE WS-SALDO-VENCIDAS    TO WL-SALDO.
040300     WRITE REPORTE-LINEA FROM WS-TOTAL-LINEA.
040400     MOVE 'AVALUOS POR VENCER          :' TO WL-ROTULO.
040500     MOVE WS-CTAS-POR-VENCER   TO WL-CANTIDAD.
040600     MOVE WS-SALDO-POR-VENCER  TO WL-SALDO.
040700     WRITE REPORTE-LINEA FROM WS-TOTAL-LINEA.
040800     MOVE 'GARANTIAS SIN POLITICA      :' TO WL-ROTULO.
040900     MOVE WS-CTAS-SIN-POLITICA TO WL-CANTIDAD.
041000     MOVE ZERO                 TO WL-SALDO.
041100     WRITE REPORTE-LINEA FROM WS-TOTAL-LINEA.
041200     DISPLAY 'RMYD1AVV - CUENTAS LEIDAS     : ' WS-CTAS-LEIDAS.
041300     DISPLAY 'RMYD1AVV - CON GARANTIA       : '
041400             WS-CTAS-CON-GARANTIA.
041500     DISPLAY 'RMYD1AVV - VENCIDAS           : ' WS-CTAS-VENCIDAS.
041600     DISPLAY 'RMYD1AVV - POR VENCER         : '
041700             WS-CTAS-POR-VENCER.
041800     DISPLAY 'RMYD1AVV - SIN POLITICA       : '
041900             WS-CTAS-SIN-POLITICA.
042000     CLOSE POLITICA-FILE CUENTAS-FILE REPORTE-FILE.
042100     MOVE 'RMYD1AVV' TO DFH-BTA-PROGRAMA.
042200     MOVE 'F'        TO DFH-BTA-ACCION.
042300     MOVE WS-CTAS-LEIDAS TO DFH-BTA-LEIDOS.
042400     COMPUTE DFH-BTA-ESCRITOS =
042500         WS-CTAS-VENCIDAS + WS-CTAS-POR-VENCER.
042600     MOVE WS-CTAS-SIN-POLITICA TO DFH-BTA-RECHAZADOS.
042700     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
042800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
042900*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
043000*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
043100     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
043200 3000-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------*
043600*  8000-LEER-CUENTA                                              *
043700*----------------------------------------------------------------*
043800 8000-LEER-CUENTA.
043900     READ CUENTAS-FILE NEXT RECORD
044000         AT END
044100             MOVE 'S' TO WS-SW-FIN-CUENTAS
044200     END-READ.
044300 8000-EXIT.
044400     EXIT.
