000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1AUD.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : HISTORIAL CRONOLOGICO POR CUENTA PARA AUDITORIA Y    *
000900*           PROCESOS JUDICIALES, A SOLICITUD. AUDSOL TRAE LAS    *
001000*           CUENTAS PEDIDAS, CADA UNA CON SU RANGO DE FECHAS     *
001100*           (DESDE EN CERO = SIN LIMITE INICIAL, HASTA EN CERO = *
001200*           HASTA HOY). UNE EN UNA SOLA LINEA DE TIEMPO POR      *
001300*           CUENTA: CAMBIOS AL MAESTRO (CTABITA - RMYD1CTB, DE   *
001400*           RMYD1CTM, CDM, TIM, POM Y DEMAS MANTENIMIENTOS),     *
001500*           CAMBIOS DE SITUACION JURIDICA (SITJHST - RMYD1SJH),  *
001600*           AVANCES DE ETAPA DE SUS EXPEDIENTES (EXPHIST -       *
001700*           RMYD1EXH, UBICADOS POR CUENTA EN EXPMTR - RMYD1EXJ), *
001800*           REESTRUCTURAS (RSTHIST - RMYD1RSH), IMPUTACIONES Y   *
001900*           REVERSAS DE PAGOS (IMPHIST - RMYD1IMH, CON EL CANAL  *
002000*           COMO RESPONSABLE), CONDONACIONES DE CARGOS DE MORA   *
002100*           (MORACRG - RMYD1MCG) Y EL DESCARGO POR INCOBRABLE    *
002200*           VIGENTE EN EL MAESTRO (DFH-DESC-INCOBRABLE EN        *
002300*           CTASMTR - RMYD1CLG). LOS EVENTOS SE ORDENAN EN LA    *
002400*           TABLA POR CUENTA Y FECHA; LOS DE UNA MISMA FECHA     *
002500*           QUEDAN EN EL ORDEN DE LECTURA DE LOS ARCHIVOS. UN    *
002600*           HISTORIAL QUE NO EXISTE SE OMITE CON AVISO. EMITE EL *
002700*           REPORTE RPTAUD Y EL ARCHIVO DE FORMATO FIJO AUDTRL   *
002800*           (RMYD1AUT, CON CABECERA CAB Y CIERRE CIE) PARA       *
002900*           ADJUNTAR AL EXPEDIENTE.                              *
003000*----------------------------------------------------------------*
003100*  HISTORIAL DE MODIFICACIONES                                   *
003200*  FECHA       INIC  DESCRIPCION                                 *
003300*  15/10/2026  DS    VERSION INICIAL.                            *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-390.
003800 OBJECT-COMPUTER.  IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SOLICITUD-FILE ASSIGN TO AUDSOL
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS   IS WS-SOL-STATUS.
004400
004500     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE   IS RANDOM
004800            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004900            FILE STATUS   IS WS-CTAS-STATUS.
005000
005100     SELECT BITACORA-FILE  ASSIGN TO CTABITA
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS   IS WS-FTE-STATUS.
005400
005500     SELECT SITJURID-FILE  ASSIGN TO SITJHST
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS   IS WS-FTE-STATUS.
005800
005900     SELECT EXPEDIEN-FILE  ASSIGN TO EXPMTR
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE   IS SEQUENTIAL
006200            RECORD KEY    IS DFH-EXP-EXPEDIENTE
006300            FILE STATUS   IS WS-FTE-STATUS.
006400
006500     SELECT ETAPAS-FILE    ASSIGN TO EXPHIST
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS   IS WS-FTE-STATUS.
006800
006900     SELECT REESTRUC-FILE  ASSIGN TO RSTHIST
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS   IS WS-FTE-STATUS.
007200
007300     SELECT IMPUTAC-FILE   ASSIGN TO IMPHIST
007400            ORGANIZATION IS LINE SEQUENTIAL
007500            FILE STATUS   IS WS-FTE-STATUS.
007600
007700     SELECT CARGOS-FILE    ASSIGN TO MORACRG
007800            ORGANIZATION IS LINE SEQUENTIAL
007900            FILE STATUS   IS WS-FTE-STATUS.
008000
008100     SELECT TRAZA-FILE     ASSIGN TO AUDTRL
008200            ORGANIZATION IS LINE SEQUENTIAL
008300            FILE STATUS   IS WS-TRZ-STATUS.
008400
008500     SELECT REPORTE-FILE   ASSIGN TO RPTAUD
008600            ORGANIZATION IS LINE SEQUENTIAL
008700            FILE STATUS   IS WS-RPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  SOLICITUD-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  REG-SOLICITUD-AUD.
009500     05 SL-NUMERO-CUENTA          PIC X(013).
009600     05 SL-FECHA-DESDE            PIC 9(008).
009700     05 SL-FECHA-HASTA            PIC 9(008).
009800
009900 FD  CUENTAS-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY RMYD1CLG.
010300
010400 FD  BITACORA-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY RMYD1CTB.
010800
010900 FD  SITJURID-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY RMYD1SJH REPLACING DFH-NUMERO-CUENTA
011300                          BY DFH-SITJUR-NUMERO-CUENTA.
011400
011500 FD  EXPEDIEN-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY RMYD1EXJ.
011900
012000 FD  ETAPAS-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY RMYD1EXH.
012400
012500 FD  REESTRUC-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY RMYD1RSH.
012900
013000 FD  IMPUTAC-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY RMYD1IMH.
013400
013500 FD  CARGOS-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY RMYD1MCG.
013900
014000 FD  TRAZA-FILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300     COPY RMYD1AUT.
014400
014500 FD  REPORTE-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800 01  REPORTE-LINEA                PIC X(132).
014900
015000 WORKING-STORAGE SECTION.
015100 COPY RMYD1BTA.
015200 77  WS-SOL-STATUS                PIC X(02).
015300     88 SOL-OK                       VALUE '00'.
015400 77  WS-CTAS-STATUS               PIC X(02).
015500     88 CTAS-OK                      VALUE '00'.
015600 77  WS-FTE-STATUS                PIC X(02).
015700     88 FTE-OK                       VALUE '00'.
015800 77  WS-TRZ-STATUS                PIC X(02).
015900 77  WS-RPT-STATUS                PIC X(02).
016000 77  WS-SW-FIN-SOLICITUD          PIC X(01).
016100     88 FIN-SOLICITUD                VALUE 'S'.
016200 77  WS-SW-FIN-FUENTE             PIC X(01).
016300     88 FIN-FUENTE                   VALUE 'S'.
016400 77  WS-SW-FUENTE-ABIERTA         PIC X(01).
016500     88 FUENTE-ABIERTA               VALUE 'S'.
016600 77  WS-SW-HALLADO                PIC X(01).
016700     88 ENTRADA-HALLADA              VALUE 'S'.
016800 77  WS-SW-LUGAR                  PIC X(01).
016900     88 LUGAR-HALLADO                VALUE 'S'.
017000 77  WS-FECHA-PROCESO             PIC 9(008).
017100 77  WS-NOMBRE-FUENTE             PIC X(008).
017200 77  WS-CUENTA-BUSCADA            PIC X(013).
017300 77  WS-CANT-CUENTAS              PIC 9(005) COMP VALUE ZERO.
017400 77  WS-SUB-CTA                   PIC 9(005) COMP.
017500 77  WS-CANT-EXPEDIENTES          PIC 9(005) COMP VALUE ZERO.
017600 77  WS-SUB-EXP                   PIC 9(005) COMP.
017700 77  WS-CANT-EVENTOS              PIC 9(005) COMP VALUE ZERO.
017800 77  WS-SUB-EVT                   PIC 9(005) COMP.
017900 77  WS-BIN-INFERIOR              PIC 9(005) COMP.
018000 77  WS-BIN-SUPERIOR              PIC 9(005) COMP.
018100 77  WS-BIN-MEDIO                 PIC 9(005) COMP.
018200 77  WS-SOL-LEIDAS                PIC 9(007) COMP.
018300 77  WS-SOL-RECHAZADAS            PIC 9(007) COMP.
018400 77  WS-FTE-LEIDOS                PIC 9(007) COMP.
018500 77  WS-EVENTOS-EXCEDIDOS         PIC 9(007) COMP.
018600 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
018700
018800*----------------------------------------------------------------*
018900*  CUENTAS SOLICITADAS EN ORDEN DE CUENTA (BUSQUEDA BINARIA) CON *
019000*  SU RANGO DE FECHAS.                                           *
019100*----------------------------------------------------------------*
019200 01  WS-TABLA-CUENTAS.
019300     05 WS-CUENTA-ENTRADA OCCURS 500 TIMES.
019400         10 WA-CUENTA             PIC X(013).
019500         10 WA-FECHA-DESDE        PIC 9(008).
019600         10 WA-FECHA-HASTA        PIC 9(008).
019700         10 WA-CANT-EVENTOS       PIC 9(005) COMP.
019800         10 WA-EXISTE             PIC X(001).
019900 01  WS-CUENTA-NUEVA.
020000     05 WN-CUENTA                 PIC X(013).
020100     05 WN-FECHA-DESDE            PIC 9(008).
020200     05 WN-FECHA-HASTA            PIC 9(008).
020300     05 WN-CANT-EVENTOS           PIC 9(005) COMP.
020400     05 WN-EXISTE                 PIC X(001).
020500
020600*----------------------------------------------------------------*
020700*  EXPEDIENTES JUDICIALES DE LAS CUENTAS SOLICITADAS.            *
020800*----------------------------------------------------------------*
020900 01  WS-TABLA-EXPEDIENTES.
021000     05 WS-EXPEDIENTE-ENTRADA OCCURS 500 TIMES.
021100         10 WX-EXPEDIENTE         PIC X(020).
021200         10 WX-CUENTA             PIC X(013).
021300
021400*----------------------------------------------------------------*
021500*  EVENTOS EN ORDEN DE CUENTA Y FECHA. CADA EVENTO NUEVO SE      *
021600*  INSERTA DESPUES DE LOS DE IGUAL LLAVE.                        *
021700*----------------------------------------------------------------*
021800 01  WS-TABLA-EVENTOS.
021900     05 WS-EVENTO-ENTRADA OCCURS 5000 TIMES.
022000         10 WV-LLAVE.
022100             15 WV-CUENTA         PIC X(013).
022200             15 WV-FECHA          PIC 9(008).
022300         10 WV-EVENTO             PIC X(025).
022400         10 WV-ANTERIOR           PIC X(030).
022500         10 WV-NUEVO              PIC X(030).
022600         10 WV-RESPONSABLE        PIC X(010).
022700         10 WV-FUENTE             PIC X(008).
022800 01  WS-EVENTO-NUEVO.
022900     05 WE-LLAVE.
023000         10 WE-CUENTA             PIC X(013).
023100         10 WE-FECHA              PIC 9(008).
023200     05 WE-EVENTO                 PIC X(025).
023300     05 WE-ANTERIOR               PIC X(030).
023400     05 WE-NUEVO                  PIC X(030).
023500     05 WE-RESPONSABLE            PIC X(010).
023600     05 WE-FUENTE                 PIC X(008).
023700
023800*----------------------------------------------------------------*
023900*  ARMADO DE VALORES DEL EVENTO.                                 *
024000*----------------------------------------------------------------*
024100 01  WS-VALOR-IMPORTE.
024200     05 WI-IMPORTE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
024300     05 FILLER                    PIC X(012)     VALUE SPACES.
024400 01  WS-VALOR-REESTRUCTURA.
024500     05 FILLER                    PIC X(006)     VALUE 'PLAZO '.
024600     05 WR-PLAZO                  PIC 999.
024700     05 FILLER                    PIC X(007)     VALUE ' CUOTA '.
024800     05 WR-CUOTA                  PIC ZZZ,ZZZ,ZZ9.99.
024900 01  WS-EVENTO-EXPEDIENTE.
025000     05 FILLER                    PIC X(005)     VALUE 'EXP. '.
025100     05 WX-EVT-EXPEDIENTE         PIC X(020).
025200 01  WS-EVENTO-IMPUTACION.
025300     05 WM-MOVIMIENTO             PIC X(011).
025400     05 WM-CONCEPTO               PIC X(010).
025500     05 FILLER                    PIC X(004)     VALUE SPACES.
025600 01  WS-EVENTO-CONDONACION.
025700     05 FILLER                    PIC X(022)
025800        VALUE 'CONDONA MORA CUOTA '.
025900     05 WC-SECUENCIA              PIC 999.
026000
026100 01  WS-TITULO-RPT.
026200     05 FILLER                    PIC X(040)
026300        VALUE 'HISTORIAL CRONOLOGICO DE CUENTAS - FECHA'.
026400     05 FILLER                    PIC X(001)     VALUE SPACES.
026500     05 WT-FECHA                  PIC 9(008).
026600     05 FILLER                    PIC X(083)     VALUE SPACES.
026700
026800 01  WS-CUENTA-RPT.
026900     05 FILLER                    PIC X(007)     VALUE 'CUENTA '.
027000     05 WH-CUENTA                 PIC X(013).
027100     05 FILLER                    PIC X(007)     VALUE '  DESDE'.
027200     05 FILLER                    PIC X(001)     VALUE SPACES.
027300     05 WH-FECHA-DESDE            PIC 9(008).
027400     05 FILLER                    PIC X(007)     VALUE '  HASTA'.
027500     05 FILLER                    PIC X(001)     VALUE SPACES.
027600     05 WH-FECHA-HASTA            PIC 9(008).
027700     05 FILLER                    PIC X(002)     VALUE SPACES.
027800     05 WH-OBSERVACION            PIC X(078).
027900
028000 01  WS-ENCABEZADO-RPT.
028100     05 FILLER                    PIC X(009)     VALUE 'FECHA'.
028200     05 FILLER                    PIC X(026)     VALUE 'EVENTO'.
028300     05 FILLER                    PIC X(031)
028400        VALUE 'VALOR ANTERIOR'.
028500     05 FILLER                    PIC X(031)
028600        VALUE 'VALOR NUEVO'.
028700     05 FILLER                    PIC X(011)
028800        VALUE 'RESPONSABLE'.
028900     05 FILLER                    PIC X(024)     VALUE 'ORIGEN'.
029000
029100 01  WS-DETALLE-RPT.
029200     05 WD-FECHA                  PIC 9(008).
029300     05 FILLER                    PIC X(001)     VALUE SPACES.
029400     05 WD-EVENTO                 PIC X(025).
029500     05 FILLER                    PIC X(001)     VALUE SPACES.
029600     05 WD-ANTERIOR               PIC X(030).
029700     05 FILLER                    PIC X(001)     VALUE SPACES.
029800     05 WD-NUEVO                  PIC X(030).
029900     05 FILLER                    PIC X(001)     VALUE SPACES.
030000     05 WD-RESPONSABLE            PIC X(010).
030100     05 FILLER                    PIC X(001)     VALUE SPACES.
030200     05 WD-FUENTE                 PIC X(008).
030300     05 FILLER                    PIC X(016)     VALUE SPACES.
030400
030500 01  WS-TOTAL-RPT.
030600     05 WZ-ETIQUETA               PIC X(040).
030700     05 WZ-CANTIDAD               PIC Z,ZZZ,ZZ9.
030800     05 FILLER                    PIC X(083)     VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100
031200 0000-MAINLINE.
031300     PERFORM 1000-INICIALIZAR         THRU 1000-EXIT.
031400     IF WS-CANT-CUENTAS > ZERO
031500         PERFORM 2000-LEER-FUENTES    THRU 2000-EXIT
031600         PERFORM 4000-EMITIR-CUENTA   THRU 4000-EXIT
031700             VARYING WS-SUB-CTA FROM 1 BY 1
031800             UNTIL WS-SUB-CTA > WS-CANT-CUENTAS
031900     END-IF.
032000     PERFORM 3000-FINALIZAR           THRU 3000-EXIT.
032100     STOP RUN.
032200
032300*----------------------------------------------------------------*
032400*  1000-INICIALIZAR : CARGA LAS CUENTAS SOLICITADAS Y ABRE LAS   *
032500*  SALIDAS.                                                      *
032600*----------------------------------------------------------------*
032700 1000-INICIALIZAR.
032800     MOVE 'RMYD1AUD' TO DFH-BTA-PROGRAMA.
032900     MOVE 'I'        TO DFH-BTA-ACCION.
033000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
033100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
033200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
033300     MOVE 'N'  TO WS-SW-FIN-SOLICITUD.
033400     MOVE ZERO TO WS-SOL-LEIDAS WS-SOL-RECHAZADAS WS-FTE-LEIDOS
033500                  WS-EVENTOS-EXCEDIDOS.
033600     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
033700     OPEN OUTPUT REPORTE-FILE.
033800     OPEN OUTPUT TRAZA-FILE.
033900     MOVE WS-FECHA-PROCESO TO WT-FECHA.
034000     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
034100     OPEN INPUT SOLICITUD-FILE.
034200     IF NOT SOL-OK
034300         DISPLAY 'RMYD1AUD - ERROR SOLICITUD-FILE ' WS-SOL-STATUS
034400         MOVE 16 TO WS-CODRET-CORRIDA
034500         GO TO 1000-EXIT
034600     END-IF.
034700     PERFORM 8000-LEER-SOLICITUD THRU 8000-EXIT.
034800     PERFORM 1100-CARGAR-SOLICITUD THRU 1100-EXIT
034900         UNTIL FIN-SOLICITUD.
035000     CLOSE SOLICITUD-FILE.
035100     IF WS-CANT-CUENTAS = ZERO
035200         DISPLAY 'RMYD1AUD - SOLICITUD SIN CUENTAS VALIDAS'
035300         MOVE 16 TO WS-CODRET-CORRIDA
035400     END-IF.
035500 1000-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------------*
035900*  1100-CARGAR-SOLICITUD : CADA CUENTA PEDIDA ENTRA A LA TABLA   *
036000*  EN SU LUGAR; UNA CUENTA REPETIDA O MAL INFORMADA SE AVISA.    *
036100*----------------------------------------------------------------*
036200 1100-CARGAR-SOLICITUD.
036300     IF SL-NUMERO-CUENTA = SPACES
036400        OR SL-FECHA-DESDE NOT NUMERIC
036500        OR SL-FECHA-HASTA NOT NUMERIC
036600         DISPLAY 'RMYD1AUD - SOLICITUD MAL INFORMADA: '
036700                 REG-SOLICITUD-AUD
036800         GO TO 1100-RECHAZAR
036900     END-IF.
037000     MOVE SL-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
037100     PERFORM 5200-BUSCAR-CUENTA THRU 5200-EXIT.
037200     IF ENTRADA-HALLADA
037300         DISPLAY 'RMYD1AUD - CUENTA REPETIDA EN LA SOLICITUD: '
037400                 SL-NUMERO-CUENTA
037500         GO TO 1100-RECHAZAR
037600     END-IF.
037700     IF WS-CANT-CUENTAS = 500
037800         DISPLAY 'RMYD1AUD - TABLA DE CUENTAS LLENA, CUENTA '
037900                 SL-NUMERO-CUENTA ' NO SE PROCESA'
038000         GO TO 1100-RECHAZAR
038100     END-IF.
038200     MOVE SL-NUMERO-CUENTA TO WN-CUENTA.
038300     MOVE SL-FECHA-DESDE   TO WN-FECHA-DESDE.
038400     MOVE SL-FECHA-HASTA   TO WN-FECHA-HASTA.
038500     IF WN-FECHA-HASTA = ZERO
038600         MOVE WS-FECHA-PROCESO TO WN-FECHA-HASTA
038700     END-IF.
038800     MOVE ZERO             TO WN-CANT-EVENTOS.
038900     MOVE 'S'              TO WN-EXISTE.
039000     MOVE 'N'              TO WS-SW-LUGAR.
039100     MOVE WS-CANT-CUENTAS  TO WS-SUB-CTA.
039200     PERFORM 1110-DESPLAZAR-CUENTA THRU 1110-EXIT
039300         UNTIL LUGAR-HALLADO
039400         OR WS-SUB-CTA = ZERO.
039500     MOVE WS-CUENTA-NUEVA  TO WS-CUENTA-ENTRADA (WS-SUB-CTA + 1).
039600     ADD 1 TO WS-CANT-CUENTAS.
039700     GO TO 1100-SIGUIENTE.
039800 1100-RECHAZAR.
039900     ADD 1 TO WS-SOL-RECHAZADAS.
040000     IF WS-CODRET-CORRIDA < 4
040100         MOVE 4 TO WS-CODRET-CORRIDA
040200     END-IF.
040300 1100-SIGUIENTE.
040400     PERFORM 8000-LEER-SOLICITUD THRU 8000-EXIT.
040500 1100-EXIT.
040600     EXIT.
040700
040800 1110-DESPLAZAR-CUENTA.
040900     IF WA-CUENTA (WS-SUB-CTA) < WN-CUENTA
041000         MOVE 'S' TO WS-SW-LUGAR
041100         GO TO 1110-EXIT
041200     END-IF.
041300     MOVE WS-CUENTA-ENTRADA (WS-SUB-CTA)
041400       TO WS-CUENTA-ENTRADA (WS-SUB-CTA + 1).
041500     SUBTRACT 1 FROM WS-SUB-CTA.
041600 1110-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000*  2000-LEER-FUENTES : RECORRE CADA HISTORIAL Y EL MAESTRO DE    *
042100*  CUENTAS Y REGISTRA LOS EVENTOS DE LAS CUENTAS PEDIDAS.        *
042200*----------------------------------------------------------------*
042300 2000-LEER-FUENTES.
042400     MOVE 'CTABITA' TO WS-NOMBRE-FUENTE.
042500     OPEN INPUT BITACORA-FILE.
042600     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
042700     IF FUENTE-ABIERTA
042800         PERFORM 8100-LEER-BITACORA THRU 8100-EXIT
042900         PERFORM 2100-EVENTO-BITACORA THRU 2100-EXIT
043000             UNTIL FIN-FUENTE
043100         CLOSE BITACORA-FILE
043200     END-IF.
043300     MOVE 'SITJHST' TO WS-NOMBRE-FUENTE.
043400     OPEN INPUT SITJURID-FILE.
043500     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
043600     IF FUENTE-ABIERTA
043700         PERFORM 8200-LEER-SITJURIDICA THRU 8200-EXIT
043800         PERFORM 2200-EVENTO-SITJURIDICA THRU 2200-EXIT
043900             UNTIL FIN-FUENTE
044000         CLOSE SITJURID-FILE
044100     END-IF.
044200     MOVE 'EXPMTR' TO WS-NOMBRE-FUENTE.
044300     OPEN INPUT EXPEDIEN-FILE.
044400     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
044500     IF FUENTE-ABIERTA
044600         PERFORM 8300-LEER-EXPEDIENTE THRU 8300-EXIT
044700         PERFORM 2300-CARGAR-EXPEDIENTE THRU 2300-EXIT
044800             UNTIL FIN-FUENTE
044900         CLOSE EXPEDIEN-FILE
045000     END-IF.
045100     MOVE 'EXPHIST' TO WS-NOMBRE-FUENTE.
045200     IF WS-CANT-EXPEDIENTES > ZERO
045300         OPEN INPUT ETAPAS-FILE
045400         PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT
045500         IF FUENTE-ABIERTA
045600             PERFORM 8400-LEER-ETAPA THRU 8400-EXIT
045700             PERFORM 2400-EVENTO-ETAPA THRU 2400-EXIT
045800                 UNTIL FIN-FUENTE
045900             CLOSE ETAPAS-FILE
046000         END-IF
046100     END-IF.
046200     MOVE 'RSTHIST' TO WS-NOMBRE-FUENTE.
046300     OPEN INPUT REESTRUC-FILE.
046400     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
046500     IF FUENTE-ABIERTA
046600         PERFORM 8500-LEER-REESTRUCTURA THRU 8500-EXIT
046700         PERFORM 2500-EVENTO-REESTRUCTURA THRU 2500-EXIT
046800             UNTIL FIN-FUENTE
046900         CLOSE REESTRUC-FILE
047000     END-IF.
047100     MOVE 'IMPHIST' TO WS-NOMBRE-FUENTE.
047200     OPEN INPUT IMPUTAC-FILE.
047300     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
047400     IF FUENTE-ABIERTA
047500         PERFORM 8600-LEER-IMPUTACION THRU 8600-EXIT
047600         PERFORM 2600-EVENTO-IMPUTACION THRU 2600-EXIT
047700             UNTIL FIN-FUENTE
047800         CLOSE IMPUTAC-FILE
047900     END-IF.
048000     MOVE 'MORACRG' TO WS-NOMBRE-FUENTE.
048100     OPEN INPUT CARGOS-FILE.
048200     PERFORM 2900-VERIFICAR-APERTURA THRU 2900-EXIT.
048300     IF FUENTE-ABIERTA
048400         PERFORM 8700-LEER-CARGO THRU 8700-EXIT
048500         PERFORM 2700-EVENTO-CONDONACION THRU 2700-EXIT
048600             UNTIL FIN-FUENTE
048700         CLOSE CARGOS-FILE
048800     END-IF.
048900     OPEN INPUT CUENTAS-FILE.
049000     IF NOT CTAS-OK
049100         DISPLAY 'RMYD1AUD - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
049200         MOVE 16 TO WS-CODRET-CORRIDA
049300         GO TO 2000-EXIT
049400     END-IF.
049500     PERFORM 2800-EVENTO-DESCARGO THRU 2800-EXIT
049600         VARYING WS-SUB-CTA FROM 1 BY 1
049700         UNTIL WS-SUB-CTA > WS-CANT-CUENTAS.
049800     CLOSE CUENTAS-FILE.
049900 2000-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------------*
050300*  2100-EVENTO-BITACORA : CAMBIO DE UN CAMPO DEL MAESTRO.        *
050400*----------------------------------------------------------------*
050500 2100-EVENTO-BITACORA.
050600     MOVE DFH-BIT-NUMERO-CUENTA  TO WE-CUENTA.
050700     MOVE DFH-BIT-FECHA          TO WE-FECHA.
050800     MOVE DFH-BIT-CAMPO          TO WE-EVENTO.
050900     MOVE DFH-BIT-VALOR-ANTERIOR TO WE-ANTERIOR.
051000     MOVE DFH-BIT-VALOR-NUEVO    TO WE-NUEVO.
051100     MOVE DFH-BIT-RESPONSABLE    TO WE-RESPONSABLE.
051200     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
051300     PERFORM 8100-LEER-BITACORA THRU 8100-EXIT.
051400 2100-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------*
051800*  2200-EVENTO-SITJURIDICA : CAMBIO DE SITUACION JURIDICA.       *
051900*----------------------------------------------------------------*
052000 2200-EVENTO-SITJURIDICA.
052100     MOVE DFH-SITJUR-NUMERO-CUENTA   TO WE-CUENTA.
052200     MOVE DFH-SITJUR-FECHA-EFECTO    TO WE-FECHA.
052300     MOVE 'SITUACION JURIDICA'       TO WE-EVENTO.
052400     MOVE DFH-SITJUR-SITUAC-ANTERIOR TO WE-ANTERIOR.
052500     MOVE DFH-SITJUR-SITUAC-NUEVA    TO WE-NUEVO.
052600     MOVE DFH-SITJUR-RESPONSABLE     TO WE-RESPONSABLE.
052700     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
052800     PERFORM 8200-LEER-SITJURIDICA THRU 8200-EXIT.
052900 2200-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------*
053300*  2300-CARGAR-EXPEDIENTE : EXPEDIENTES DE LAS CUENTAS PEDIDAS,  *
053400*  PARA UBICAR POR CUENTA LOS AVANCES DE ETAPA DE EXPHIST.       *
053500*----------------------------------------------------------------*
053600 2300-CARGAR-EXPEDIENTE.
053700     MOVE DFH-EXP-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
053800     PERFORM 5200-BUSCAR-CUENTA THRU 5200-EXIT.
053900     IF NOT ENTRADA-HALLADA
054000         GO TO 2300-SIGUIENTE
054100     END-IF.
054200     IF WS-CANT-EXPEDIENTES = 500
054300         DISPLAY 'RMYD1AUD - TABLA DE EXPEDIENTES LLENA, '
054400                 'EXPEDIENTE ' DFH-EXP-EXPEDIENTE ' NO SE INCLUYE'
054500         IF WS-CODRET-CORRIDA < 4
054600             MOVE 4 TO WS-CODRET-CORRIDA
054700         END-IF
054800         GO TO 2300-SIGUIENTE
054900     END-IF.
055000     ADD 1 TO WS-CANT-EXPEDIENTES.
055100     MOVE DFH-EXP-EXPEDIENTE
055200       TO WX-EXPEDIENTE (WS-CANT-EXPEDIENTES).
055300     MOVE DFH-EXP-NUMERO-CUENTA
055400       TO WX-CUENTA (WS-CANT-EXPEDIENTES).
055500 2300-SIGUIENTE.
055600     PERFORM 8300-LEER-EXPEDIENTE THRU 8300-EXIT.
055700 2300-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------*
056100*  2400-EVENTO-ETAPA : AVANCE DE ETAPA DE UN EXPEDIENTE DE UNA   *
056200*  CUENTA PEDIDA.                                                *
056300*----------------------------------------------------------------*
056400 2400-EVENTO-ETAPA.
056500     MOVE 'N' TO WS-SW-HALLADO.
056600     MOVE 1   TO WS-SUB-EXP.
056700     PERFORM 5300-BUSCAR-EXPEDIENTE THRU 5300-EXIT
056800         UNTIL ENTRADA-HALLADA
056900         OR WS-SUB-EXP > WS-CANT-EXPEDIENTES.
057000     IF ENTRADA-HALLADA
057100         MOVE WX-CUENTA (WS-SUB-EXP) TO WE-CUENTA
057200         MOVE DFH-EXH-FECHA          TO WE-FECHA
057300         MOVE DFH-EXH-EXPEDIENTE     TO WX-EVT-EXPEDIENTE
057400         MOVE WS-EVENTO-EXPEDIENTE   TO WE-EVENTO
057500         MOVE DFH-EXH-ETAPA-ANTERIOR TO WE-ANTERIOR
057600         MOVE DFH-EXH-ETAPA-NUEVA    TO WE-NUEVO
057700         MOVE DFH-EXH-RESPONSABLE    TO WE-RESPONSABLE
057800         PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT
057900     END-IF.
058000     PERFORM 8400-LEER-ETAPA THRU 8400-EXIT.
058100 2400-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------*
058500*  2500-EVENTO-REESTRUCTURA : CONDICIONES ANTES Y DESPUES.       *
058600*----------------------------------------------------------------*
058700 2500-EVENTO-REESTRUCTURA.
058800     MOVE DFH-RST-NUMERO-CUENTA  TO WE-CUENTA.
058900     MOVE DFH-RST-FECHA-EFECTO   TO WE-FECHA.
059000     MOVE 'REESTRUCTURA'         TO WE-EVENTO.
059100     MOVE DFH-RST-PLAZO-ANTERIOR TO WR-PLAZO.
059200     MOVE DFH-RST-CUOTA-ANTERIOR TO WR-CUOTA.
059300     MOVE WS-VALOR-REESTRUCTURA  TO WE-ANTERIOR.
059400     MOVE DFH-RST-PLAZO-NUEVO    TO WR-PLAZO.
059500     MOVE DFH-RST-CUOTA-NUEVA    TO WR-CUOTA.
059600     MOVE WS-VALOR-REESTRUCTURA  TO WE-NUEVO.
059700     MOVE DFH-RST-RESPONSABLE    TO WE-RESPONSABLE.
059800     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
059900     PERFORM 8500-LEER-REESTRUCTURA THRU 8500-EXIT.
060000 2500-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------*
060400*  2600-EVENTO-IMPUTACION : IMPUTACION O REVERSA POR CONCEPTO;   *
060500*  EL ANTERIOR ES LA REFERENCIA DEL PAGO, EL NUEVO EL VALOR Y    *
060600*  EL RESPONSABLE EL CANAL.                                      *
060700*----------------------------------------------------------------*
060800 2600-EVENTO-IMPUTACION.
060900     MOVE DFH-IMP-NUMERO-CUENTA  TO WE-CUENTA.
061000     MOVE DFH-IMP-FECHA-PROCESO  TO WE-FECHA.
061100     IF IMP-MOV-REVERSA
061200         MOVE 'REVERSA    '      TO WM-MOVIMIENTO
061300     ELSE
061400         MOVE 'IMPUTACION '      TO WM-MOVIMIENTO
061500     END-IF.
061600     MOVE DFH-IMP-CONCEPTO       TO WM-CONCEPTO.
061700     MOVE WS-EVENTO-IMPUTACION   TO WE-EVENTO.
061800     MOVE DFH-IMP-REFERENCIA     TO WE-ANTERIOR.
061900     MOVE DFH-IMP-VALOR-APLICADO TO WI-IMPORTE.
062000     MOVE WS-VALOR-IMPORTE       TO WE-NUEVO.
062100     MOVE DFH-IMP-CANAL          TO WE-RESPONSABLE.
062200     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
062300     PERFORM 8600-LEER-IMPUTACION THRU 8600-EXIT.
062400 2600-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------*
062800*  2700-EVENTO-CONDONACION : CARGO DE MORA CONDONADO.            *
062900*----------------------------------------------------------------*
063000 2700-EVENTO-CONDONACION.
063100     IF NOT MOR-CARGO-CONDONADO
063200         GO TO 2700-SIGUIENTE
063300     END-IF.
063400     MOVE DFH-MOR-NUMERO-CUENTA  TO WE-CUENTA.
063500     MOVE DFH-MOR-FECHA-ESTADO   TO WE-FECHA.
063600     MOVE DFH-MOR-SECUENCIA-PAGO TO WC-SECUENCIA.
063700     MOVE WS-EVENTO-CONDONACION  TO WE-EVENTO.
063800     MOVE DFH-MOR-VALOR-CARGO    TO WI-IMPORTE.
063900     MOVE WS-VALOR-IMPORTE       TO WE-ANTERIOR.
064000     MOVE 'CONDONADO'            TO WE-NUEVO.
064100     MOVE DFH-MOR-RESPONSABLE    TO WE-RESPONSABLE.
064200     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
064300 2700-SIGUIENTE.
064400     PERFORM 8700-LEER-CARGO THRU 8700-EXIT.
064500 2700-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------------*
064900*  2800-EVENTO-DESCARGO : ESTADO DE DESCARGO POR INCOBRABLE QUE  *
065000*  TIENE HOY LA CUENTA, CON SU FECHA Y MONTO.                    *
065100*----------------------------------------------------------------*
065200 2800-EVENTO-DESCARGO.
065300     MOVE 'CTASMTR' TO WS-NOMBRE-FUENTE.
065400     MOVE WA-CUENTA (WS-SUB-CTA)
065500       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
065600     READ CUENTAS-FILE
065700         INVALID KEY
065800             MOVE 'N' TO WA-EXISTE (WS-SUB-CTA)
065900             GO TO 2800-EXIT
066000     END-READ.
066100     IF INCOB-VIGENTE
066200        OR DFH-DESC-INCOB-FECHA NOT NUMERIC
066300        OR DFH-DESC-INCOB-FECHA = ZERO
066400         GO TO 2800-EXIT
066500     END-IF.
066600     MOVE WA-CUENTA (WS-SUB-CTA)     TO WE-CUENTA.
066700     MOVE DFH-DESC-INCOB-FECHA       TO WE-FECHA.
066800     MOVE 'DESCARGO INCOBRABLE'      TO WE-EVENTO.
066900     MOVE DFH-DESC-INCOB-MONTO       TO WI-IMPORTE.
067000     MOVE WS-VALOR-IMPORTE           TO WE-ANTERIOR.
067100     MOVE DFH-DESC-INCOB-ESTADO      TO WE-NUEVO.
067200     MOVE DFH-DESC-INCOB-RESPONSABLE TO WE-RESPONSABLE.
067300     PERFORM 5000-REGISTRAR-EVENTO THRU 5000-EXIT.
067400 2800-EXIT.
067500     EXIT.
067600
067700*----------------------------------------------------------------*
067800*  2900-VERIFICAR-APERTURA : UN HISTORIAL QUE NO EXISTE SE OMITE *
067900*  CON AVISO; OTRO ERROR DE APERTURA TERMINA CON CODIGO 4.       *
068000*----------------------------------------------------------------*
068100 2900-VERIFICAR-APERTURA.
068200     MOVE 'N' TO WS-SW-FIN-FUENTE WS-SW-FUENTE-ABIERTA.
068300     IF FTE-OK
068400         MOVE 'S' TO WS-SW-FUENTE-ABIERTA
068500         GO TO 2900-EXIT
068600     END-IF.
068700     IF WS-FTE-STATUS EQUAL '35'
068800         DISPLAY 'RMYD1AUD - ' WS-NOMBRE-FUENTE
068900                 ' NO EXISTE, SE OMITE'
069000     ELSE
069100         DISPLAY 'RMYD1AUD - ERROR ' WS-NOMBRE-FUENTE ' '
069200                 WS-FTE-STATUS ', SE OMITE'
069300         IF WS-CODRET-CORRIDA < 4
069400             MOVE 4 TO WS-CODRET-CORRIDA
069500         END-IF
069600     END-IF.
069700 2900-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------*
070100*  5000-REGISTRAR-EVENTO : EL EVENTO DE UNA CUENTA PEDIDA DENTRO *
070200*  DE SU RANGO ENTRA A LA TABLA EN SU LUGAR POR CUENTA Y FECHA.  *
070300*----------------------------------------------------------------*
070400 5000-REGISTRAR-EVENTO.
070500     MOVE WE-CUENTA TO WS-CUENTA-BUSCADA.
070600     PERFORM 5200-BUSCAR-CUENTA THRU 5200-EXIT.
070700     IF NOT ENTRADA-HALLADA
070800         GO TO 5000-EXIT
070900     END-IF.
071000     IF WE-FECHA < WA-FECHA-DESDE (WS-SUB-CTA)
071100        OR WE-FECHA > WA-FECHA-HASTA (WS-SUB-CTA)
071200         GO TO 5000-EXIT
071300     END-IF.
071400     IF WS-CANT-EVENTOS = 5000
071500         ADD 1 TO WS-EVENTOS-EXCEDIDOS
071600         MOVE 16 TO WS-CODRET-CORRIDA
071700         GO TO 5000-EXIT
071800     END-IF.
071900     MOVE WS-NOMBRE-FUENTE TO WE-FUENTE.
072000     ADD 1 TO WA-CANT-EVENTOS (WS-SUB-CTA).
072100     MOVE 'N'             TO WS-SW-LUGAR.
072200     MOVE WS-CANT-EVENTOS TO WS-SUB-EVT.
072300     PERFORM 5100-DESPLAZAR-EVENTO THRU 5100-EXIT
072400         UNTIL LUGAR-HALLADO
072500         OR WS-SUB-EVT = ZERO.
072600     MOVE WS-EVENTO-NUEVO TO WS-EVENTO-ENTRADA (WS-SUB-EVT + 1).
072700     ADD 1 TO WS-CANT-EVENTOS.
072800 5000-EXIT.
072900     EXIT.
073000
073100 5100-DESPLAZAR-EVENTO.
073200     IF WV-LLAVE (WS-SUB-EVT) NOT > WE-LLAVE
073300         MOVE 'S' TO WS-SW-LUGAR
073400         GO TO 5100-EXIT
073500     END-IF.
073600     MOVE WS-EVENTO-ENTRADA (WS-SUB-EVT)
073700       TO WS-EVENTO-ENTRADA (WS-SUB-EVT + 1).
073800     SUBTRACT 1 FROM WS-SUB-EVT.
073900 5100-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------------*
074300*  5200-BUSCAR-CUENTA : BUSQUEDA BINARIA DE WS-CUENTA-BUSCADA EN *
074400*  LA TABLA DE CUENTAS PEDIDAS; LA DEJA EN WS-SUB-CTA.           *
074500*----------------------------------------------------------------*
074600 5200-BUSCAR-CUENTA.
074700     MOVE 'N'             TO WS-SW-HALLADO.
074800     MOVE 1               TO WS-BIN-INFERIOR.
074900     MOVE WS-CANT-CUENTAS TO WS-BIN-SUPERIOR.
075000     PERFORM 5210-PARTIR-TRAMO THRU 5210-EXIT
075100         UNTIL ENTRADA-HALLADA
075200         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
075300 5200-EXIT.
075400     EXIT.
075500
075600 5210-PARTIR-TRAMO.
075700     COMPUTE WS-BIN-MEDIO =
075800         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
075900     IF WA-CUENTA (WS-BIN-MEDIO) = WS-CUENTA-BUSCADA
076000         MOVE 'S'          TO WS-SW-HALLADO
076100         MOVE WS-BIN-MEDIO TO WS-SUB-CTA
076200         GO TO 5210-EXIT
076300     END-IF.
076400     IF WA-CUENTA (WS-BIN-MEDIO) < WS-CUENTA-BUSCADA
076500         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
076600     ELSE
076700         IF WS-BIN-MEDIO = 1
076800             MOVE ZERO TO WS-BIN-SUPERIOR
076900         ELSE
077000             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
077100         END-IF
077200     END-IF.
077300 5210-EXIT.
077400     EXIT.
077500
077600 5300-BUSCAR-EXPEDIENTE.
077700     IF WX-EXPEDIENTE (WS-SUB-EXP) = DFH-EXH-EXPEDIENTE
077800         MOVE 'S' TO WS-SW-HALLADO
077900     ELSE
078000         ADD 1 TO WS-SUB-EXP
078100     END-IF.
078200 5300-EXIT.
078300     EXIT.
078400
078500*----------------------------------------------------------------*
078600*  4000-EMITIR-CUENTA : LINEA DE TIEMPO DE UNA CUENTA AL REPORTE *
078700*  Y AL ARCHIVO AUDTRL. LOS EVENTOS DE LA TABLA VAN EN EL MISMO  *
078800*  ORDEN DE CUENTA QUE LA TABLA DE CUENTAS.                      *
078900*----------------------------------------------------------------*
079000 4000-EMITIR-CUENTA.
079100     IF WS-SUB-CTA = 1
079200         MOVE SPACES           TO REG-CONTROL-AUT
079300         MOVE 'CAB'            TO DFH-AUTC-TIPO-REG
079400         MOVE WS-FECHA-PROCESO TO DFH-AUTC-FECHA
079500         MOVE WS-CANT-CUENTAS  TO DFH-AUTC-CANT-CUENTAS
079600         MOVE ZERO             TO DFH-AUTC-CANT-EVENTOS
079700         WRITE REG-CONTROL-AUT
079800         MOVE ZERO             TO WS-SUB-EVT
079900     END-IF.
080000     MOVE SPACES TO REPORTE-LINEA.
080100     WRITE REPORTE-LINEA.
080200     MOVE WA-CUENTA (WS-SUB-CTA)      TO WH-CUENTA.
080300     MOVE WA-FECHA-DESDE (WS-SUB-CTA) TO WH-FECHA-DESDE.
080400     MOVE WA-FECHA-HASTA (WS-SUB-CTA) TO WH-FECHA-HASTA.
080500     MOVE SPACES                      TO WH-OBSERVACION.
080600     IF WA-CANT-EVENTOS (WS-SUB-CTA) = ZERO
080700         MOVE 'SIN EVENTOS EN EL RANGO' TO WH-OBSERVACION
080800     END-IF.
080900     IF WA-EXISTE (WS-SUB-CTA) = 'N'
081000         MOVE 'CUENTA NO EXISTE EN EL MAESTRO CTASMTR'
081100                                        TO WH-OBSERVACION
081200     END-IF.
081300     WRITE REPORTE-LINEA FROM WS-CUENTA-RPT.
081400     IF WA-CANT-EVENTOS (WS-SUB-CTA) = ZERO
081500         GO TO 4000-EXIT
081600     END-IF.
081700     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
081800     PERFORM 4100-EMITIR-EVENTO THRU 4100-EXIT
081900         WA-CANT-EVENTOS (WS-SUB-CTA) TIMES.
082000 4000-EXIT.
082100     EXIT.
082200
082300 4100-EMITIR-EVENTO.
082400     ADD 1 TO WS-SUB-EVT.
082500     MOVE WV-FECHA (WS-SUB-EVT)       TO WD-FECHA.
082600     MOVE WV-EVENTO (WS-SUB-EVT)      TO WD-EVENTO.
082700     MOVE WV-ANTERIOR (WS-SUB-EVT)    TO WD-ANTERIOR.
082800     MOVE WV-NUEVO (WS-SUB-EVT)       TO WD-NUEVO.
082900     MOVE WV-RESPONSABLE (WS-SUB-EVT) TO WD-RESPONSABLE.
083000     MOVE WV-FUENTE (WS-SUB-EVT)      TO WD-FUENTE.
083100     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
083200     MOVE 'DET'                       TO DFH-AUT-TIPO-REG.
083300     MOVE WV-CUENTA (WS-SUB-EVT)      TO DFH-AUT-NUMERO-CUENTA.
083400     MOVE WV-FECHA (WS-SUB-EVT)       TO DFH-AUT-FECHA.
083500     MOVE WV-EVENTO (WS-SUB-EVT)      TO DFH-AUT-EVENTO.
083600     MOVE WV-ANTERIOR (WS-SUB-EVT)    TO DFH-AUT-VALOR-ANTERIOR.
083700     MOVE WV-NUEVO (WS-SUB-EVT)       TO DFH-AUT-VALOR-NUEVO.
083800     MOVE WV-RESPONSABLE (WS-SUB-EVT) TO DFH-AUT-RESPONSABLE.
083900     MOVE WV-FUENTE (WS-SUB-EVT)      TO DFH-AUT-FUENTE.
084000     WRITE REG-EVENTO-AUDITORIA.
084100 4100-EXIT.
084200     EXIT.
084300
084400*----------------------------------------------------------------*
084500*  3000-FINALIZAR : CIERRE DEL ARCHIVO, TOTALES Y FIN DE LA      *
084600*  CORRIDA EN LA BITACORA.                                       *
084700*----------------------------------------------------------------*
084800 3000-FINALIZAR.
084900     IF WS-CANT-CUENTAS > ZERO
085000         MOVE SPACES           TO REG-CONTROL-AUT
085100         MOVE 'CIE'            TO DFH-AUTC-TIPO-REG
085200         MOVE WS-FECHA-PROCESO TO DFH-AUTC-FECHA
085300         MOVE WS-CANT-CUENTAS  TO DFH-AUTC-CANT-CUENTAS
085400         MOVE WS-CANT-EVENTOS  TO DFH-AUTC-CANT-EVENTOS
085500         WRITE REG-CONTROL-AUT
085600     END-IF.
085700     IF WS-EVENTOS-EXCEDIDOS > ZERO
085800         DISPLAY 'RMYD1AUD - TABLA DE EVENTOS LLENA, '
085900                 WS-EVENTOS-EXCEDIDOS ' EVENTOS NO INCLUIDOS'
086000     END-IF.
086100     MOVE SPACES TO REPORTE-LINEA.
086200     WRITE REPORTE-LINEA.
086300     MOVE 'CUENTAS SOLICITADAS'          TO WZ-ETIQUETA.
086400     MOVE WS-CANT-CUENTAS                TO WZ-CANTIDAD.
086500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
086600     MOVE 'EVENTOS EMITIDOS'             TO WZ-ETIQUETA.
086700     MOVE WS-CANT-EVENTOS                TO WZ-CANTIDAD.
086800     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
086900     MOVE 'EVENTOS NO INCLUIDOS (TABLA LLENA)' TO WZ-ETIQUETA.
087000     MOVE WS-EVENTOS-EXCEDIDOS           TO WZ-CANTIDAD.
087100     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
087200     DISPLAY 'RMYD1AUD - SOLICITUDES LEIDAS   : ' WS-SOL-LEIDAS.
087300     DISPLAY 'RMYD1AUD - SOLICITUDES RECHAZ.  : '
087400             WS-SOL-RECHAZADAS.
087500     DISPLAY 'RMYD1AUD - REGISTROS DE HISTORIAL: ' WS-FTE-LEIDOS.
087600     DISPLAY 'RMYD1AUD - EVENTOS EMITIDOS     : ' WS-CANT-EVENTOS.
087700     CLOSE REPORTE-FILE TRAZA-FILE.
087800     MOVE 'RMYD1AUD' TO DFH-BTA-PROGRAMA.
087900     MOVE 'F'        TO DFH-BTA-ACCION.
088000     MOVE WS-SOL-LEIDAS     TO DFH-BTA-LEIDOS.
088100     MOVE WS-CANT-EVENTOS   TO DFH-BTA-ESCRITOS.
088200     MOVE WS-SOL-RECHAZADAS TO DFH-BTA-RECHAZADOS.
088300     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
088400     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
088500*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
088600*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
088700     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
088800 3000-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------*
089200*  8000-LEER-SOLICITUD A 8700-LEER-CARGO                         *
089300*----------------------------------------------------------------*
089400 8000-LEER-SOLICITUD.
089500     READ SOLICITUD-FILE
089600         AT END
089700             MOVE 'S' TO WS-SW-FIN-SOLICITUD
089800             GO TO 8000-EXIT
089900     END-READ.
090000     ADD 1 TO WS-SOL-LEIDAS.
090100 8000-EXIT.
090200     EXIT.
090300
090400 8100-LEER-BITACORA.
090500     READ BITACORA-FILE
090600         AT END
090700             MOVE 'S' TO WS-SW-FIN-FUENTE
090800             GO TO 8100-EXIT
090900     END-READ.
091000     ADD 1 TO WS-FTE-LEIDOS.
091100 8100-EXIT.
091200     EXIT.
091300
091400 8200-LEER-SITJURIDICA.
091500     READ SITJURID-FILE
091600         AT END
091700             MOVE 'S' TO WS-SW-FIN-FUENTE
091800             GO TO 8200-EXIT
091900     END-READ.
092000     ADD 1 TO WS-FTE-LEIDOS.
092100 8200-EXIT.
092200     EXIT.
092300
092400 8300-LEER-EXPEDIENTE.
092500     READ EXPEDIEN-FILE
092600         AT END
092700             MOVE 'S' TO WS-SW-FIN-FUENTE
092800     END-READ.
092900 8300-EXIT.
093000     EXIT.
093100
093200 8400-LEER-ETAPA.
093300     READ ETAPAS-FILE
093400         AT END
093500             MOVE 'S' TO WS-SW-FIN-FUENTE
093600             GO TO 8400-EXIT
093700     END-READ.
093800     ADD 1 TO WS-FTE-LEIDOS.
093900 8400-EXIT.
094000     EXIT.
094100
094200 8500-LEER-REESTRUCTURA.
094300     READ REESTRUC-FILE
094400         AT END
094500             MOVE 'S' TO WS-SW-FIN-FUENTE
094600             GO TO 8500-EXIT
094700     END-READ.
094800     ADD 1 TO WS-FTE-LEIDOS.
094900 8500-EXIT.
095000     EXIT.
095100
095200 8600-LEER-IMPUTACION.
095300     READ IMPUTAC-FILE
095400         AT END
095500             MOVE 'S' TO WS-SW-FIN-FUENTE
095600             GO TO 8600-EXIT
095700     END-READ.
095800     ADD 1 TO WS-FTE-LEIDOS.
095900 8600-EXIT.
096000     EXIT.
096100
096200 8700-LEER-CARGO.
096300     READ CARGOS-FILE
096400         AT END
096500             MOVE 'S' TO WS-SW-FIN-FUENTE
096600             GO TO 8700-EXIT
096700     END-READ.
096800     ADD 1 TO WS-FTE-LEIDOS.
096900 8700-EXIT.
097000     EXIT.
