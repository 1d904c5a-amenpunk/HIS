001600*           GASTOS JUDICIALES (RMYD1GJH). LOS TRES ARCHIVOS DE   *
001700*           DETALLE VIENEN ORDENADOS POR CUENTA/SECUENCIA, IGUAL *
001800*           QUE LOS CONSUMEN LOS DEMAS PROCESOS DEL NOCTURNO.    *
001810*           SI LA CUENTA FUE REFINANCIADA POR UNA CONSOLIDACION  *
001820*           DE DEUDAS (RMYD1CSD), O ES EL PRESTAMO NUEVO DE UNA, *
001830*           MUESTRA TAMBIEN LOS VINCULOS DE CSDVINC (RMYD1CSV)   *
001840*           CON LA CUENTA RELACIONADA, LA ORDEN, LA FECHA Y EL   *
001850*           FINIQUITO TRASLADADO.                                *
001900*----------------------------------------------------------------*
002000*  HISTORIAL DE MODIFICACIONES                                   *
002100*  FECHA       INIC  DESCRIPCION                                 *
002264*                    POSICIONAMIENTO DIRECTO EN LA CUENTA        *
002266*                    SOLICITADA, EN LUGAR DE RECORRER EL         *
002268*                    CALENDARIO COMPLETO DE LA CARTERA.          *
002273*  15/10/2026  DS    SECCION DE CONSOLIDACION DE DEUDAS CON LOS  *
002278*                    VINCULOS DE CSDVINC DE LA CUENTA; SI EL     *
002283*                    ARCHIVO NO EXISTE LA SECCION SE OMITE.      *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004800     SELECT GASTOS-FILE   ASSIGN TO GASTHST
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS   IS WS-GAS-STATUS.
005010
005020     SELECT CONSOLIDA-FILE ASSIGN TO CSDVINC
005030            ORGANIZATION IS INDEXED
005040            ACCESS MODE   IS DYNAMIC
005050            RECORD KEY    IS DFH-CSV-LLAVE
005060            FILE STATUS   IS WS-CSV-STATUS.
005100
005200     SELECT REPORTE-FILE  ASSIGN TO RPTEDC
005300            ORGANIZATION IS LINE SEQUENTIAL
008100     LABEL RECORDS ARE STANDARD.
008200     COPY RMYD1GJH.
008300
008310 FD  CONSOLIDA-FILE
008320     RECORDING MODE IS F
008330     LABEL RECORDS ARE STANDARD.
008340     COPY RMYD1CSV.
008350
008400 FD  REPORTE-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
009300 77  WS-CUO-STATUS                PIC X(02).
009400 77  WS-PAG-STATUS                PIC X(02).
009500 77  WS-GAS-STATUS                PIC X(02).
009520 77  WS-CSV-STATUS                PIC X(02).
009540     88 CSV-OK                       VALUE '00'.
009600 77  WS-RPT-STATUS                PIC X(02).
009700 77  WS-SW-FIN-LISTA              PIC X(01).
009800     88 FIN-LISTA                    VALUE 'S'.
010200     88 FIN-PAGOS                    VALUE 'S'.
010300 77  WS-SW-FIN-GASTOS             PIC X(01).
010400     88 FIN-GASTOS                   VALUE 'S'.
010420 77  WS-SW-FIN-CONSOLIDA          PIC X(01).
010440     88 FIN-CONSOLIDA                VALUE 'S'.
010460 77  WS-SW-CONSOLIDA              PIC X(01).
010480     88 CONSOLIDA-DISPONIBLE         VALUE 'S'.
010500 77  WS-CTAS-SOLICITADAS          PIC 9(007) COMP.
010600 77  WS-CTAS-EMITIDAS             PIC 9(007) COMP.
010700 77  WS-CTAS-NO-HALLADAS          PIC 9(007) COMP.
014000     VALUE 'PAGOS RECIBIDOS (SEC/FECHA/VALOR/CANAL/REFERENCIA)'.
014100 01  WS-SUBTITULO-GASTOS          PIC X(132)
014200     VALUE 'GASTOS JUDICIALES (FECHA/TIPO/VALOR/EXPEDIENTE)'.
014220 01  WS-SUBTITULO-CONSOLIDA       PIC X(132)
014240     VALUE 'CONSOLIDACION DE DEUDAS (CTA/ORDEN/FECHA/FINIQUITO)'.
014300
014400 01  WS-DETALLE-CUOTA.
014500     05 FILLER                    PIC X(002)     VALUE SPACES.
018000     05 WG-EXPEDIENTE             PIC X(020).
018100     05 FILLER                    PIC X(070)     VALUE SPACES.
018200
018205 01  WS-DETALLE-CONSOLIDA.
018210     05 FILLER                    PIC X(002)     VALUE SPACES.
018215     05 WC-RELACION               PIC X(024).
018220     05 WC-CUENTA                 PIC X(013).
018225     05 FILLER                    PIC X(008)
018230            VALUE '  ORDEN '.
018235     05 WC-ORDEN                  PIC X(010).
018240     05 FILLER                    PIC X(002)     VALUE SPACES.
018245     05 WC-FECHA                  PIC 9(008).
018250     05 FILLER                    PIC X(012)
018255            VALUE '  FINIQUITO '.
018260     05 WC-FINIQUITO              PIC ZZZ,ZZZ,ZZ9.99-.
018265     05 FILLER                    PIC X(038)     VALUE SPACES.
018270
018300 01  WS-TOTAL-GASTOS.
018400     05 FILLER               PIC X(026)
018500            VALUE '  TOTAL GASTOS JUDICIALES:'.
021400     OPEN INPUT  CUOTAS-FILE.
021500     OPEN INPUT  PAGOS-FILE.
021600     OPEN INPUT  GASTOS-FILE.
021610     OPEN INPUT  CONSOLIDA-FILE.
021620     IF CSV-OK
021630         MOVE 'S' TO WS-SW-CONSOLIDA
021640     ELSE
021650         MOVE 'N' TO WS-SW-CONSOLIDA
021660     END-IF.
021700     OPEN OUTPUT REPORTE-FILE.
021800     IF NOT LST-OK
021900         DISPLAY 'RMYD1EDC - ERROR LISTA-FILE ' WS-LST-STATUS
024400     END-READ.
024500     ADD 1 TO WS-CTAS-EMITIDAS.
024600     PERFORM 4000-EMITIR-ENCABEZADO THRU 4000-EXIT.
024650     PERFORM 4050-EMITIR-CONSOLIDACION THRU 4050-EXIT.
024700     PERFORM 4100-POSICIONAR-CUOTAS THRU 4100-EXIT.
025100     WRITE REPORTE-LINEA FROM WS-SUBTITULO-CUOTAS.
025200     PERFORM 4150-EMITIR-CUOTA THRU 4150-EXIT
029700 4000-EXIT.
029800     EXIT.
029900
029902*----------------------------------------------------------------*
029904*  4050/4060 : VINCULOS DE CONSOLIDACION DE LA CUENTA. ROL O: LA *
029906*  CUENTA FUE LIQUIDADA EN EL PRESTAMO NUEVO RELACIONADO; ROL N: *
029908*  LA CUENTA ES EL PRESTAMO NUEVO Y LA RELACIONADA UNA ORIGEN.   *
029910*----------------------------------------------------------------*
029912 4050-EMITIR-CONSOLIDACION.
029914     IF NOT CONSOLIDA-DISPONIBLE
029916         GO TO 4050-EXIT
029918     END-IF.
029920     MOVE 'N'              TO WS-SW-FIN-CONSOLIDA.
029922     MOVE LS-NUMERO-CUENTA TO DFH-CSV-NUMERO-CUENTA.
029924     MOVE LOW-VALUES       TO DFH-CSV-ROL DFH-CSV-CUENTA-RELAC.
029926     START CONSOLIDA-FILE KEY NOT LESS THAN DFH-CSV-LLAVE
029928         INVALID KEY
029930             GO TO 4050-EXIT
029932     END-START.
029934     PERFORM 8400-LEER-CONSOLIDA THRU 8400-EXIT.
029936     IF FIN-CONSOLIDA
029938        OR DFH-CSV-NUMERO-CUENTA NOT EQUAL LS-NUMERO-CUENTA
029940         GO TO 4050-EXIT
029942     END-IF.
029944     WRITE REPORTE-LINEA FROM WS-SUBTITULO-CONSOLIDA.
029946     PERFORM 4060-EMITIR-VINCULO THRU 4060-EXIT
029948         UNTIL FIN-CONSOLIDA
029950         OR DFH-CSV-NUMERO-CUENTA NOT EQUAL LS-NUMERO-CUENTA.
029952 4050-EXIT.
029954     EXIT.
029956
029958 4060-EMITIR-VINCULO.
029960     IF CSV-ROL-ORIGEN
029962         MOVE 'LIQUIDADA EN LA CUENTA' TO WC-RELACION
029964     ELSE
029966         MOVE 'CONSOLIDA LA CUENTA'    TO WC-RELACION
029968     END-IF.
029970     MOVE DFH-CSV-CUENTA-RELAC    TO WC-CUENTA.
029972     MOVE DFH-CSV-ORDEN           TO WC-ORDEN.
029974     MOVE DFH-CSV-FECHA           TO WC-FECHA.
029976     MOVE DFH-CSV-TOTAL-FINIQUITO TO WC-FINIQUITO.
029978     WRITE REPORTE-LINEA FROM WS-DETALLE-CONSOLIDA.
029980     PERFORM 8400-LEER-CONSOLIDA THRU 8400-EXIT.
029982 4060-EXIT.
029984     EXIT.
029986
030000*----------------------------------------------------------------*
030100*  4100/4150 : POSICIONA DIRECTO EN LA CUENTA SOLICITADA Y      *
030150*  EMITE SU CALENDARIO.                                          *
036900             WS-CTAS-NO-HALLADAS.
037000     CLOSE LISTA-FILE CUENTAS-FILE CUOTAS-FILE
037100           PAGOS-FILE GASTOS-FILE REPORTE-FILE.
037120     IF CONSOLIDA-DISPONIBLE
037140         CLOSE CONSOLIDA-FILE
037160     END-IF.
037200 3000-EXIT.
037300     EXIT.
037400
041500     END-READ.
041600 8300-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000*  8400-LEER-CONSOLIDA                                           *
042100*----------------------------------------------------------------*
042200 8400-LEER-CONSOLIDA.
042300     READ CONSOLIDA-FILE NEXT RECORD
042400         AT END
042500             MOVE 'S' TO WS-SW-FIN-CONSOLIDA
042600     END-READ.
042700 8400-EXIT.
042800     EXIT.
