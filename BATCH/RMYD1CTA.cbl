000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CTA.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : SEGUNDA FIRMA DE LOS CAMBIOS SENSIBLES AL MAESTRO DE *
000900*           CUENTAS. RMYD1CTM DEJA EN CTAPEND (RMYD1CPN) LOS     *
001000*           CAMBIOS A CAMPOS SENSIBLES; ESTE PROCESO LEE LAS     *
001100*           DECISIONES DE CTAAPRB (CUENTA, CAMPO, FECHA DE       *
001200*           SOLICITUD, A = APRUEBA / R = RECHAZA, APROBADOR Y    *
001300*           MOTIVO) Y LAS ACEPTA SOLO SI LA SOLICITUD ESTA       *
001400*           PENDIENTE Y NO VENCIDA, EL APROBADOR NO ES QUIEN LA  *
001500*           SOLICITO Y TIENE FACULTAD EN CTAFACU PARA EL CAMPO   *
001600*           (O PARA TODOS) POR UN MONTO NO MENOR AL MONTO DE     *
001700*           CONTROL DE LA SOLICITUD. LA APROBACION APLICA EL     *
001800*           DATO NUEVO EN CTASMTR Y DEJA BITACORA EN CTABITA A   *
001900*           NOMBRE DEL APROBADOR, SIEMPRE QUE EL MAESTRO         *
002000*           CONSERVE EL DATO ANTERIOR (SI CAMBIO DESDE LA        *
002100*           SOLICITUD, ESTA SE RECHAZA). UNA DECISION NO         *
002200*           ACEPTADA DEJA LA SOLICITUD COMO ESTABA Y LA CORRIDA  *
002300*           TERMINA CON CODIGO 4. AL FINAL VENCE (ESTADO V) LAS  *
002400*           SOLICITUDES PENDIENTES CON FECHA DE VENCIMIENTO      *
002500*           ANTERIOR A LA FECHA DE PROCESO. EMITE EL DETALLE EN  *
002600*           RPTCTA. CORRE CADA DIA, HAYA O NO DECISIONES, ANTES  *
002700*           DEL REPORTE RMYD1CTP.                                *
002800*----------------------------------------------------------------*
002900*  HISTORIAL DE MODIFICACIONES                                   *
003000*  FECHA       INIC  DESCRIPCION                                 *
003100*  15/10/2026  DS    VERSION INICIAL.                            *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-390.
003600 OBJECT-COMPUTER.  IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DECISION-FILE  ASSIGN TO CTAAPRB
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-DEC-STATUS.
004200
004300     SELECT FACULTAD-FILE  ASSIGN TO CTAFACU
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS   IS WS-FAC-STATUS.
004600
004700     SELECT PENDIENTES-FILE ASSIGN TO CTAPEND
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE   IS DYNAMIC
005000            RECORD KEY    IS DFH-PEN-LLAVE
005100            FILE STATUS   IS WS-PEN-STATUS.
005200
005300     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE   IS RANDOM
005600            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005700            FILE STATUS   IS WS-CTAS-STATUS.
005800
005900     SELECT BITACORA-FILE  ASSIGN TO CTABITA
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS   IS WS-BIT-STATUS.
006200
006300     SELECT REPORTE-FILE   ASSIGN TO RPTCTA
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS   IS WS-RPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  DECISION-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  REG-DECISION-CTA.
007300     05 AP-NUMERO-CUENTA          PIC X(013).
007400     05 AP-CAMPO                  PIC X(025).
007500     05 AP-FECHA-SOLICITUD        PIC 9(008).
007600     05 AP-DECISION               PIC X(001).
007700        88 AP-APRUEBA                VALUE 'A'.
007800        88 AP-RECHAZA                VALUE 'R'.
007900     05 AP-APROBADOR              PIC X(010).
008000     05 AP-MOTIVO                 PIC X(040).
008100
008200 FD  FACULTAD-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  REG-FACULTAD-CTA.
008600     05 FC-USUARIO                PIC X(010).
008700     05 FC-CAMPO                  PIC X(025).
008800        88 FC-TODOS-LOS-CAMPOS       VALUE 'TODOS'.
008900     05 FC-MONTO-LIMITE           PIC 9(011)V99.
009000
009100 FD  PENDIENTES-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY RMYD1CPN.
009500
009600 FD  CUENTAS-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RMYD1CLG.
010000
010100 FD  BITACORA-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY RMYD1CTB.
010500
010600 FD  REPORTE-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  REPORTE-LINEA                PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200 COPY RMYD1BTA.
011300 77  WS-DEC-STATUS                PIC X(02).
011400     88 DEC-OK                       VALUE '00'.
011500 77  WS-FAC-STATUS                PIC X(02).
011600     88 FAC-OK                       VALUE '00'.
011700 77  WS-PEN-STATUS                PIC X(02).
011800     88 PEN-OK                       VALUE '00'.
011900 77  WS-CTAS-STATUS               PIC X(02).
012000     88 CTAS-OK                      VALUE '00'.
012100 77  WS-BIT-STATUS                PIC X(02).
012200 77  WS-RPT-STATUS                PIC X(02).
012300 77  WS-SW-FIN-DECISIONES         PIC X(01).
012400     88 FIN-DECISIONES               VALUE 'S'.
012500 77  WS-SW-FIN-FACULTADES         PIC X(01).
012600     88 FIN-FACULTADES               VALUE 'S'.
012700 77  WS-SW-FIN-PEND               PIC X(01).
012800     88 FIN-PENDIENTES               VALUE 'S'.
012900 77  WS-SW-FACULTAD               PIC X(01).
013000     88 FACULTAD-HALLADA             VALUE 'S'.
013100 77  WS-SW-ABIERTOS               PIC X(01).
013200     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
013300 77  WS-SW-DEC-ABIERTO            PIC X(01).
013400     88 DECISIONES-ABIERTAS          VALUE 'S'.
013500 77  WS-FECHA-PROCESO             PIC 9(008).
013600 77  WS-CANT-FACULTADES           PIC 9(003) COMP VALUE ZERO.
013700 77  WS-SUB-FAC                   PIC 9(003) COMP.
013800 77  WS-DEC-LEIDAS                PIC 9(007) COMP.
013900 77  WS-DEC-APROBADAS             PIC 9(007) COMP.
014000 77  WS-DEC-RECHAZADAS            PIC 9(007) COMP.
014100 77  WS-DEC-NO-ACEPTADAS          PIC 9(007) COMP.
014200 77  WS-SOL-VENCIDAS              PIC 9(007) COMP.
014300 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
014400 77  WS-MOTIVO                    PIC X(040).
014500
014600*----------------------------------------------------------------*
014700*  FACULTADES DE APROBACION (CTAFACU): USUARIO, CAMPO O TODOS Y  *
014800*  MONTO MAXIMO QUE PUEDE APROBAR.                               *
014900*----------------------------------------------------------------*
015000 01  WS-TABLA-FACULTADES.
015100     05 WS-FACULTAD-ENTRADA OCCURS 200 TIMES.
015200         10 WF-USUARIO            PIC X(010).
015300         10 WF-CAMPO              PIC X(025).
015400         10 WF-MONTO-LIMITE       PIC 9(011)V99 COMP-3.
015500
015600*----------------------------------------------------------------*
015700*  DATO ACTUAL DEL MAESTRO Y DATO NUEVO DE LA SOLICITUD EN EL    *
015800*  FORMATO DEL MAESTRO (VER RMYD1CTM); LOS GRUPOS SE MUEVEN      *
015900*  COMPLETOS SOBRE EL TEXTO.                                     *
016000*----------------------------------------------------------------*
016100 01  WS-DATO-ACTUAL.
016200     05 WD-ACT-TEXTO              PIC X(090).
016300     05 WD-ACT-IMPORTE REDEFINES WD-ACT-TEXTO
016400                                  PIC S9(011)V99.
016500     05 WD-ACT-TASA    REDEFINES WD-ACT-TEXTO
016600                                  PIC S9(005)V9(005).
016700     05 WD-ACT-FECHA   REDEFINES WD-ACT-TEXTO
016800                                  PIC 9(008).
016900 01  WS-DATO-NUEVO.
017000     05 WD-NUE-TEXTO              PIC X(090).
017100     05 WD-NUE-IMPORTE REDEFINES WD-NUE-TEXTO
017200                                  PIC S9(011)V99.
017300     05 WD-NUE-TASA    REDEFINES WD-NUE-TEXTO
017400                                  PIC S9(005)V9(005).
017500     05 WD-NUE-FECHA   REDEFINES WD-NUE-TEXTO
017600                                  PIC 9(008).
017700
017800 01  WS-TITULO-RPT.
017900     05 FILLER                    PIC X(048)
018000        VALUE 'APROBACION DE CAMBIOS SENSIBLES A CUENTAS - '.
018100     05 WE-FECHA-PROCESO          PIC 9(008).
018200     05 FILLER                    PIC X(076)     VALUE SPACES.
018300
018400 01  WS-SECCION-RPT.
018500     05 FILLER                    PIC X(004)     VALUE '*** '.
018600     05 WS-SECCION-TITULO         PIC X(040).
018700     05 FILLER                    PIC X(088)     VALUE SPACES.
018800
018900 01  WS-ENCAB-RPT.
019000     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
019100     05 FILLER                    PIC X(026)     VALUE 'CAMPO'.
019200     05 FILLER                    PIC X(009)     VALUE 'SOLICIT.'.
019300     05 FILLER                    PIC X(011)     VALUE 'SOLICITO'.
019400     05 FILLER                    PIC X(011)
019500        VALUE 'APROBADOR'.
019600     05 FILLER                    PIC X(019)
019700        VALUE '    MONTO CONTROL'.
019800     05 FILLER                    PIC X(042)
019900        VALUE 'RESULTADO'.
020000
020100 01  WS-DET-RPT.
020200     05 WD-CUENTA                 PIC X(013).
020300     05 FILLER                    PIC X(001)     VALUE SPACES.
020400     05 WD-CAMPO                  PIC X(025).
020500     05 FILLER                    PIC X(001)     VALUE SPACES.
020600     05 WD-FECHA-SOLICITUD        PIC 9(008).
020700     05 FILLER                    PIC X(001)     VALUE SPACES.
020800     05 WD-SOLICITANTE            PIC X(010).
020900     05 FILLER                    PIC X(001)     VALUE SPACES.
021000     05 WD-APROBADOR              PIC X(010).
021100     05 FILLER                    PIC X(001)     VALUE SPACES.
021200     05 WD-MONTO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021300     05 FILLER                    PIC X(001)     VALUE SPACES.
021400     05 WD-RESULTADO              PIC X(040).
021500     05 FILLER                    PIC X(002)     VALUE SPACES.
021600
021700 01  WS-TOTAL-RPT.
021800     05 WT-ETIQUETA               PIC X(030).
021900     05 WT-CANTIDAD               PIC ZZZ,ZZ9.
022000     05 FILLER                    PIC X(095)     VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300
022400 0000-MAINLINE.
022500     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
022600     PERFORM 2000-PROCESAR-DECISION THRU 2000-EXIT
022700         UNTIL FIN-DECISIONES.
022800     PERFORM 6000-VENCER-PENDIENTES THRU 6000-EXIT.
022900     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
023000     STOP RUN.
023100
023200*----------------------------------------------------------------*
023300*  1000-INICIALIZAR : FACULTADES, APERTURA Y PRIMERA DECISION.   *
023400*  SIN DECISIONES DEL DIA SOLO SE VENCEN LAS SOLICITUDES.        *
023500*----------------------------------------------------------------*
023600 1000-INICIALIZAR.
023700     MOVE 'RMYD1CTA' TO DFH-BTA-PROGRAMA.
023800     MOVE 'I'        TO DFH-BTA-ACCION.
023900     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
024000                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
024100     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
024200     MOVE 'N'  TO WS-SW-FIN-DECISIONES WS-SW-ABIERTOS
024300                  WS-SW-DEC-ABIERTO.
024400     MOVE ZERO TO WS-DEC-LEIDAS WS-DEC-APROBADAS WS-DEC-RECHAZADAS
024500                  WS-DEC-NO-ACEPTADAS WS-SOL-VENCIDAS.
024600     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
024700     PERFORM 1100-CARGAR-FACULTADES THRU 1100-EXIT.
024800     OPEN OUTPUT REPORTE-FILE.
024900     MOVE WS-FECHA-PROCESO TO WE-FECHA-PROCESO.
025000     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
025100     MOVE 'DECISIONES DEL DIA' TO WS-SECCION-TITULO.
025200     MOVE SPACES TO REPORTE-LINEA.
025300     WRITE REPORTE-LINEA.
025400     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
025500     WRITE REPORTE-LINEA FROM WS-ENCAB-RPT.
025600     OPEN I-O PENDIENTES-FILE.
025700     IF WS-PEN-STATUS = '35'
025800         DISPLAY 'RMYD1CTA - SIN SOLICITUDES PENDIENTES'
025900         MOVE 'S' TO WS-SW-FIN-DECISIONES
026000         GO TO 1000-EXIT
026100     END-IF.
026200     IF NOT PEN-OK
026300         DISPLAY 'RMYD1CTA - ERROR PENDIENTES-FILE ' WS-PEN-STATUS
026400         MOVE 16  TO WS-CODRET-CORRIDA
026500         MOVE 'S' TO WS-SW-FIN-DECISIONES
026600         GO TO 1000-EXIT
026700     END-IF.
026800     OPEN I-O CUENTAS-FILE.
026900     IF NOT CTAS-OK
027000         DISPLAY 'RMYD1CTA - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
027100         MOVE 16  TO WS-CODRET-CORRIDA
027200         MOVE 'S' TO WS-SW-FIN-DECISIONES
027300         CLOSE PENDIENTES-FILE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     OPEN EXTEND BITACORA-FILE.
027700     IF WS-BIT-STATUS EQUAL '05' OR '35'
027800         CLOSE BITACORA-FILE
027900         OPEN OUTPUT BITACORA-FILE
028000     END-IF.
028100     MOVE 'S' TO WS-SW-ABIERTOS.
028200     OPEN INPUT DECISION-FILE.
028300     IF NOT DEC-OK
028400         DISPLAY 'RMYD1CTA - SIN DECISIONES DEL DIA '
028500                 WS-DEC-STATUS
028600         MOVE 'S' TO WS-SW-FIN-DECISIONES
028700         GO TO 1000-EXIT
028800     END-IF.
028900     MOVE 'S' TO WS-SW-DEC-ABIERTO.
029000     PERFORM 8000-LEER-DECISION THRU 8000-EXIT.
029100 1000-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------------*
029500*  1100-CARGAR-FACULTADES : SIN CTAFACU NADIE TIENE FACULTAD Y   *
029600*  TODA DECISION SE RECHAZA.                                     *
029700*----------------------------------------------------------------*
029800 1100-CARGAR-FACULTADES.
029900     OPEN INPUT FACULTAD-FILE.
030000     IF NOT FAC-OK
030100         DISPLAY 'RMYD1CTA - SIN FACULTADES DE APROBACION '
030200                 WS-FAC-STATUS
030300         GO TO 1100-EXIT
030400     END-IF.
030500     MOVE 'N' TO WS-SW-FIN-FACULTADES.
030600     PERFORM 1110-LEER-FACULTAD THRU 1110-EXIT
030700         UNTIL FIN-FACULTADES.
030800     CLOSE FACULTAD-FILE.
030900 1100-EXIT.
031000     EXIT.
031100
031200 1110-LEER-FACULTAD.
031300     READ FACULTAD-FILE
031400         AT END
031500             MOVE 'S' TO WS-SW-FIN-FACULTADES
031600             GO TO 1110-EXIT
031700     END-READ.
031800     IF FC-USUARIO = SPACES
031900        OR FC-MONTO-LIMITE NOT NUMERIC
032000         DISPLAY 'RMYD1CTA - FACULTAD INVALIDA ' REG-FACULTAD-CTA
032100         GO TO 1110-EXIT
032200     END-IF.
032300     IF WS-CANT-FACULTADES = 200
032400         DISPLAY 'RMYD1CTA - TABLA DE FACULTADES LLENA '
032500                 FC-USUARIO
032600         GO TO 1110-EXIT
032700     END-IF.
032800     ADD 1 TO WS-CANT-FACULTADES.
032900     MOVE FC-USUARIO      TO WF-USUARIO (WS-CANT-FACULTADES).
033000     MOVE FC-CAMPO        TO WF-CAMPO (WS-CANT-FACULTADES).
033100     MOVE FC-MONTO-LIMITE TO WF-MONTO-LIMITE (WS-CANT-FACULTADES).
033200 1110-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------------*
033600*  2000-PROCESAR-DECISION : VALIDA LA DECISION CONTRA LA         *
033700*  SOLICITUD Y LA FACULTAD DEL APROBADOR, Y LA APLICA.           *
033800*----------------------------------------------------------------*
033900 2000-PROCESAR-DECISION.
034000     ADD 1 TO WS-DEC-LEIDAS.
034100     MOVE AP-NUMERO-CUENTA   TO DFH-PEN-NUMERO-CUENTA.
034200     MOVE AP-CAMPO           TO DFH-PEN-CAMPO.
034300     MOVE AP-FECHA-SOLICITUD TO DFH-PEN-FECHA-SOLICITUD.
034400     READ PENDIENTES-FILE
034500         INVALID KEY
034600             MOVE SPACES TO REG-CAMBIO-PENDIENTE
034700             MOVE ZERO   TO DFH-PEN-MONTO-CONTROL
034800             MOVE 'SOLICITUD NO EXISTE' TO WS-MOTIVO
034900             GO TO 2000-NO-ACEPTADA
035000     END-READ.
035100     IF NOT PEN-PENDIENTE
035200         MOVE 'SOLICITUD YA RESUELTA' TO WS-MOTIVO
035300         GO TO 2000-NO-ACEPTADA
035400     END-IF.
035500     IF DFH-PEN-FECHA-VENCE < WS-FECHA-PROCESO
035600         MOVE 'SOLICITUD VENCIDA' TO WS-MOTIVO
035700         GO TO 2000-NO-ACEPTADA
035800     END-IF.
035900     IF NOT AP-APRUEBA
036000        AND NOT AP-RECHAZA
036100         MOVE 'DECISION NO RECONOCIDA' TO WS-MOTIVO
036200         GO TO 2000-NO-ACEPTADA
036300     END-IF.
036400     IF AP-APROBADOR = SPACES
036500         MOVE 'APROBADOR SIN INFORMAR' TO WS-MOTIVO
036600         GO TO 2000-NO-ACEPTADA
036700     END-IF.
036800     IF AP-APROBADOR = DFH-PEN-SOLICITANTE
036900         MOVE 'EL SOLICITANTE NO PUEDE APROBAR' TO WS-MOTIVO
037000         GO TO 2000-NO-ACEPTADA
037100     END-IF.
037200     PERFORM 7000-VERIFICAR-FACULTAD THRU 7000-EXIT.
037300     IF NOT FACULTAD-HALLADA
037400         MOVE 'SIN FACULTAD PARA EL CAMPO O EL MONTO' TO WS-MOTIVO
037500         GO TO 2000-NO-ACEPTADA
037600     END-IF.
037700     IF AP-RECHAZA
037800         PERFORM 4000-RECHAZAR-SOLICITUD THRU 4000-EXIT
037900     ELSE
038000         PERFORM 5000-APROBAR-SOLICITUD  THRU 5000-EXIT
038100     END-IF.
038200     GO TO 2000-SIGUIENTE.
038300 2000-NO-ACEPTADA.
038400     ADD 1 TO WS-DEC-NO-ACEPTADAS.
038500     IF WS-CODRET-CORRIDA < 4
038600         MOVE 4 TO WS-CODRET-CORRIDA
038700     END-IF.
038800     MOVE AP-NUMERO-CUENTA   TO WD-CUENTA.
038900     MOVE AP-CAMPO           TO WD-CAMPO.
039000     MOVE AP-FECHA-SOLICITUD TO WD-FECHA-SOLICITUD.
039100     MOVE AP-APROBADOR       TO WD-APROBADOR.
039200     MOVE DFH-PEN-SOLICITANTE TO WD-SOLICITANTE.
039300     MOVE DFH-PEN-MONTO-CONTROL TO WD-MONTO.
039400     MOVE SPACES TO WD-RESULTADO.
039500     STRING 'NO ACEPTADA: ' WS-MOTIVO
039600            DELIMITED BY SIZE INTO WD-RESULTADO.
039700     WRITE REPORTE-LINEA FROM WS-DET-RPT.
039800 2000-SIGUIENTE.
039900     PERFORM 8000-LEER-DECISION THRU 8000-EXIT.
040000 2000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400*  4000-RECHAZAR-SOLICITUD : EL MAESTRO NO CAMBIA.               *
040500*----------------------------------------------------------------*
040600 4000-RECHAZAR-SOLICITUD.
040700     MOVE 'R'              TO DFH-PEN-ESTADO.
040800     MOVE AP-MOTIVO        TO DFH-PEN-MOTIVO.
040900     MOVE 'RECHAZADA'      TO WD-RESULTADO.
041000     PERFORM 4900-RESOLVER-SOLICITUD THRU 4900-EXIT.
041100     ADD 1 TO WS-DEC-RECHAZADAS.
041200 4000-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------*
041600*  4900-RESOLVER-SOLICITUD : GRABA LA RESOLUCION Y LA INFORMA.   *
041700*----------------------------------------------------------------*
041800 4900-RESOLVER-SOLICITUD.
041900     MOVE WS-FECHA-PROCESO TO DFH-PEN-FECHA-RESOLUCION.
042000     MOVE AP-APROBADOR     TO DFH-PEN-APROBADOR.
042100     REWRITE REG-CAMBIO-PENDIENTE.
042200     MOVE DFH-PEN-NUMERO-CUENTA   TO WD-CUENTA.
042300     MOVE DFH-PEN-CAMPO           TO WD-CAMPO.
042400     MOVE DFH-PEN-FECHA-SOLICITUD TO WD-FECHA-SOLICITUD.
042500     MOVE DFH-PEN-SOLICITANTE     TO WD-SOLICITANTE.
042600     MOVE DFH-PEN-APROBADOR       TO WD-APROBADOR.
042700     MOVE DFH-PEN-MONTO-CONTROL   TO WD-MONTO.
042800     WRITE REPORTE-LINEA FROM WS-DET-RPT.
042900 4900-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------*
043300*  5000-APROBAR-SOLICITUD : APLICA EL DATO NUEVO SI EL MAESTRO   *
043400*  CONSERVA EL DATO ANTERIOR; SI NO, LA SOLICITUD SE RECHAZA     *
043500*  PORQUE FUE HECHA SOBRE UN VALOR QUE YA NO RIGE.               *
043600*----------------------------------------------------------------*
043700 5000-APROBAR-SOLICITUD.
043800     MOVE DFH-PEN-NUMERO-CUENTA
043900       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
044000     READ CUENTAS-FILE
044100         INVALID KEY
044200             MOVE 'R' TO DFH-PEN-ESTADO
044300             MOVE 'CUENTA NO EXISTE EN EL MAESTRO'
044400                                   TO DFH-PEN-MOTIVO
044500             MOVE 'RECHAZADA: CUENTA NO EXISTE' TO WD-RESULTADO
044600             PERFORM 4900-RESOLVER-SOLICITUD THRU 4900-EXIT
044700             ADD 1 TO WS-DEC-RECHAZADAS
044800             GO TO 5000-EXIT
044900     END-READ.
045000     PERFORM 5100-EXTRAER-ACTUAL THRU 5100-EXIT.
045100     IF WS-DATO-ACTUAL NOT = DFH-PEN-DATO-ANTERIOR
045200         MOVE 'R' TO DFH-PEN-ESTADO
045300         MOVE 'EL MAESTRO CAMBIO DESPUES DE LA SOLICITUD'
045400                               TO DFH-PEN-MOTIVO
045500         MOVE 'RECHAZADA: EL MAESTRO YA CAMBIO' TO WD-RESULTADO
045600         PERFORM 4900-RESOLVER-SOLICITUD THRU 4900-EXIT
045700         ADD 1 TO WS-DEC-RECHAZADAS
045800         GO TO 5000-EXIT
045900     END-IF.
046000     PERFORM 5200-APLICAR-NUEVO THRU 5200-EXIT.
046100     REWRITE DFHCOMMAREA.
046200     MOVE DFH-PEN-NUMERO-CUENTA  TO DFH-BIT-NUMERO-CUENTA.
046300     MOVE WS-FECHA-PROCESO       TO DFH-BIT-FECHA.
046400     MOVE DFH-PEN-CAMPO          TO DFH-BIT-CAMPO.
046500     MOVE DFH-PEN-VALOR-ANTERIOR TO DFH-BIT-VALOR-ANTERIOR.
046600     MOVE DFH-PEN-VALOR-NUEVO    TO DFH-BIT-VALOR-NUEVO.
046700     MOVE AP-APROBADOR           TO DFH-BIT-RESPONSABLE.
046800     WRITE REG-BITACORA-CAMBIO.
046900     MOVE 'A'                    TO DFH-PEN-ESTADO.
047000     MOVE AP-MOTIVO              TO DFH-PEN-MOTIVO.
047100     MOVE 'APROBADA Y APLICADA'  TO WD-RESULTADO.
047200     PERFORM 4900-RESOLVER-SOLICITUD THRU 4900-EXIT.
047300     ADD 1 TO WS-DEC-APROBADAS.
047400 5000-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------*
047800*  5100-EXTRAER-ACTUAL : VALOR VIGENTE DEL CAMPO EN EL MAESTRO,  *
047900*  ARMADO COMO LO ARMA RMYD1CTM AL GRABAR LA SOLICITUD.          *
048000*----------------------------------------------------------------*
048100 5100-EXTRAER-ACTUAL.
048200     MOVE SPACES TO WS-DATO-ACTUAL.
048300     EVALUATE DFH-PEN-CAMPO
048400         WHEN 'DFH-SALDO'
048500             MOVE DFH-SALDO IN DFHCOMMAREA       TO WD-ACT-IMPORTE
048600         WHEN 'DFH-MONTO'
048700             MOVE DFH-MONTO IN DFHCOMMAREA       TO WD-ACT-IMPORTE
048800         WHEN 'DFH-TASA-INTERES'
048900             MOVE DFH-TASA-INTERES IN DFHCOMMAREA TO WD-ACT-TASA
049000         WHEN 'DFH-FECHA-VENC'
049100             MOVE DFH-FECHA-VENC IN DFHCOMMAREA   TO WD-ACT-FECHA
049200         WHEN 'DFH-SITJURIDICA'
049300             MOVE DFH-SITJURIDICA IN DFHCOMMAREA  TO WD-ACT-TEXTO
049400         WHEN 'DFH-GARANTIA'
049500             MOVE DFH-GARANTIA IN DFHCOMMAREA     TO WD-ACT-TEXTO
049600         WHEN 'DFH-DESC-INCOBRABLE'
049700             MOVE DFH-DESC-INCOBRABLE IN DFHCOMMAREA
049800                                                  TO WD-ACT-TEXTO
049900     END-EVALUATE.
050000 5100-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------*
050400*  5200-APLICAR-NUEVO : LLEVA EL DATO NUEVO AL CAMPO DEL MAESTRO.*
050500*----------------------------------------------------------------*
050600 5200-APLICAR-NUEVO.
050700     MOVE DFH-PEN-DATO-NUEVO TO WS-DATO-NUEVO.
050800     EVALUATE DFH-PEN-CAMPO
050900         WHEN 'DFH-SALDO'
051000             MOVE WD-NUE-IMPORTE TO DFH-SALDO IN DFHCOMMAREA
051100         WHEN 'DFH-MONTO'
051200             MOVE WD-NUE-IMPORTE TO DFH-MONTO IN DFHCOMMAREA
051300         WHEN 'DFH-TASA-INTERES'
051400             MOVE WD-NUE-TASA
051500               TO DFH-TASA-INTERES IN DFHCOMMAREA
051600         WHEN 'DFH-FECHA-VENC'
051700             MOVE WD-NUE-FECHA   TO DFH-FECHA-VENC IN DFHCOMMAREA
051800         WHEN 'DFH-SITJURIDICA'
051900             MOVE WD-NUE-TEXTO   TO DFH-SITJURIDICA IN DFHCOMMAREA
052000         WHEN 'DFH-GARANTIA'
052100             MOVE WD-NUE-TEXTO   TO DFH-GARANTIA IN DFHCOMMAREA
052200         WHEN 'DFH-DESC-INCOBRABLE'
052300             MOVE WD-NUE-TEXTO
052400               TO DFH-DESC-INCOBRABLE IN DFHCOMMAREA
052500     END-EVALUATE.
052600 5200-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------*
053000*  6000-VENCER-PENDIENTES : RECORRE CTAPEND Y VENCE LAS          *
053100*  SOLICITUDES PENDIENTES CUYA FECHA DE VENCIMIENTO YA PASO.     *
053200*----------------------------------------------------------------*
053300 6000-VENCER-PENDIENTES.
053400     IF NOT ARCHIVOS-ABIERTOS
053500         GO TO 6000-EXIT
053600     END-IF.
053700     MOVE 'SOLICITUDES VENCIDAS' TO WS-SECCION-TITULO.
053800     MOVE SPACES TO REPORTE-LINEA.
053900     WRITE REPORTE-LINEA.
054000     WRITE REPORTE-LINEA FROM WS-SECCION-RPT.
054100     WRITE REPORTE-LINEA FROM WS-ENCAB-RPT.
054200     MOVE 'N'        TO WS-SW-FIN-PEND.
054300     MOVE LOW-VALUES TO DFH-PEN-LLAVE.
054400     START PENDIENTES-FILE KEY IS NOT < DFH-PEN-LLAVE
054500         INVALID KEY
054600             MOVE 'S' TO WS-SW-FIN-PEND
054700     END-START.
054800     PERFORM 6100-REVISAR-PENDIENTE THRU 6100-EXIT
054900         UNTIL FIN-PENDIENTES.
055000 6000-EXIT.
055100     EXIT.
055200
055300 6100-REVISAR-PENDIENTE.
055400     READ PENDIENTES-FILE NEXT RECORD
055500         AT END
055600             MOVE 'S' TO WS-SW-FIN-PEND
055700             GO TO 6100-EXIT
055800     END-READ.
055900     IF PEN-PENDIENTE
056000        AND DFH-PEN-FECHA-VENCE < WS-FECHA-PROCESO
056100         PERFORM 6200-VENCER-SOLICITUD THRU 6200-EXIT
056200     END-IF.
056300 6100-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------*
056700*  6200-VENCER-SOLICITUD : LA SOLICITUD LEIDA VENCE SIN DECISION.*
056800*----------------------------------------------------------------*
056900 6200-VENCER-SOLICITUD.
057000     MOVE 'V'                     TO DFH-PEN-ESTADO.
057100     MOVE WS-FECHA-PROCESO        TO DFH-PEN-FECHA-RESOLUCION.
057200     MOVE 'VENCIDA SIN DECISION'  TO DFH-PEN-MOTIVO.
057300     REWRITE REG-CAMBIO-PENDIENTE.
057400     ADD 1 TO WS-SOL-VENCIDAS.
057500     MOVE DFH-PEN-NUMERO-CUENTA   TO WD-CUENTA.
057600     MOVE DFH-PEN-CAMPO           TO WD-CAMPO.
057700     MOVE DFH-PEN-FECHA-SOLICITUD TO WD-FECHA-SOLICITUD.
057800     MOVE DFH-PEN-SOLICITANTE     TO WD-SOLICITANTE.
057900     MOVE SPACES                  TO WD-APROBADOR.
058000     MOVE DFH-PEN-MONTO-CONTROL   TO WD-MONTO.
058100     MOVE SPACES                  TO WD-RESULTADO.
058200     STRING 'VENCIDA EL ' DFH-PEN-FECHA-VENCE
058300            DELIMITED BY SIZE INTO WD-RESULTADO.
058400     WRITE REPORTE-LINEA FROM WS-DET-RPT.
058500 6200-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  7000-VERIFICAR-FACULTAD : EL APROBADOR TIENE UNA FACULTAD     *
059000*  PARA EL CAMPO DE LA SOLICITUD (O PARA TODOS) CON MONTO MAXIMO *
059100*  NO MENOR AL MONTO DE CONTROL.                                 *
059200*----------------------------------------------------------------*
059300 7000-VERIFICAR-FACULTAD.
059400     MOVE 'N' TO WS-SW-FACULTAD.
059500     MOVE 1   TO WS-SUB-FAC.
059600     PERFORM 7010-COMPARAR-FACULTAD THRU 7010-EXIT
059700         UNTIL FACULTAD-HALLADA
059800         OR WS-SUB-FAC > WS-CANT-FACULTADES.
059900 7000-EXIT.
060000     EXIT.
060100
060200 7010-COMPARAR-FACULTAD.
060300     IF WF-USUARIO (WS-SUB-FAC) = AP-APROBADOR
060400        AND (WF-CAMPO (WS-SUB-FAC) = DFH-PEN-CAMPO
060500             OR WF-CAMPO (WS-SUB-FAC) = 'TODOS')
060600        AND WF-MONTO-LIMITE (WS-SUB-FAC)
060700            NOT < DFH-PEN-MONTO-CONTROL
060800         MOVE 'S' TO WS-SW-FACULTAD
060900     ELSE
061000         ADD 1 TO WS-SUB-FAC
061100     END-IF.
061200 7010-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600*  3000-FINALIZAR                                                *
061700*----------------------------------------------------------------*
061800 3000-FINALIZAR.
061900     MOVE SPACES TO REPORTE-LINEA.
062000     WRITE REPORTE-LINEA.
062100     MOVE 'DECISIONES LEIDAS'      TO WT-ETIQUETA.
062200     MOVE WS-DEC-LEIDAS            TO WT-CANTIDAD.
062300     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
062400     MOVE 'APROBADAS Y APLICADAS'  TO WT-ETIQUETA.
062500     MOVE WS-DEC-APROBADAS         TO WT-CANTIDAD.
062600     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
062700     MOVE 'RECHAZADAS'             TO WT-ETIQUETA.
062800     MOVE WS-DEC-RECHAZADAS        TO WT-CANTIDAD.
062900     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
063000     MOVE 'NO ACEPTADAS'           TO WT-ETIQUETA.
063100     MOVE WS-DEC-NO-ACEPTADAS      TO WT-CANTIDAD.
063200     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
063300     MOVE 'SOLICITUDES VENCIDAS'   TO WT-ETIQUETA.
063400     MOVE WS-SOL-VENCIDAS          TO WT-CANTIDAD.
063500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
063600     DISPLAY 'RMYD1CTA - DECISIONES LEIDAS : ' WS-DEC-LEIDAS.
063700     DISPLAY 'RMYD1CTA - APROBADAS         : ' WS-DEC-APROBADAS.
063800     DISPLAY 'RMYD1CTA - RECHAZADAS        : ' WS-DEC-RECHAZADAS.
063900     DISPLAY 'RMYD1CTA - NO ACEPTADAS      : '
064000             WS-DEC-NO-ACEPTADAS.
064100     DISPLAY 'RMYD1CTA - VENCIDAS          : ' WS-SOL-VENCIDAS.
064200     CLOSE REPORTE-FILE.
064300     IF ARCHIVOS-ABIERTOS
064400         CLOSE PENDIENTES-FILE CUENTAS-FILE BITACORA-FILE
064500     END-IF.
064600     IF DECISIONES-ABIERTAS
064700         CLOSE DECISION-FILE
064800     END-IF.
064900     MOVE 'RMYD1CTA' TO DFH-BTA-PROGRAMA.
065000     MOVE 'F'        TO DFH-BTA-ACCION.
065100     MOVE WS-DEC-LEIDAS TO DFH-BTA-LEIDOS.
065200     COMPUTE DFH-BTA-ESCRITOS =
065300         WS-DEC-APROBADAS + WS-DEC-RECHAZADAS.
065400     MOVE WS-DEC-NO-ACEPTADAS TO DFH-BTA-RECHAZADOS.
065500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
065600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
065700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
065800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
065900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
066000 3000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------*
066400*  8000-LEER-DECISION                                            *
066500*----------------------------------------------------------------*
066600 8000-LEER-DECISION.
066700     READ DECISION-FILE
066800         AT END
066900             MOVE 'S' TO WS-SW-FIN-DECISIONES
067000     END-READ.
067100 8000-EXIT.
067200     EXIT.
