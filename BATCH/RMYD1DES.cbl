000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1DES.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : DESEMBOLSO DE PRESTAMOS. LEE LOS DESEMBOLSOS DEL DIA *
000900*           (DESTRAN - RMYD1DSB: CUENTA, FECHA, VALOR, METODO Y  *
001000*           CUENTA DEL BENEFICIARIO) Y LOS VALIDA CONTRA EL      *
001100*           MAESTRO DE CUENTAS (CTASMTR - RMYD1CLG): LA CUENTA   *
001200*           DEBE EXISTIR Y NO ESTAR CASTIGADA NI CANCELADA       *
001250*           (RMYD1CAN), LA FECHA SE                              *
001300*           VALIDA CON RMYD1VDF Y NO PUEDE SER ANTERIOR A LA     *
001400*           CONCESION, Y LO DESEMBOLSADO (DFH-MONTO-DESEMBOLSADO *
001500*           MAS ESTE TRAMO) NO PUEDE PASAR DEL MONTO APROBADO    *
001600*           DFH-MONTO, LO QUE PERMITE DESEMBOLSAR POR TRAMOS LOS *
001700*           PRESTAMOS DE CONSTRUCCION. CADA DESEMBOLSO APLICADO  *
001800*           GENERA SU PARTIDA AL GLPOST (CONCEPTO DESEMB + CHQ,  *
001900*           TRF O DEP SEGUN EL METODO, CUENTAS DEL MAESTRO       *
002000*           GLMMTR), QUEDA EN EL HISTORIAL DESHIST Y, SI ES POR  *
002100*           TRANSFERENCIA, SALE EN EL ARCHIVO PARA EL BANCO      *
002200*           TRFBANC (RMYD1TRF). EL DESEMBOLSO QUE COMPLETA EL    *
002300*           MONTO POR PRIMERA VEZ FIJA DFH-FECHA-DESEMBOLSO Y    *
002400*           AGREGA LA CUENTA A LA LISTA CTANUEV, PARA QUE        *
002500*           RMYD1GEN GENERE EL CALENDARIO DESDE LA FECHA REAL    *
002600*           DEL DESEMBOLSO. LO INVALIDO SALE A DESRECH CON SU    *
002700*           MOTIVO Y LA CORRIDA TERMINA CON CODIGO 4.            *
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
003900     SELECT DESEMB-FILE    ASSIGN TO DESTRAN
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS   IS WS-DSB-STATUS.
004200
004300     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE   IS RANDOM
004600            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004700            FILE STATUS   IS WS-CTAS-STATUS.
004800
004900     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE   IS RANDOM
005200            RECORD KEY    IS DFH-CTA-CONCEPTO
005300            FILE STATUS   IS WS-GLM-STATUS.
005400
005500     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS   IS WS-GLP-STATUS.
005800
005900     SELECT TRANSF-FILE    ASSIGN TO TRFBANC
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS   IS WS-TRF-STATUS.
006200
006300     SELECT LISTA-FILE     ASSIGN TO CTANUEV
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS   IS WS-LST-STATUS.
006600
006700     SELECT HISTORIA-FILE  ASSIGN TO DESHIST
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS   IS WS-HST-STATUS.
007000
007100     SELECT RECHAZOS-FILE  ASSIGN TO DESRECH
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS   IS WS-RCH-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  DESEMB-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RMYD1DSB.
008100
008200 FD  CUENTAS-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY RMYD1CLG.
008600
008700 FD  CTACONT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY RMYD1GLM.
009100
009200 FD  PARTIDAS-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY RMYD1GLP.
009600
009700 FD  TRANSF-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY RMYD1TRF.
010100
010200 FD  LISTA-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  REG-LISTA-CUENTA.
010600     05 LS-NUMERO-CUENTA          PIC X(013).
010700
010800 FD  HISTORIA-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  REG-DESEMBOLSO-HST           PIC X(145).
011200
011300 FD  RECHAZOS-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 01  RECHAZO-LINEA                PIC X(080).
011700
011800 WORKING-STORAGE SECTION.
011900 COPY RMYD1BTA.
012000 77  WS-DSB-STATUS                PIC X(02).
012100     88 DSB-OK                       VALUE '00'.
012200 77  WS-CTAS-STATUS               PIC X(02).
012300     88 CTAS-OK                      VALUE '00'.
012400 77  WS-GLM-STATUS                PIC X(02).
012500 77  WS-GLP-STATUS                PIC X(02).
012600 77  WS-TRF-STATUS                PIC X(02).
012700 77  WS-LST-STATUS                PIC X(02).
012800 77  WS-HST-STATUS                PIC X(02).
012900 77  WS-RCH-STATUS                PIC X(02).
013000 77  WS-SW-FIN-DESEMBOLSOS        PIC X(01).
013100     88 FIN-DESEMBOLSOS              VALUE 'S'.
013200 77  WS-SW-DESEMBOLSO-VALIDO      PIC X(01).
013300     88 DESEMBOLSO-VALIDO            VALUE 'S'.
013400     88 DESEMBOLSO-INVALIDO          VALUE 'N'.
013500 77  WS-SW-CTA-VALIDA             PIC X(01).
013600     88 CTA-CONTABLE-VALIDA          VALUE 'S'.
013700     88 CTA-CONTABLE-INVALIDA        VALUE 'N'.
013800 77  WS-CODRET-VALIDA             PIC X(002).
013900     88 FECHA-VALIDA                 VALUE '00'.
014000 77  WS-FECHA-PROCESO             PIC 9(008).
014100 77  WS-DESEMBOLSADO-NUEVO        PIC S9(011)V99 COMP-3.
014200 77  WS-DSB-LEIDOS                PIC 9(007) COMP.
014300 77  WS-DSB-APLICADOS             PIC 9(007) COMP.
014400 77  WS-DSB-RECHAZADOS            PIC 9(007) COMP.
014500 77  WS-CTAS-COMPLETAS            PIC 9(007) COMP.
014600 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
014700 77  WS-TRANSF-ESCRITAS           PIC 9(007) COMP.
014800 77  WS-TOTAL-DESEMBOLSADO        PIC S9(013)V99 COMP-3.
014900 77  WS-TOTAL-TRANSFERIDO         PIC S9(013)V99 COMP-3.
015000 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
015100
015200*----------------------------------------------------------------*
015300*  CLAVE DEL MAESTRO GLMMTR: DESEMB MAS EL SUFIJO DEL METODO     *
015400*  (DESEMBCHQ, DESEMBTRF, DESEMBDEP). EL DEBITO ES LA CARTERA    *
015500*  DE PRESTAMOS Y EL CREDITO LA CUENTA DE SALIDA DEL DINERO.     *
015600*----------------------------------------------------------------*
015700 01  WS-CLAVE-DESEMBOLSO.
015800     05 FILLER                    PIC X(006)     VALUE 'DESEMB'.
015900     05 WS-CLD-METODO             PIC X(003).
016000
016100 01  WS-DESCRIPCION-GL.
016200     05 FILLER                    PIC X(015)
016300        VALUE 'DESEMBOLSO CTA '.
016400     05 WS-DG-CUENTA              PIC X(013).
016500     05 FILLER                    PIC X(007)     VALUE ' TRAMO '.
016600     05 WS-DG-TRAMO               PIC 9(003).
016700     05 FILLER                    PIC X(002)     VALUE SPACES.
016800
016900 01  WS-RECHAZO-DET.
017000     05 WR-CUENTA                 PIC X(013).
017100     05 FILLER                    PIC X(001)     VALUE SPACES.
017200     05 WR-VALOR                  PIC Z,ZZZ,ZZZ,ZZ9.99.
017300     05 FILLER                    PIC X(001)     VALUE SPACES.
017400     05 WR-MOTIVO                 PIC X(048).
017500
017600 PROCEDURE DIVISION.
017700
017800 0000-MAINLINE.
017900     PERFORM 1000-INICIALIZAR        THRU 1000-EXIT.
018000     PERFORM 2000-PROCESAR-DESEMBOLSO THRU 2000-EXIT
018100         UNTIL FIN-DESEMBOLSOS.
018200     PERFORM 3000-FINALIZAR          THRU 3000-EXIT.
018300     STOP RUN.
018400
018500*----------------------------------------------------------------*
018600*  1000-INICIALIZAR                                              *
018700*----------------------------------------------------------------*
018800 1000-INICIALIZAR.
018900     MOVE 'RMYD1DES' TO DFH-BTA-PROGRAMA.
019000     MOVE 'I'        TO DFH-BTA-ACCION.
019100     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
019200                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
019300     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
019400     MOVE 'N'  TO WS-SW-FIN-DESEMBOLSOS.
019500     MOVE ZERO TO WS-DSB-LEIDOS WS-DSB-APLICADOS WS-DSB-RECHAZADOS
019600                  WS-CTAS-COMPLETAS WS-PARTIDAS-GENERADAS
019700                  WS-TRANSF-ESCRITAS WS-TOTAL-DESEMBOLSADO
019800                  WS-TOTAL-TRANSFERIDO.
019900     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
020000     OPEN INPUT  DESEMB-FILE.
020100     OPEN I-O    CUENTAS-FILE.
020200     OPEN INPUT  CTACONT-FILE.
020300     OPEN OUTPUT TRANSF-FILE.
020400     OPEN OUTPUT RECHAZOS-FILE.
020500     OPEN EXTEND PARTIDAS-FILE.
020600     IF WS-GLP-STATUS EQUAL '05' OR '35'
020700         CLOSE PARTIDAS-FILE
020800         OPEN OUTPUT PARTIDAS-FILE
020900     END-IF.
021000     OPEN EXTEND LISTA-FILE.
021100     IF WS-LST-STATUS EQUAL '05' OR '35'
021200         CLOSE LISTA-FILE
021300         OPEN OUTPUT LISTA-FILE
021400     END-IF.
021500     OPEN EXTEND HISTORIA-FILE.
021600     IF WS-HST-STATUS EQUAL '05' OR '35'
021700         CLOSE HISTORIA-FILE
021800         OPEN OUTPUT HISTORIA-FILE
021900     END-IF.
022000     MOVE 'CAB'            TO DFH-TRFC-TIPO-REG.
022100     MOVE WS-FECHA-PROCESO TO DFH-TRFC-FECHA.
022200     MOVE ZERO             TO DFH-TRFC-CANT-TRANSF DFH-TRFC-TOTAL.
022300     WRITE REG-CONTROL-TRF.
022400     IF NOT CTAS-OK
022500         DISPLAY 'RMYD1DES - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
022600         MOVE 'S' TO WS-SW-FIN-DESEMBOLSOS
022700         MOVE 16  TO WS-CODRET-CORRIDA
022800         GO TO 1000-EXIT
022900     END-IF.
023000     IF WS-GLM-STATUS NOT = '00'
023100         DISPLAY 'RMYD1DES - ERROR CTACONT-FILE ' WS-GLM-STATUS
023200         MOVE 'S' TO WS-SW-FIN-DESEMBOLSOS
023300         MOVE 16  TO WS-CODRET-CORRIDA
023400         GO TO 1000-EXIT
023500     END-IF.
023600     IF WS-DSB-STATUS EQUAL '35'
023700         DISPLAY 'RMYD1DES - SIN DESEMBOLSOS PARA PROCESAR'
023800         MOVE 'S' TO WS-SW-FIN-DESEMBOLSOS
023900         GO TO 1000-EXIT
024000     END-IF.
024100     IF NOT DSB-OK
024200         DISPLAY 'RMYD1DES - ERROR DESEMB-FILE ' WS-DSB-STATUS
024300         MOVE 'S' TO WS-SW-FIN-DESEMBOLSOS
024400         MOVE 16  TO WS-CODRET-CORRIDA
024500         GO TO 1000-EXIT
024600     END-IF.
024700     PERFORM 8000-LEER-DESEMBOLSO THRU 8000-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------*
025200*  2000-PROCESAR-DESEMBOLSO : VALIDA EL DESEMBOLSO Y, SI PROCEDE,*
025300*  LO APLICA A LA CUENTA, LO CONTABILIZA Y LO ENVIA AL BANCO.    *
025400*----------------------------------------------------------------*
025500 2000-PROCESAR-DESEMBOLSO.
025600     PERFORM 4000-VALIDAR-DESEMBOLSO THRU 4000-EXIT.
025700     IF DESEMBOLSO-INVALIDO
025800         ADD 1 TO WS-DSB-RECHAZADOS
025900         MOVE DFH-DSB-NUMERO-CUENTA TO WR-CUENTA
026000         MOVE DFH-DSB-VALOR         TO WR-VALOR
026100         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
026200         IF WS-CODRET-CORRIDA < 4
026300             MOVE 4 TO WS-CODRET-CORRIDA
026400         END-IF
026500         GO TO 2000-SIGUIENTE
026600     END-IF.
026700     PERFORM 5000-APLICAR-DESEMBOLSO THRU 5000-EXIT.
026800     PERFORM 6000-GENERAR-PARTIDA    THRU 6000-EXIT.
026900     IF DSB-TRANSFERENCIA
027000         PERFORM 6500-GRABAR-TRANSFERENCIA THRU 6500-EXIT
027100     END-IF.
027200     WRITE REG-DESEMBOLSO-HST FROM REG-DESEMBOLSO.
027300     ADD 1 TO WS-DSB-APLICADOS.
027400     ADD DFH-DSB-VALOR TO WS-TOTAL-DESEMBOLSADO.
027500 2000-SIGUIENTE.
027600     PERFORM 8000-LEER-DESEMBOLSO THRU 8000-EXIT.
027700 2000-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------------*
028100*  4000-VALIDAR-DESEMBOLSO : LEE LA CUENTA Y VALIDA FECHA,       *
028200*  VALOR, METODO, BENEFICIARIO, TOPE CONTRA DFH-MONTO Y QUE EL   *
028300*  CONCEPTO CONTABLE DEL METODO EXISTA EN GLMMTR. DEJA LA CUENTA *
028400*  Y LA CUENTA CONTABLE LEIDAS PARA EL RESTO DEL PROCESO.        *
028500*----------------------------------------------------------------*
028600 4000-VALIDAR-DESEMBOLSO.
028700     MOVE 'N' TO WS-SW-DESEMBOLSO-VALIDO.
028800     MOVE DFH-DSB-NUMERO-CUENTA TO DFH-NUMERO-CUENTA
028900                                   IN DFHCOMMAREA.
029000     READ CUENTAS-FILE
029100         INVALID KEY
029200             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
029300             GO TO 4000-EXIT
029400     END-READ.
029500     IF INCOB-CASTIGADA
029600         MOVE 'CUENTA CASTIGADA' TO WR-MOTIVO
029700         GO TO 4000-EXIT
029800     END-IF.
029810     IF CUENTA-CANCELADA
029820         MOVE 'CUENTA CANCELADA' TO WR-MOTIVO
029830         GO TO 4000-EXIT
029840     END-IF.
029900     IF DFH-DSB-VALOR NOT > ZERO
030000         MOVE 'VALOR DEL DESEMBOLSO INVALIDO' TO WR-MOTIVO
030100         GO TO 4000-EXIT
030200     END-IF.
030300     CALL 'RMYD1VDF' USING DFH-DSB-FECHA WS-CODRET-VALIDA.
030400     IF NOT FECHA-VALIDA
030500         MOVE 'FECHA DE DESEMBOLSO INVALIDA' TO WR-MOTIVO
030600         GO TO 4000-EXIT
030700     END-IF.
030800     IF DFH-DSB-FECHA < DFH-FECHA-CONCESION
030900         MOVE 'FECHA DE DESEMBOLSO ANTERIOR A LA CONCESION'
031000                                     TO WR-MOTIVO
031100         GO TO 4000-EXIT
031200     END-IF.
031300     EVALUATE TRUE
031400         WHEN DSB-CHEQUE
031500             MOVE 'CHQ' TO WS-CLD-METODO
031600         WHEN DSB-TRANSFERENCIA
031700             MOVE 'TRF' TO WS-CLD-METODO
031800         WHEN DSB-ABONO-CUENTA
031900             MOVE 'DEP' TO WS-CLD-METODO
032000         WHEN OTHER
032100             MOVE 'METODO DE DESEMBOLSO NO RECONOCIDO'
032200                                         TO WR-MOTIVO
032300             GO TO 4000-EXIT
032400     END-EVALUATE.
032500     IF (DSB-TRANSFERENCIA OR DSB-ABONO-CUENTA)
032600        AND DFH-DSB-CUENTA-BENEF = SPACES
032700         MOVE 'FALTA LA CUENTA DEL BENEFICIARIO' TO WR-MOTIVO
032800         GO TO 4000-EXIT
032900     END-IF.
033000     IF DSB-TRANSFERENCIA AND DFH-DSB-BANCO-BENEF = SPACES
033100         MOVE 'FALTA EL BANCO DEL BENEFICIARIO' TO WR-MOTIVO
033200         GO TO 4000-EXIT
033300     END-IF.
033400     IF DFH-MONTO-DESEMBOLSADO NOT < DFH-MONTO
033500         MOVE 'CUENTA YA DESEMBOLSADA EN SU TOTALIDAD'
033600                                     TO WR-MOTIVO
033700         GO TO 4000-EXIT
033800     END-IF.
033900     COMPUTE WS-DESEMBOLSADO-NUEVO =
034000         DFH-MONTO-DESEMBOLSADO + DFH-DSB-VALOR.
034100     IF WS-DESEMBOLSADO-NUEVO > DFH-MONTO
034200         MOVE 'EXCEDE EL MONTO APROBADO DE LA CUENTA' TO WR-MOTIVO
034300         GO TO 4000-EXIT
034400     END-IF.
034500     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
034600     IF CTA-CONTABLE-INVALIDA
034700         MOVE 'CONCEPTO NO EXISTE EN EL MAESTRO GLMMTR'
034800                                     TO WR-MOTIVO
034900         GO TO 4000-EXIT
035000     END-IF.
035100     MOVE 'S' TO WS-SW-DESEMBOLSO-VALIDO.
035200 4000-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------------*
035600*  5000-APLICAR-DESEMBOLSO : SUMA EL TRAMO A LO DESEMBOLSADO. EL *
035700*  TRAMO QUE COMPLETA EL MONTO (SOLO LA PRIMERA VEZ) FIJA LA     *
035800*  FECHA DE DESEMBOLSO Y MANDA LA CUENTA A CTANUEV.              *
035900*----------------------------------------------------------------*
036000 5000-APLICAR-DESEMBOLSO.
036100     MOVE WS-DESEMBOLSADO-NUEVO TO DFH-MONTO-DESEMBOLSADO.
036200     ADD 1                      TO DFH-CANT-DESEMBOLSOS.
036300     MOVE DFH-CANT-DESEMBOLSOS  TO DFH-DSB-TRAMO.
036400     MOVE WS-FECHA-PROCESO      TO DFH-DSB-FECHA-PROCESO.
036500     MOVE DFH-DSB-FECHA         TO DFH-FECHA-ULT-OPER.
036600     IF DFH-MONTO-DESEMBOLSADO = DFH-MONTO
036700        AND DFH-FECHA-DESEMBOLSO = ZERO
036800         MOVE DFH-DSB-FECHA     TO DFH-FECHA-DESEMBOLSO
036900         MOVE DFH-DSB-NUMERO-CUENTA TO LS-NUMERO-CUENTA
037000         WRITE REG-LISTA-CUENTA
037100         ADD 1 TO WS-CTAS-COMPLETAS
037200     END-IF.
037300     REWRITE DFHCOMMAREA.
037400 5000-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800*  6000-GENERAR-PARTIDA : PARTIDA DEL DESEMBOLSO AL GLPOST CON   *
037900*  LAS CUENTAS DEL CONCEPTO DEL METODO (LEIDO EN LA VALIDACION). *
038000*----------------------------------------------------------------*
038100 6000-GENERAR-PARTIDA.
038200     MOVE WS-FECHA-PROCESO      TO DFH-GL-FECHA.
038300     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
038400     MOVE WS-CLAVE-DESEMBOLSO   TO DFH-GL-CONCEPTO.
038500     MOVE DFH-CTA-DEBITO        TO DFH-GL-CTA-DEBITO.
038600     MOVE DFH-CTA-CREDITO       TO DFH-GL-CTA-CREDITO.
038700     MOVE DFH-DSB-VALOR         TO DFH-GL-VALOR.
038800     MOVE DFH-DSB-NUMERO-CUENTA TO WS-DG-CUENTA.
038900     MOVE DFH-DSB-TRAMO         TO WS-DG-TRAMO.
039000     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
039100     WRITE REG-PARTIDA-GL.
039200     ADD 1 TO WS-PARTIDAS-GENERADAS.
039300 6000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------*
039700*  6100-BUSCAR-CTA-CONTABLE : LEE LA CLAVE DEL METODO EN EL      *
039800*  MAESTRO GLMMTR (VER RMYD1GLE).                                *
039900*----------------------------------------------------------------*
040000 6100-BUSCAR-CTA-CONTABLE.
040100     MOVE 'S' TO WS-SW-CTA-VALIDA.
040200     MOVE WS-CLAVE-DESEMBOLSO TO DFH-CTA-CONCEPTO.
040300     READ CTACONT-FILE
040400         INVALID KEY
040500             MOVE 'N' TO WS-SW-CTA-VALIDA
040600     END-READ.
040700 6100-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------*
041100*  6500-GRABAR-TRANSFERENCIA : DETALLE DEL ARCHIVO PARA EL BANCO.*
041200*----------------------------------------------------------------*
041300 6500-GRABAR-TRANSFERENCIA.
041400     MOVE 'DET'                 TO DFH-TRF-TIPO-REG.
041500     MOVE DFH-DSB-FECHA         TO DFH-TRF-FECHA.
041600     MOVE DFH-DSB-NUMERO-CUENTA TO DFH-TRF-NUMERO-CUENTA.
041700     MOVE DFH-DSB-TRAMO         TO DFH-TRF-TRAMO.
041800     MOVE DFH-DSB-BANCO-BENEF   TO DFH-TRF-BANCO-DESTINO.
041900     MOVE DFH-DSB-CUENTA-BENEF  TO DFH-TRF-CUENTA-DESTINO.
042000     MOVE DFH-DSB-NOMBRE-BENEF  TO DFH-TRF-NOMBRE-BENEF.
042100     MOVE DFH-DSB-VALOR         TO DFH-TRF-VALOR.
042200     MOVE DFH-DSB-DOCUMENTO     TO DFH-TRF-REFERENCIA.
042300     WRITE REG-TRANSFERENCIA.
042400     ADD 1 TO WS-TRANSF-ESCRITAS.
042500     ADD DFH-DSB-VALOR TO WS-TOTAL-TRANSFERIDO.
042600 6500-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------------*
043000*  3000-FINALIZAR : CIERRA EL ARCHIVO DEL BANCO CON SU CONTROL,  *
043100*  EMITE CONTADORES Y CIERRA LA CORRIDA EN LA BITACORA.          *
043200*----------------------------------------------------------------*
043300 3000-FINALIZAR.
043400     MOVE 'CIE'                TO DFH-TRFC-TIPO-REG.
043500     MOVE WS-FECHA-PROCESO     TO DFH-TRFC-FECHA.
043600     MOVE WS-TRANSF-ESCRITAS   TO DFH-TRFC-CANT-TRANSF.
043700     MOVE WS-TOTAL-TRANSFERIDO TO DFH-TRFC-TOTAL.
043800     WRITE REG-CONTROL-TRF.
043900     DISPLAY 'RMYD1DES - DESEMBOLSOS LEIDOS   : ' WS-DSB-LEIDOS.
044000     DISPLAY 'RMYD1DES - DESEMBOLSOS APLICADOS: '
044100             WS-DSB-APLICADOS.
044200     DISPLAY 'RMYD1DES - DESEMBOLSOS RECHAZADOS: '
044300             WS-DSB-RECHAZADOS.
044400     DISPLAY 'RMYD1DES - CUENTAS A CTANUEV    : '
044500             WS-CTAS-COMPLETAS.
044600     DISPLAY 'RMYD1DES - TRANSFERENCIAS AL BANCO: '
044700             WS-TRANSF-ESCRITAS.
044800     DISPLAY 'RMYD1DES - TOTAL DESEMBOLSADO   : '
044900             WS-TOTAL-DESEMBOLSADO.
045000     CLOSE CUENTAS-FILE CTACONT-FILE PARTIDAS-FILE TRANSF-FILE
045100           LISTA-FILE HISTORIA-FILE RECHAZOS-FILE.
045200     IF WS-DSB-STATUS NOT EQUAL '35'
045300         CLOSE DESEMB-FILE
045400     END-IF.
045500     MOVE 'RMYD1DES' TO DFH-BTA-PROGRAMA.
045600     MOVE 'F'        TO DFH-BTA-ACCION.
045700     MOVE WS-DSB-LEIDOS TO DFH-BTA-LEIDOS.
045800     MOVE WS-DSB-APLICADOS TO DFH-BTA-ESCRITOS.
045900     MOVE WS-DSB-RECHAZADOS TO DFH-BTA-RECHAZADOS.
046000     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
046100     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
046200*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
046300*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
046400     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
046500 3000-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------*
046900*  8000-LEER-DESEMBOLSO                                          *
047000*----------------------------------------------------------------*
047100 8000-LEER-DESEMBOLSO.
047200     READ DESEMB-FILE
047300         AT END
047400             MOVE 'S' TO WS-SW-FIN-DESEMBOLSOS
047500             GO TO 8000-EXIT
047600     END-READ.
047700     ADD 1 TO WS-DSB-LEIDOS.
047800 8000-EXIT.
047900     EXIT.
