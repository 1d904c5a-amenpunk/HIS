000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1FEA.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONTABILIDAD.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : APLICA LA RESPUESTA DEL CERTIFICADOR FEL (FELRSP -   *
000900*           RMYD1FEP) A LOS DOCUMENTOS EMITIDOS POR RMYD1FEL EN  *
001000*           EL MAESTRO FELMTR (RMYD1FED). UN DOCUMENTO           *
001100*           AUTORIZADO GUARDA NUMERO DE AUTORIZACION, SERIE,     *
001200*           NUMERO DE DTE Y FECHA DE CERTIFICACION, QUEDA EN     *
001300*           ESTADO A CON FECHA DE CONTABILIZACION DE HOY Y SU    *
001400*           IVA SE ACUMULA POR CONCEPTO Y TIPO DE DOCUMENTO; UNO *
001500*           RECHAZADO QUEDA EN ESTADO R CON EL MOTIVO Y SE       *
001600*           CORRIGE A MANO. RESPUESTA SIN DOCUMENTO O SOBRE UN   *
001700*           DOCUMENTO YA RESUELTO SE INFORMA Y LA CORRIDA        *
001800*           TERMINA CON CODIGO 4. AL FINAL GENERA AL GLPOST UNA  *
001900*           PARTIDA POR CONCEPTO Y TIPO DE DOCUMENTO (CLAVE IVA  *
002000*           + CONCEPTO EN GLMMTR: IVAINTERE, IVACOMISI, IVAMORA) *
002100*           QUE TRASLADA EL IVA INCLUIDO EN LO COBRADO DE LA     *
002200*           CUENTA DE INGRESO (DEBITO DEL MAESTRO) AL IVA POR    *
002300*           PAGAR (CREDITO DEL MAESTRO); LA NOTA DE CREDITO      *
002400*           INVIERTE LAS CUENTAS. EMITE EL DETALLE EN RPTFEA.    *
002500*           CORRE DESPUES DE RMYD1FEL Y ANTES DE RMYD1GLC.       *
002600*----------------------------------------------------------------*
002700*  HISTORIAL DE MODIFICACIONES                                   *
002800*  FECHA       INIC  DESCRIPCION                                 *
002900*  15/10/2026  DS    VERSION INICIAL.                            *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-390.
003400 OBJECT-COMPUTER.  IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RESPUESTA-FILE ASSIGN TO FELRSP
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS WS-RSP-STATUS.
004000
004100     SELECT DOCUMENT-FILE  ASSIGN TO FELMTR
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE   IS RANDOM
004400            RECORD KEY    IS DFH-FED-LLAVE
004500            FILE STATUS   IS WS-FED-STATUS.
004600
004700     SELECT CTACONT-FILE   ASSIGN TO GLMMTR
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE   IS RANDOM
005000            RECORD KEY    IS DFH-CTA-CONCEPTO
005100            FILE STATUS   IS WS-GLM-STATUS.
005200
005300     SELECT PARTIDAS-FILE  ASSIGN TO GLPOST
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS   IS WS-GLP-STATUS.
005600
005700     SELECT REPORTE-FILE   ASSIGN TO RPTFEA
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS   IS WS-RPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RESPUESTA-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY RMYD1FEP.
006700
006800 FD  DOCUMENT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY RMYD1FED.
007200
007300 FD  CTACONT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY RMYD1GLM.
007700
007800 FD  PARTIDAS-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY RMYD1GLP.
008200
008300 FD  REPORTE-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORTE-LINEA                PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 COPY RMYD1BTA.
009000 77  WS-RSP-STATUS                PIC X(02).
009100     88 RSP-OK                       VALUE '00'.
009200 77  WS-FED-STATUS                PIC X(02).
009300     88 FED-OK                       VALUE '00'.
009400 77  WS-GLM-STATUS                PIC X(02).
009500 77  WS-GLP-STATUS                PIC X(02).
009600 77  WS-RPT-STATUS                PIC X(02).
009700 77  WS-SW-FIN-RESPUESTAS         PIC X(01).
009800     88 FIN-RESPUESTAS               VALUE 'S'.
009900 77  WS-SW-CTA-VALIDA             PIC X(01).
010000     88 CTA-CONTABLE-VALIDA          VALUE 'S'.
010100     88 CTA-CONTABLE-INVALIDA        VALUE 'N'.
010200 77  WS-FECHA-PROCESO             PIC 9(008).
010300 77  WS-SUB-CON                   PIC 9(002) COMP.
010400 77  WS-SUB-TIPO                  PIC 9(002) COMP.
010500 77  WS-RSP-LEIDAS                PIC 9(007) COMP.
010600 77  WS-DOC-AUTORIZADOS           PIC 9(007) COMP.
010700 77  WS-DOC-RECHAZADOS            PIC 9(007) COMP.
010800 77  WS-RSP-INVALIDAS             PIC 9(007) COMP.
010900 77  WS-PARTIDAS-GENERADAS        PIC 9(007) COMP.
011000 77  WS-PARTIDAS-RECHAZADAS       PIC 9(007) COMP.
011100 77  WS-CTA-INGRESO               PIC X(012).
011200 77  WS-CTA-IVA                   PIC X(012).
011300 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
011400
011500*----------------------------------------------------------------*
011600*  CONCEPTOS AFECTOS A IVA, EN EL ORDEN DE DFH-FED-CONCEPTO, Y   *
011700*  LLAVE DE SU CUENTA EN GLMMTR: IVA MAS LOS PRIMEROS SEIS       *
011800*  CARACTERES DEL CONCEPTO.                                      *
011900*----------------------------------------------------------------*
012000 01  WS-CONCEPTOS-IVA.
012100     05 FILLER                    PIC X(010) VALUE 'INTERES'.
012200     05 FILLER                    PIC X(010) VALUE 'COMISION'.
012300     05 FILLER                    PIC X(010) VALUE 'MORA'.
012400 01  WS-CONCEPTOS-IVA-R REDEFINES WS-CONCEPTOS-IVA.
012500     05 WS-NOMBRE-IVA             PIC X(010) OCCURS 3 TIMES.
012600 01  WS-CLAVE-IVA.
012700     05 FILLER                    PIC X(003)     VALUE 'IVA'.
012800     05 WS-CLI-CONCEPTO           PIC X(006).
012900
013000*----------------------------------------------------------------*
013100*  IVA AUTORIZADO EN LA CORRIDA POR CONCEPTO; TIPO 1 FACTURAS,   *
013200*  TIPO 2 NOTAS DE CREDITO.                                      *
013300*----------------------------------------------------------------*
013400 01  WS-TABLA-IVA.
013500     05 WS-IVA-CONCEPTO OCCURS 3 TIMES.
013600         10 WS-IVA-TIPO-DOC OCCURS 2 TIMES.
013700             15 WI-CANTIDAD       PIC 9(007) COMP.
013800             15 WI-VALOR          PIC S9(011)V99 COMP-3.
013900
014000 01  WS-DESCRIPCION-GL.
014100     05 WS-DG-TIPO-DOC            PIC X(005).
014200     05 FILLER                    PIC X(004)     VALUE 'IVA '.
014300     05 WS-DG-CONCEPTO            PIC X(010).
014400     05 FILLER                    PIC X(021)     VALUE SPACES.
014500
014600 01  WS-TITULO-RPT.
014700     05 FILLER                    PIC X(040)
014800        VALUE 'RESPUESTA DEL CERTIFICADOR FEL DEL DIA '.
014900     05 WE-FECHA                  PIC 9(008).
015000     05 FILLER                    PIC X(084)     VALUE SPACES.
015100
015200 01  WS-ENCABEZADO-RPT.
015300     05 FILLER                    PIC X(041)
015400        VALUE 'DOCUMENTO'.
015500     05 FILLER                    PIC X(002)     VALUE 'R'.
015600     05 FILLER                    PIC X(011)     VALUE 'SERIE'.
015700     05 FILLER                    PIC X(011)     VALUE 'NUMERO'.
015800     05 FILLER                    PIC X(015)
015900        VALUE '           IVA'.
016000     05 FILLER                    PIC X(052)     VALUE 'ESTADO'.
016100
016200 01  WS-DETALLE-RPT.
016300     05 WD-LLAVE                  PIC X(040).
016400     05 FILLER                    PIC X(001)     VALUE SPACES.
016500     05 WD-RESULTADO              PIC X(001).
016600     05 FILLER                    PIC X(001)     VALUE SPACES.
016700     05 WD-SERIE                  PIC X(010).
016800     05 FILLER                    PIC X(001)     VALUE SPACES.
016900     05 WD-NUMERO                 PIC Z(009)9.
017000     05 FILLER                    PIC X(001)     VALUE SPACES.
017100     05 WD-IVA                    PIC ZZZ,ZZZ,ZZ9.99-.
017200     05 FILLER                    PIC X(001)     VALUE SPACES.
017300     05 WD-ESTADO                 PIC X(051).
017400
017500 01  WS-PARTIDA-RPT.
017600     05 FILLER                    PIC X(009)     VALUE 'PARTIDA '.
017700     05 WP-TIPO-DOC               PIC X(005).
017800     05 WP-CONCEPTO               PIC X(010).
017900     05 WP-CANTIDAD               PIC ZZZ,ZZ9.
018000     05 FILLER                    PIC X(002)     VALUE SPACES.
018100     05 WP-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018200     05 FILLER                    PIC X(002)     VALUE SPACES.
018300     05 WP-CTA-DEBITO             PIC X(012).
018400     05 FILLER                    PIC X(001)     VALUE SPACES.
018500     05 WP-CTA-CREDITO            PIC X(012).
018600     05 FILLER                    PIC X(001)     VALUE SPACES.
018700     05 WP-ESTADO                 PIC X(053).
018800
018900 PROCEDURE DIVISION.
019000
019100 0000-MAINLINE.
019200     PERFORM 1000-INICIALIZAR        THRU 1000-EXIT.
019300     PERFORM 2000-PROCESAR-RESPUESTA THRU 2000-EXIT
019400         UNTIL FIN-RESPUESTAS.
019500     PERFORM 3000-FINALIZAR          THRU 3000-EXIT.
019600     STOP RUN.
019700
019800*----------------------------------------------------------------*
019900*  1000-INICIALIZAR                                              *
020000*----------------------------------------------------------------*
020100 1000-INICIALIZAR.
020200     MOVE 'RMYD1FEA' TO DFH-BTA-PROGRAMA.
020300     MOVE 'I'        TO DFH-BTA-ACCION.
020400     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
020500                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
020600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
020700     MOVE 'N'  TO WS-SW-FIN-RESPUESTAS.
020800     MOVE ZERO TO WS-RSP-LEIDAS WS-DOC-AUTORIZADOS
020900                  WS-DOC-RECHAZADOS WS-RSP-INVALIDAS
021000                  WS-PARTIDAS-GENERADAS WS-PARTIDAS-RECHAZADAS.
021100     PERFORM 1100-LIMPIAR-IVA THRU 1100-EXIT
021200         VARYING WS-SUB-CON FROM 1 BY 1
021300         UNTIL WS-SUB-CON > 3.
021400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
021500     OPEN INPUT  RESPUESTA-FILE.
021600     OPEN I-O    DOCUMENT-FILE.
021700     OPEN INPUT  CTACONT-FILE.
021800     OPEN OUTPUT REPORTE-FILE.
021900     OPEN EXTEND PARTIDAS-FILE.
022000     IF WS-GLP-STATUS EQUAL '05' OR '35'
022100         CLOSE PARTIDAS-FILE
022200         OPEN OUTPUT PARTIDAS-FILE
022300     END-IF.
022400     MOVE WS-FECHA-PROCESO TO WE-FECHA.
022500     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
022600     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
022700     IF WS-GLM-STATUS NOT = '00'
022800         DISPLAY 'RMYD1FEA - ERROR CTACONT-FILE ' WS-GLM-STATUS
022900         MOVE 'S' TO WS-SW-FIN-RESPUESTAS
023000         MOVE 16  TO WS-CODRET-CORRIDA
023100         GO TO 1000-EXIT
023200     END-IF.
023300     IF NOT FED-OK
023400         DISPLAY 'RMYD1FEA - ERROR DOCUMENT-FILE ' WS-FED-STATUS
023500         MOVE 'S' TO WS-SW-FIN-RESPUESTAS
023600         MOVE 16  TO WS-CODRET-CORRIDA
023700         GO TO 1000-EXIT
023800     END-IF.
023900     IF WS-RSP-STATUS EQUAL '35'
024000         DISPLAY 'RMYD1FEA - SIN RESPUESTA DEL CERTIFICADOR'
024100         MOVE 'S' TO WS-SW-FIN-RESPUESTAS
024200         GO TO 1000-EXIT
024300     END-IF.
024400     IF NOT RSP-OK
024500         DISPLAY 'RMYD1FEA - ERROR RESPUESTA-FILE ' WS-RSP-STATUS
024600         MOVE 'S' TO WS-SW-FIN-RESPUESTAS
024700         MOVE 16  TO WS-CODRET-CORRIDA
024800         GO TO 1000-EXIT
024900     END-IF.
025000     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
025100 1000-EXIT.
025200     EXIT.
025300
025400 1100-LIMPIAR-IVA.
025500     MOVE ZERO TO WI-CANTIDAD (WS-SUB-CON 1)
025600                  WI-CANTIDAD (WS-SUB-CON 2)
025700                  WI-VALOR    (WS-SUB-CON 1)
025800                  WI-VALOR    (WS-SUB-CON 2).
025900 1100-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------------*
026300*  2000-PROCESAR-RESPUESTA : ASIENTA EN FELMTR LA RESPUESTA DE   *
026400*  UN DOCUMENTO EMITIDO. LO AUTORIZADO SUMA SU IVA AL CONCEPTO.  *
026500*----------------------------------------------------------------*
026600 2000-PROCESAR-RESPUESTA.
026700     MOVE DFH-FEP-LLAVE         TO WD-LLAVE.
026800     MOVE DFH-FEP-RESULTADO     TO WD-RESULTADO.
026900     MOVE DFH-FEP-SERIE         TO WD-SERIE.
027000     MOVE ZERO                  TO WD-NUMERO WD-IVA.
027100     IF DFH-FEP-NUMERO-DTE NUMERIC
027200         MOVE DFH-FEP-NUMERO-DTE TO WD-NUMERO
027300     END-IF.
027400     MOVE DFH-FEP-LLAVE         TO DFH-FED-LLAVE.
027500     READ DOCUMENT-FILE
027600         INVALID KEY
027700             MOVE 'DOCUMENTO NO EXISTE EN FELMTR' TO WD-ESTADO
027800             PERFORM 6200-RESPUESTA-INVALIDA THRU 6200-EXIT
027900             GO TO 2000-SIGUIENTE
028000     END-READ.
028100     MOVE DFH-FED-IVA           TO WD-IVA.
028200     IF NOT FED-EMITIDO
028300         MOVE 'DOCUMENTO YA RESUELTO, NO SE APLICA' TO WD-ESTADO
028400         PERFORM 6200-RESPUESTA-INVALIDA THRU 6200-EXIT
028500         GO TO 2000-SIGUIENTE
028600     END-IF.
028700     IF FEP-AUTORIZADO
028800         PERFORM 2100-AUTORIZAR THRU 2100-EXIT
028900         GO TO 2000-SIGUIENTE
029000     END-IF.
029100     IF FEP-RECHAZADO
029200         MOVE 'R'               TO DFH-FED-ESTADO
029300         MOVE DFH-FEP-MOTIVO    TO DFH-FED-MOTIVO-RECHAZO
029400         REWRITE REG-DOCUMENTO-FEL
029500         ADD 1 TO WS-DOC-RECHAZADOS
029600         MOVE DFH-FEP-MOTIVO    TO WD-ESTADO
029700         WRITE REPORTE-LINEA FROM WS-DETALLE-RPT
029800         IF WS-CODRET-CORRIDA < 4
029900             MOVE 4 TO WS-CODRET-CORRIDA
030000         END-IF
030100         GO TO 2000-SIGUIENTE
030200     END-IF.
030300     MOVE 'RESULTADO NO RECONOCIDO' TO WD-ESTADO.
030400     PERFORM 6200-RESPUESTA-INVALIDA THRU 6200-EXIT.
030500 2000-SIGUIENTE.
030600     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900
031000*----------------------------------------------------------------*
031100*  2100-AUTORIZAR : DATOS DE LA CERTIFICACION AL MAESTRO E IVA   *
031200*  DEL DOCUMENTO A LA TABLA POR CONCEPTO Y TIPO DE DOCUMENTO.    *
031300*----------------------------------------------------------------*
031400 2100-AUTORIZAR.
031500     MOVE 'A'                   TO DFH-FED-ESTADO.
031600     MOVE DFH-FEP-AUTORIZACION  TO DFH-FED-AUTORIZACION.
031700     MOVE DFH-FEP-SERIE         TO DFH-FED-SERIE.
031800     MOVE DFH-FEP-NUMERO-DTE    TO DFH-FED-NUMERO-DTE.
031900     MOVE DFH-FEP-FECHA-CERTIF  TO DFH-FED-FECHA-CERTIF.
032000     MOVE WS-FECHA-PROCESO      TO DFH-FED-FECHA-CONTAB.
032100     REWRITE REG-DOCUMENTO-FEL.
032200     ADD 1 TO WS-DOC-AUTORIZADOS.
032300     IF FED-NOTA-CREDITO
032400         MOVE 2 TO WS-SUB-TIPO
032500     ELSE
032600         MOVE 1 TO WS-SUB-TIPO
032700     END-IF.
032800     PERFORM 2110-SUMAR-IVA THRU 2110-EXIT
032900         VARYING WS-SUB-CON FROM 1 BY 1
033000         UNTIL WS-SUB-CON > 3.
033100     MOVE 'AUTORIZADO'          TO WD-ESTADO.
033200     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
033300 2100-EXIT.
033400     EXIT.
033500
033600 2110-SUMAR-IVA.
033700     IF DFH-FED-IVA-CONCEPTO (WS-SUB-CON) NOT = ZERO
033800         ADD 1 TO WI-CANTIDAD (WS-SUB-CON WS-SUB-TIPO)
033900         ADD DFH-FED-IVA-CONCEPTO (WS-SUB-CON)
034000           TO WI-VALOR (WS-SUB-CON WS-SUB-TIPO)
034100     END-IF.
034200 2110-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600*  6000-GENERAR-PARTIDA : PARTIDA DEL IVA DE UN CONCEPTO Y TIPO  *
034700*  DE DOCUMENTO. LA FACTURA DEBITA EL INGRESO Y ACREDITA EL IVA  *
034800*  POR PAGAR; LA NOTA DE CREDITO INVIERTE LAS CUENTAS. SIN       *
034900*  CUENTA EN GLMMTR NO SE CONTABILIZA Y SE AVISA.                *
035000*----------------------------------------------------------------*
035100 6000-GENERAR-PARTIDA.
035200     IF WI-VALOR (WS-SUB-CON WS-SUB-TIPO) = ZERO
035300         GO TO 6000-EXIT
035400     END-IF.
035500     IF WS-SUB-TIPO = 1
035600         MOVE 'FACT '           TO WP-TIPO-DOC WS-DG-TIPO-DOC
035700     ELSE
035800         MOVE 'NCRE '           TO WP-TIPO-DOC WS-DG-TIPO-DOC
035900     END-IF.
036000     MOVE WS-NOMBRE-IVA (WS-SUB-CON) TO WP-CONCEPTO WS-DG-CONCEPTO
036100                                        WS-CLI-CONCEPTO.
036200     MOVE WI-CANTIDAD (WS-SUB-CON WS-SUB-TIPO) TO WP-CANTIDAD.
036300     MOVE WI-VALOR    (WS-SUB-CON WS-SUB-TIPO) TO WP-VALOR.
036400     MOVE SPACES TO WP-CTA-DEBITO WP-CTA-CREDITO.
036500     PERFORM 6100-BUSCAR-CTA-CONTABLE THRU 6100-EXIT.
036600     IF CTA-CONTABLE-INVALIDA
036700         ADD 1 TO WS-PARTIDAS-RECHAZADAS
036800         MOVE 'CONCEPTO NO EXISTE EN EL MAESTRO GLMMTR'
036900                                TO WP-ESTADO
037000         WRITE REPORTE-LINEA FROM WS-PARTIDA-RPT
037100         IF WS-CODRET-CORRIDA < 4
037200             MOVE 4 TO WS-CODRET-CORRIDA
037300         END-IF
037400         GO TO 6000-EXIT
037500     END-IF.
037600     MOVE DFH-CTA-DEBITO        TO WS-CTA-INGRESO.
037700     MOVE DFH-CTA-CREDITO       TO WS-CTA-IVA.
037800     MOVE WS-FECHA-PROCESO      TO DFH-GL-FECHA.
037900     MOVE ZERO                  TO DFH-GL-CODIGO-CONVENIO.
038000     MOVE WS-CLAVE-IVA          TO DFH-GL-CONCEPTO.
038100     IF WS-SUB-TIPO = 1
038200         MOVE WS-CTA-INGRESO    TO DFH-GL-CTA-DEBITO
038300         MOVE WS-CTA-IVA        TO DFH-GL-CTA-CREDITO
038400     ELSE
038500         MOVE WS-CTA-IVA        TO DFH-GL-CTA-DEBITO
038600         MOVE WS-CTA-INGRESO    TO DFH-GL-CTA-CREDITO
038700     END-IF.
038800     MOVE WI-VALOR (WS-SUB-CON WS-SUB-TIPO) TO DFH-GL-VALOR.
038900     MOVE WS-DESCRIPCION-GL     TO DFH-GL-DESCRIPCION.
039000     WRITE REG-PARTIDA-GL.
039100     ADD 1 TO WS-PARTIDAS-GENERADAS.
039200     MOVE DFH-GL-CTA-DEBITO     TO WP-CTA-DEBITO.
039300     MOVE DFH-GL-CTA-CREDITO    TO WP-CTA-CREDITO.
039400     MOVE 'GENERADA'            TO WP-ESTADO.
039500     WRITE REPORTE-LINEA FROM WS-PARTIDA-RPT.
039600 6000-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------*
040000*  6100-BUSCAR-CTA-CONTABLE : LEE WS-CLAVE-IVA EN GLMMTR.        *
040100*----------------------------------------------------------------*
040200 6100-BUSCAR-CTA-CONTABLE.
040300     MOVE 'S' TO WS-SW-CTA-VALIDA.
040400     MOVE WS-CLAVE-IVA TO DFH-CTA-CONCEPTO.
040500     READ CTACONT-FILE
040600         INVALID KEY
040700             MOVE 'N' TO WS-SW-CTA-VALIDA
040800     END-READ.
040900 6100-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------*
041300*  6200-RESPUESTA-INVALIDA : LA RESPUESTA NO SE APLICA; SALE AL  *
041400*  REPORTE Y LA CORRIDA TERMINA CON AVISO.                       *
041500*----------------------------------------------------------------*
041600 6200-RESPUESTA-INVALIDA.
041700     ADD 1 TO WS-RSP-INVALIDAS.
041800     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
041900     IF WS-CODRET-CORRIDA < 4
042000         MOVE 4 TO WS-CODRET-CORRIDA
042100     END-IF.
042200 6200-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------*
042600*  3000-FINALIZAR : PARTIDAS DEL IVA AUTORIZADO, TOTALES Y FIN   *
042700*  DE LA CORRIDA EN LA BITACORA.                                 *
042800*----------------------------------------------------------------*
042900 3000-FINALIZAR.
043000     MOVE SPACES TO REPORTE-LINEA.
043100     WRITE REPORTE-LINEA.
043200     IF WS-CODRET-CORRIDA < 16
043300         PERFORM 3100-PARTIDAS-CONCEPTO THRU 3100-EXIT
043400             VARYING WS-SUB-CON FROM 1 BY 1
043500             UNTIL WS-SUB-CON > 3
043600     END-IF.
043700     DISPLAY 'RMYD1FEA - RESPUESTAS LEIDAS  : ' WS-RSP-LEIDAS.
043800     DISPLAY 'RMYD1FEA - AUTORIZADOS        : '
043900             WS-DOC-AUTORIZADOS.
044000     DISPLAY 'RMYD1FEA - RECHAZADOS         : ' WS-DOC-RECHAZADOS.
044100     DISPLAY 'RMYD1FEA - NO APLICADAS       : ' WS-RSP-INVALIDAS.
044200     DISPLAY 'RMYD1FEA - PARTIDAS GENERADAS : '
044300             WS-PARTIDAS-GENERADAS.
044400     DISPLAY 'RMYD1FEA - PARTIDAS SIN CUENTA: '
044500             WS-PARTIDAS-RECHAZADAS.
044600     CLOSE DOCUMENT-FILE CTACONT-FILE PARTIDAS-FILE REPORTE-FILE.
044700     IF WS-RSP-STATUS NOT EQUAL '35'
044800         CLOSE RESPUESTA-FILE
044900     END-IF.
045000     MOVE 'RMYD1FEA' TO DFH-BTA-PROGRAMA.
045100     MOVE 'F'        TO DFH-BTA-ACCION.
045200     MOVE WS-RSP-LEIDAS TO DFH-BTA-LEIDOS.
045300     MOVE WS-PARTIDAS-GENERADAS TO DFH-BTA-ESCRITOS.
045400     MOVE WS-RSP-INVALIDAS TO DFH-BTA-RECHAZADOS.
045500     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
045600     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
045700*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
045800*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
045900     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
046000 3000-EXIT.
046100     EXIT.
046200
046300 3100-PARTIDAS-CONCEPTO.
046400     PERFORM 6000-GENERAR-PARTIDA THRU 6000-EXIT
046500         VARYING WS-SUB-TIPO FROM 1 BY 1
046600         UNTIL WS-SUB-TIPO > 2.
046700 3100-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------------*
047100*  8000-LEER-RESPUESTA                                           *
047200*----------------------------------------------------------------*
047300 8000-LEER-RESPUESTA.
047400     READ RESPUESTA-FILE
047500         AT END
047600             MOVE 'S' TO WS-SW-FIN-RESPUESTAS
047700             GO TO 8000-EXIT
047800     END-READ.
047900     ADD 1 TO WS-RSP-LEIDAS.
048000 8000-EXIT.
048100     EXIT.
