002300*           SITIO; LAS CUENTAS SIN ABONO NO SE TOCAN. CADA       *
002400*           CUENTA CON ABONO RECIBE SU CARTA DE CONFIRMACION     *
002500*           DEL NUEVO PLAN EN RPTABX.                            *
002520*           LAS CUOTAS RECALCULADAS SE DESGLOSAN DE NUEVO        *
002540*           (RMYD1CLD) EN CAPITAL, INTERES, COMISION Y SEGURO    *
002560*           (ESTOS DOS DE LA RUTINA COMUN RMYD1CQC) CON EL SALDO *
002580*           DE CAPITAL DESPUES DE LA CUOTA, COMO EN RMYD1GEN.    *
002600*----------------------------------------------------------------*
002700*  HISTORIAL DE MODIFICACIONES                                   *
002800*  FECHA       INIC  DESCRIPCION                                 *
002930*                    ACTUALIZA EN SITIO SOLO LAS CUOTAS QUE      *
002940*                    CAMBIAN; YA NO SE REESCRIBE EL CALENDARIO   *
002950*                    COMPLETO A CUOTNEW.                         *
002960*  15/10/2026  DS    EL ABONO APLICADO DEJA SU REGISTRO ABONOCAP *
002970*                    EN EL HISTORIAL DE IMPUTACIONES (IMPHIST -  *
002980*                    RMYD1IMH) CON EL CANAL DEL PAGO, PARA QUE   *
002990*                    RMYD1GLI LO CONTABILICE.                    *
002992*  15/10/2026  DS    LAS CUOTAS RECALCULADAS SE REESCRIBEN CON   *
002994*                    SU DESGLOSE EN CAPITAL, INTERES, COMISION Y *
002996*                    SEGURO Y EL SALDO DE CAPITAL DESPUES DE LA  *
002998*                    CUOTA (VER RMYD1GEN).                       *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005100            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005200            FILE STATUS   IS WS-CTAS-STATUS.
005300
005310     SELECT IMPUTAC-FILE  ASSIGN TO IMPHIST
005320            ORGANIZATION IS LINE SEQUENTIAL
005330            FILE STATUS   IS WS-IMP-STATUS.
005340
005400     SELECT REPORTE-FILE  ASSIGN TO RPTABX
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS   IS WS-RPT-STATUS.
007700     LABEL RECORDS ARE STANDARD.
007800     COPY RMYD1CLG.
007900
007910 FD  IMPUTAC-FILE
007920     RECORDING MODE IS F
007930     LABEL RECORDS ARE STANDARD.
007940     COPY RMYD1IMH.
007950
008000 FD  REPORTE-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008400
008500 WORKING-STORAGE SECTION.
008600 COPY RMYD1BTA.
008650 COPY RMYD1CQA.
008700 77  WS-ABO-STATUS                PIC X(02).
008800     88 ABO-OK                       VALUE '00'.
008900 77  WS-CUO-STATUS                PIC X(02).
009000     88 CUO-OK                       VALUE '00'.
009200 77  WS-CTAS-STATUS               PIC X(02).
009300 77  WS-RPT-STATUS                PIC X(02).
009310 77  WS-IMP-STATUS                PIC X(02).
009400 77  WS-SW-FIN-ABONOS             PIC X(01).
009500     88 FIN-ABONOS                   VALUE 'S'.
009600 77  WS-SW-FIN-CUOTAS             PIC X(01).
011600 77  WS-SALDO-AMORT               PIC S9(011)V99 COMP-3.
011700 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
011800 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
011850 77  WS-SALDO-ANTERIOR            PIC S9(011)V99 COMP-3.
011900 77  WS-CUOTA-CALCULADA           PIC S9(009)V99 COMP-3.
012000 77  WS-ULT-FECHA-PAGO            PIC X(010).
012100 77  WS-ABONOS-LEIDOS             PIC 9(007) COMP.
012400 77  WS-CUOTAS-ELIMINADAS         PIC 9(007) COMP.
012410 77  WS-CUOTAS-REESCRITAS         PIC 9(007) COMP.
012420 77  WS-CTAS-SIN-MAESTRO          PIC 9(007) COMP.
012430 77  WS-IMPUTACIONES-GRABADAS     PIC 9(007) COMP.
012440 77  WS-SECUENCIA-ABONO           PIC 9(003).
012450 77  WS-FECHA-ABONO               PIC 9(008).
012460 77  WS-CANAL-ABONO               PIC X(010).
012470 77  WS-REFERENCIA-ABONO          PIC X(015).
012500
012600 01  WS-CUOTAS-CUENTA.
012700     05 WS-CUOTA-BUFFER OCCURS 999 TIMES
012710                                  PIC X(224).
012720
012730 01  WS-FECHA-CUOTA-EDIT.
012740     05 WS-FCE-CCYY               PIC 9(004).
012750     05 FILLER                    PIC X(001).
012760     05 WS-FCE-MM                 PIC 9(002).
012770     05 FILLER                    PIC X(001).
012780     05 WS-FCE-DD                 PIC 9(002).
012790 01  WS-FECHA-CUOTA-N             PIC 9(008).
012800 01  FILLER REDEFINES WS-FECHA-CUOTA-N.
012810     05 WS-FQ-CCYY                PIC 9(004).
012820     05 WS-FQ-MM                  PIC 9(002).
012830     05 WS-FQ-DD                  PIC 9(002).
012900
013000 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
013100
018300                  WS-CTAS-SIN-PENDIENTES WS-CUOTAS-ELIMINADAS
018350                  WS-CUOTAS-REESCRITAS WS-CTAS-SIN-MAESTRO
018400                  WS-CANT-CUOTAS-CUENTA WS-ABONO-CUENTA
018450                  WS-TOTAL-SOBRANTE WS-IMPUTACIONES-GRABADAS.
018500     MOVE SPACE TO WS-OPCION-CUENTA.
018600     OPEN INPUT  ABONOS-FILE.
018700     IF WS-ABO-STATUS EQUAL '35'
019000     OPEN I-O    CUOTAS-FILE.
019200     OPEN I-O    CUENTAS-FILE.
019300     OPEN OUTPUT REPORTE-FILE.
019310     OPEN EXTEND IMPUTAC-FILE.
019320     IF WS-IMP-STATUS EQUAL '05' OR '35'
019330         CLOSE IMPUTAC-FILE
019340         OPEN OUTPUT IMPUTAC-FILE
019350     END-IF.
019400     IF NOT CUO-OK
019500         DISPLAY 'RMYD1ABX - ERROR CUOTAS-FILE ' WS-CUO-STATUS
019600         MOVE 'S' TO WS-SW-FIN-ABONOS
021100     MOVE DFH-ABO-NUMERO-CUENTA TO WS-CUENTA-ANTERIOR.
021200     MOVE ZERO  TO WS-ABONO-CUENTA.
021300     MOVE SPACE TO WS-OPCION-CUENTA.
021310     MOVE SPACES TO WS-CANAL-ABONO WS-REFERENCIA-ABONO.
021400     PERFORM 5100-SUMAR-ABONO THRU 5100-EXIT
021500         UNTIL FIN-ABONOS
021600         OR DFH-ABO-NUMERO-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR.
023100     END-IF.
023200     PERFORM 5050-CARGAR-CALENDARIO THRU 5050-EXIT.
023300     PERFORM 5200-APLICAR-ABONO THRU 5200-EXIT.
023310     IF WS-ABONO-APLICADO > ZERO
023320         PERFORM 7000-GRABAR-IMPUTACION THRU 7000-EXIT
023330     END-IF.
023400     MOVE ZERO TO WS-CANT-CUOTAS-CUENTA.
023500 2000-EXIT.
023600     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  5100-SUMAR-ABONO : ACUMULA EL GRUPO DE ABONOS DE LA CUENTA Y  *
027400*  RETIENE LA ULTIMA OPCION Y EL ULTIMO CANAL NO BLANCOS.        *
027500*----------------------------------------------------------------*
027600 5100-SUMAR-ABONO.
027700     ADD DFH-ABO-VALOR-EXCEDENTE TO WS-ABONO-CUENTA.
027710     MOVE DFH-ABO-SECUENCIA-PAGO  TO WS-SECUENCIA-ABONO.
027720     MOVE DFH-ABO-FECHA-PROCESO   TO WS-FECHA-ABONO.
027730     IF DFH-ABO-CANAL NOT = SPACES
027740         MOVE DFH-ABO-CANAL      TO WS-CANAL-ABONO
027750         MOVE DFH-ABO-REFERENCIA TO WS-REFERENCIA-ABONO
027760     END-IF.
027800     IF DFH-ABO-OPCION NOT = SPACE
027900         MOVE DFH-ABO-OPCION TO WS-OPCION-CUENTA
028000     END-IF.
043300         COMPUTE WS-CUOTA-CALCULADA ROUNDED =
043400             WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
043500     END-IF.
043550     MOVE WS-SALDO-AMORT TO WS-SALDO-ANTERIOR.
043600     SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-AMORT.
043700     PERFORM 5520-DESGLOSAR-CUOTA THRU 5520-EXIT.
044100     MOVE DFH-FECHA-PAGO     TO WS-ULT-FECHA-PAGO.
044200     REWRITE REG-CUOTA-PROGRAMADA
044300         INVALID KEY
044800     END-REWRITE.
044900 5510-EXIT.
045000     EXIT.
045002
045004*----------------------------------------------------------------*
045006*  5520-DESGLOSAR-CUOTA : COMPONENTES DE LA CUOTA RECALCULADA    *
045008*  (VER RMYD1GEN); COMISION Y SEGURO DE LA RUTINA COMUN RMYD1CQC *
045010*  A LA FECHA DE LA CUOTA. LA CUOTA QUEDA SIN ABONOS.            *
045012*----------------------------------------------------------------*
045014 5520-DESGLOSAR-CUOTA.
045016     MOVE DFH-FECHA-PAGO       TO WS-FECHA-CUOTA-EDIT.
045018     MOVE WS-FCE-CCYY          TO WS-FQ-CCYY.
045020     MOVE WS-FCE-MM            TO WS-FQ-MM.
045022     MOVE WS-FCE-DD            TO WS-FQ-DD.
045024     MOVE WS-CUENTA-ANTERIOR   TO DFH-CQA-NUMERO-CUENTA.
045026     MOVE WS-FECHA-CUOTA-N     TO DFH-CQA-FECHA-CUOTA.
045028     MOVE WS-SALDO-ANTERIOR    TO DFH-CQA-SALDO-BASE.
045030     MOVE DFH-TASA-COMISION    TO DFH-CQA-TASA-COMISION.
045032     MOVE DFH-GARANTIA-VALOR-AVALUO
045034                               TO DFH-CQA-VALOR-AVALUO.
045036     CALL 'RMYD1CQC' USING REG-COMPONENTES-CUOTA.
045038     MOVE DFH-CQA-SEGURO       TO DFH-SEGURO-CUOTA
045040                                  DFH-SEGURO-REMANENTE.
045042     MOVE DFH-CQA-COMISION     TO DFH-COMISION-CUOTA
045044                                  DFH-COMISION-REMANENTE.
045046     MOVE WS-INTERES-CUOTA     TO DFH-INTERES-CUOTA
045048                                  DFH-INTERES-REMANENTE.
045050     MOVE WS-CAPITAL-CUOTA     TO DFH-CAPITAL-CUOTA
045052                                  DFH-CAPITAL-REMANENTE.
045054     MOVE ZERO                 TO DFH-SEGURO-ABONADO
045056                                  DFH-COMISION-ABONADO
045058                                  DFH-INTERES-ABONADO
045060                                  DFH-CAPITAL-ABONADO.
045062     MOVE WS-SALDO-AMORT       TO DFH-SALDO-DESPUES-CUOTA.
045064     COMPUTE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA =
045066         DFH-SEGURO-CUOTA + DFH-COMISION-CUOTA
045068       + DFH-INTERES-CUOTA + DFH-CAPITAL-CUOTA.
045070     MOVE ZERO                 TO DFH-VALOR-ABONADO.
045072     MOVE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA
045074                               TO DFH-VALOR-REMANENTE.
045076 5520-EXIT.
045078     EXIT.
045100
045200*----------------------------------------------------------------*
045300*  5800-EMITIR-CARTA : CARTA DE CONFIRMACION DEL NUEVO PLAN.     *
048200     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
048300 5800-EXIT.
048400     EXIT.
048405
048410*----------------------------------------------------------------*
048415*  7000-GRABAR-IMPUTACION : EL ABONO APLICADO A CAPITAL QUEDA EN *
048420*  EL HISTORIAL DE IMPUTACIONES CON EL CANAL DEL PAGO.           *
048425*----------------------------------------------------------------*
048430 7000-GRABAR-IMPUTACION.
048435     MOVE WS-CUENTA-ANTERIOR  TO DFH-IMP-NUMERO-CUENTA.
048440     MOVE WS-SECUENCIA-ABONO  TO DFH-IMP-SECUENCIA-PAGO.
048445     MOVE WS-FECHA-ABONO      TO DFH-IMP-FECHA-PROCESO.
048450     MOVE 'ABONOCAP'          TO DFH-IMP-CONCEPTO.
048455     MOVE WS-ABONO-APLICADO   TO DFH-IMP-VALOR-APLICADO.
048460     MOVE WS-CANAL-ABONO      TO DFH-IMP-CANAL.
048465     MOVE 'P'                 TO DFH-IMP-TIPO-MOV.
048470     MOVE WS-REFERENCIA-ABONO TO DFH-IMP-REFERENCIA.
048475     WRITE REG-IMPUTACION-PAGO.
048480     ADD 1 TO WS-IMPUTACIONES-GRABADAS.
048485 7000-EXIT.
048490     EXIT.
048500
048600*----------------------------------------------------------------*
048700*  3000-FINALIZAR                                                 *
050000             WS-CUOTAS-ELIMINADAS.
050010     DISPLAY 'RMYD1ABX - SOBRANTE NO APLIC.: '
050020             WS-TOTAL-SOBRANTE.
050030     DISPLAY 'RMYD1ABX - IMPUTACIONES      : '
050040             WS-IMPUTACIONES-GRABADAS.
050100     CLOSE CUOTAS-FILE CUENTAS-FILE REPORTE-FILE IMPUTAC-FILE.
050200     IF WS-ABO-STATUS NOT EQUAL '35'
050300         CLOSE ABONOS-FILE
050400     END-IF.
