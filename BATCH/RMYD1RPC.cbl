002200*           SOLO LAS CUOTAS QUE CAMBIAN. CADA CUENTA REPRECIADA  *
002300*           DEJA SU LINEA (TASA Y CUOTA ANTERIOR/NUEVA) EN EL    *
002400*           REPORTE PARA EL COMITE (RPTRPC).                     *
002410*           CADA CUOTA REPRECIADA SE DESGLOSA DE NUEVO           *
002420*           (RMYD1CLD): CAPITAL E INTERES DE LA AMORTIZACION DEL *
002430*           SALDO A LA TASA NUEVA (ULTIMA CUOTA CUADRADA, VER    *
002440*           RMYD1GEN), COMISION Y SEGURO DE LA RUTINA COMUN      *
002450*           RMYD1CQC, Y SALDO DE CAPITAL DESPUES DE LA CUOTA.    *
002500*----------------------------------------------------------------*
002600*  HISTORIAL DE MODIFICACIONES                                   *
002700*  FECHA       INIC  DESCRIPCION                                 *
002890*                    SITIO SOLO LAS CUOTAS REPRECIADAS; YA NO    *
002892*                    SE REESCRIBE EL CALENDARIO COMPLETO A       *
002894*                    CUOTNEW.                                    *
002895*  15/10/2026  DS    LAS CUOTAS REPRECIADAS SE REESCRIBEN CON SU *
002896*                    DESGLOSE EN CAPITAL, INTERES, COMISION Y    *
002897*                    SEGURO Y EL SALDO DE CAPITAL DESPUES DE LA  *
002898*                    CUOTA; LA ULTIMA PENDIENTE LIQUIDA EL       *
002899*                    CAPITAL REMANENTE COMO EN RMYD1GEN.         *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
009000 01  REPORTE-LINEA                PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009250 COPY RMYD1CQA.
009300 77  WS-ORD-STATUS                PIC X(02).
009400     88 ORD-OK                       VALUE '00'.
009500 77  WS-CUO-STATUS                PIC X(02).
012100 77  WS-CTAS-REPRECIADAS          PIC 9(007) COMP.
012200 77  WS-CTAS-SIN-PENDIENTES       PIC 9(007) COMP.
012210 77  WS-CUOTAS-REESCRITAS         PIC 9(007) COMP.
012220 77  WS-SEC-REPRECIADAS           PIC 9(003) COMP.
012230 77  WS-SALDO-AMORT               PIC S9(011)V99 COMP-3.
012240 77  WS-SALDO-ANTERIOR            PIC S9(011)V99 COMP-3.
012250 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
012260 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
012300
012400 01  WS-FECHA-VIGENCIA-EDIT.
012500     05 WS-FV-CCYY                PIC 9(004).
013200     05 WS-FR-CCYY                PIC 9(004).
013300     05 WS-FR-MM                  PIC 9(002).
013400     05 WS-FR-DD                  PIC 9(002).
013405
013410 01  WS-FECHA-CUOTA-EDIT.
013415     05 WS-FCE-CCYY               PIC 9(004).
013420     05 FILLER                    PIC X(001).
013425     05 WS-FCE-MM                 PIC 9(002).
013430     05 FILLER                    PIC X(001).
013435     05 WS-FCE-DD                 PIC 9(002).
013440 01  WS-FECHA-CUOTA-N             PIC 9(008).
013445 01  FILLER REDEFINES WS-FECHA-CUOTA-N.
013450     05 WS-FQ-CCYY                PIC 9(004).
013455     05 WS-FQ-MM                  PIC 9(002).
013460     05 WS-FQ-DD                  PIC 9(002).
013500
013600 01  WS-TABLA-ORDENES.
013700     05 WS-ORDEN-ENTRADA OCCURS 100 TIMES.
014300
014400 01  WS-CUOTAS-CUENTA.
014500     05 WS-CUOTA-BUFFER OCCURS 999 TIMES
014600                                  PIC X(224).
014700
014800 01  WS-DETALLE-RPT.
014900     05 WD-CUENTA                 PIC X(013).
034000     COMPUTE WS-TASA-MENSUAL ROUNDED =
034100         WO-TASA-NUEVA (WS-SUB-ORDEN) / 1200.
034200     PERFORM 5300-CALCULAR-NIVELADA THRU 5300-EXIT.
034220     MOVE DFH-SALDO TO WS-SALDO-AMORT.
034240     MOVE ZERO      TO WS-SEC-REPRECIADAS.
034300     PERFORM 5400-AJUSTAR-CUOTA THRU 5400-EXIT
034400         VARYING WS-SUB-CUOTA FROM 1 BY 1
034500         UNTIL WS-SUB-CUOTA > WS-CANT-CUOTAS-CUENTA.
039900       TO REG-CUOTA-PROGRAMADA.
040000     IF SITPAGO-PENDIENTE
040100        AND DFH-FECHA-PAGO NOT < WS-FECHA-VIGENCIA-EDIT
040520         ADD 1 TO WS-SEC-REPRECIADAS
040540         PERFORM 5410-AMORTIZAR-CUOTA THRU 5410-EXIT
040560         PERFORM 5420-DESGLOSAR-CUOTA THRU 5420-EXIT
040600         REWRITE REG-CUOTA-PROGRAMADA
040700             INVALID KEY
040800                 DISPLAY 'RMYD1RPC - CUOTA NO REESCRITA '
041300     END-IF.
041400 5400-EXIT.
041500     EXIT.
041501
041502*----------------------------------------------------------------*
041503*  5410-AMORTIZAR-CUOTA : INTERES DEL PERIODO SOBRE EL SALDO     *
041504*  INSOLUTO A LA TASA NUEVA Y CAPITAL POR DIFERENCIA CON LA      *
041505*  NIVELADA; LA ULTIMA PENDIENTE LIQUIDA EL CAPITAL REMANENTE    *
041506*  (MISMA MECANICA DE RMYD1GEN).                                 *
041507*----------------------------------------------------------------*
041508 5410-AMORTIZAR-CUOTA.
041509     COMPUTE WS-INTERES-CUOTA ROUNDED =
041510         WS-SALDO-AMORT * WS-TASA-MENSUAL.
041511     IF WS-SEC-REPRECIADAS = WS-CANT-PENDIENTES
041512         MOVE WS-SALDO-AMORT TO WS-CAPITAL-CUOTA
041513     ELSE
041514         COMPUTE WS-CAPITAL-CUOTA =
041515             WS-CUOTA-NUEVA - WS-INTERES-CUOTA
041516     END-IF.
041517     IF WS-CAPITAL-CUOTA > WS-SALDO-AMORT
041518         MOVE WS-SALDO-AMORT TO WS-CAPITAL-CUOTA
041519     END-IF.
041520     IF WS-CAPITAL-CUOTA < ZERO
041521         MOVE ZERO TO WS-CAPITAL-CUOTA
041522     END-IF.
041523     MOVE WS-SALDO-AMORT TO WS-SALDO-ANTERIOR.
041524     SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-AMORT.
041525 5410-EXIT.
041526     EXIT.
041527
041528*----------------------------------------------------------------*
041529*  5420-DESGLOSAR-CUOTA : COMPONENTES DE LA CUOTA REPRECIADA     *
041530*  (VER RMYD1GEN); COMISION Y SEGURO DE LA RUTINA COMUN          *
041531*  RMYD1CQC A LA FECHA DE LA CUOTA. LA CUOTA QUEDA SIN ABONOS.   *
041532*----------------------------------------------------------------*
041533 5420-DESGLOSAR-CUOTA.
041534     MOVE DFH-FECHA-PAGO       TO WS-FECHA-CUOTA-EDIT.
041535     MOVE WS-FCE-CCYY          TO WS-FQ-CCYY.
041536     MOVE WS-FCE-MM            TO WS-FQ-MM.
041537     MOVE WS-FCE-DD            TO WS-FQ-DD.
041538     MOVE WS-CUENTA-ANTERIOR   TO DFH-CQA-NUMERO-CUENTA.
041539     MOVE WS-FECHA-CUOTA-N     TO DFH-CQA-FECHA-CUOTA.
041540     MOVE WS-SALDO-ANTERIOR    TO DFH-CQA-SALDO-BASE.
041541     MOVE DFH-TASA-COMISION    TO DFH-CQA-TASA-COMISION.
041542     MOVE DFH-GARANTIA-VALOR-AVALUO
041543                               TO DFH-CQA-VALOR-AVALUO.
041544     CALL 'RMYD1CQC' USING REG-COMPONENTES-CUOTA.
041545     MOVE DFH-CQA-SEGURO       TO DFH-SEGURO-CUOTA
041546                                  DFH-SEGURO-REMANENTE.
041547     MOVE DFH-CQA-COMISION     TO DFH-COMISION-CUOTA
041548                                  DFH-COMISION-REMANENTE.
041549     MOVE WS-INTERES-CUOTA     TO DFH-INTERES-CUOTA
041550                                  DFH-INTERES-REMANENTE.
041551     MOVE WS-CAPITAL-CUOTA     TO DFH-CAPITAL-CUOTA
041552                                  DFH-CAPITAL-REMANENTE.
041553     MOVE ZERO                 TO DFH-SEGURO-ABONADO
041554                                  DFH-COMISION-ABONADO
041555                                  DFH-INTERES-ABONADO
041556                                  DFH-CAPITAL-ABONADO.
041557     MOVE WS-SALDO-AMORT       TO DFH-SALDO-DESPUES-CUOTA.
041558     COMPUTE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA =
041559         DFH-SEGURO-CUOTA + DFH-COMISION-CUOTA
041560       + DFH-INTERES-CUOTA + DFH-CAPITAL-CUOTA.
041561     MOVE ZERO                 TO DFH-VALOR-ABONADO.
041562     MOVE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA
041563                               TO DFH-VALOR-REMANENTE.
041564 5420-EXIT.
041565     EXIT.
041600
041700*----------------------------------------------------------------*
041800*  5500-ESCRIBIR-REPORTE                                         *
