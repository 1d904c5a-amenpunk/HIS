002800*           HISTORIAL DE REESTRUCTURAS RSTHIST (RMYD1RSH). CADA  *
002900*           CUENTA REESTRUCTURADA DEJA SU LINEA EN RPTRST; LAS   *
003000*           CUENTAS SIN ORDEN NO SE TOCAN.                       *
003020*           CADA CUOTA DE LA SERIE NUEVA LLEVA SU DESGLOSE       *
003040*           (RMYD1CLD) EN CAPITAL, INTERES, COMISION Y SEGURO    *
003060*           (ESTOS DOS DE LA RUTINA COMUN RMYD1CQC) Y EL SALDO   *
003080*           DE CAPITAL DESPUES DE LA CUOTA, COMO EN RMYD1GEN.    *
003100*----------------------------------------------------------------*
003200*  HISTORIAL DE MODIFICACIONES                                   *
003300*  FECHA       INIC  DESCRIPCION                                 *
003430*                    ELIMINA/ESCRIBE EN SITIO SOLO LAS CUOTAS    *
003440*                    DE LAS CUENTAS REESTRUCTURADAS; YA NO SE    *
003450*                    REESCRIBE EL CALENDARIO COMPLETO A CUOTNEW. *
003460*  15/10/2026  DS    LA SERIE NUEVA SE ESCRIBE CON EL DESGLOSE   *
003470*                    DE CADA CUOTA EN CAPITAL, INTERES, COMISION *
003480*                    Y SEGURO Y EL SALDO DE CAPITAL DESPUES DE   *
003490*                    LA CUOTA (VER RMYD1GEN).                    *
003500*----------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
011300
011400 WORKING-STORAGE SECTION.
011500 COPY RMYD1BTA.
011550 COPY RMYD1CQA.
011600 77  WS-ORD-STATUS                PIC X(02).
011700     88 ORD-OK                       VALUE '00'.
011800 77  WS-CUO-STATUS                PIC X(02).
015000 77  WS-SALDO-AMORT               PIC S9(011)V99 COMP-3.
015100 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
015200 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
015250 77  WS-SALDO-ANTERIOR            PIC S9(011)V99 COMP-3.
015300 77  WS-SEC-NUEVA                 PIC 9(003) COMP.
015400 77  WS-FECHA-PROCESO             PIC 9(008).
015500 77  WS-CTAS-PROCESADAS           PIC 9(007) COMP.
019200
019300 01  WS-CUOTAS-CUENTA.
019400     05 WS-CUOTA-BUFFER OCCURS 999 TIMES
019500                                  PIC X(224).
019600
019700 01  WS-DETALLE-RPT.
019800     05 WD-CUENTA                 PIC X(013).
050100         COMPUTE WS-CUOTA-CALCULADA ROUNDED =
050200             WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
050300     END-IF.
050350     MOVE WS-SALDO-AMORT TO WS-SALDO-ANTERIOR.
050400     SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-AMORT.
050500     PERFORM 5520-ARMAR-FECHA-CUOTA THRU 5520-EXIT.
050600     ADD 1 TO WS-SEC-NUEVA.
050900     MOVE WS-SEC-NUEVA       TO DFH-SECUENCIA-PAGO
051000                                IN REG-CUOTA-PROGRAMADA.
051100     MOVE 'REESTRUCT '       TO DFH-TIPO-PAGO.
051400     MOVE WS-FQ-CCYY         TO WS-FED-CCYY.
051500     MOVE WS-FQ-MM           TO WS-FED-MM.
051600     MOVE WS-FQ-DD           TO WS-FED-DD.
051800                             TO DFH-FECHA-PAGO.
051900     MOVE 'PENDIENTE '       TO DFH-SITUACION-PAGO
052000                                IN REG-CUOTA-PROGRAMADA.
052100     PERFORM 5515-DESGLOSAR-CUOTA THRU 5515-EXIT.
052300     WRITE REG-CUOTA-PROGRAMADA
052400         INVALID KEY
052500             DISPLAY 'RMYD1RST - CUOTA DUPLICADA EN CUOTDET '
052900     END-WRITE.
053000 5510-EXIT.
053100     EXIT.
053102
053104*----------------------------------------------------------------*
053106*  5515-DESGLOSAR-CUOTA : COMPONENTES DE LA CUOTA NUEVA (VER     *
053108*  RMYD1GEN); COMISION Y SEGURO DE LA RUTINA COMUN RMYD1CQC      *
053110*  SOBRE EL SALDO ANTES DE LA CUOTA. LA CUOTA NACE SIN ABONOS.   *
053112*----------------------------------------------------------------*
053114 5515-DESGLOSAR-CUOTA.
053116     MOVE WS-CUENTA-ANTERIOR   TO DFH-CQA-NUMERO-CUENTA.
053118     MOVE WS-FECHA-CUOTA-N     TO DFH-CQA-FECHA-CUOTA.
053120     MOVE WS-SALDO-ANTERIOR    TO DFH-CQA-SALDO-BASE.
053122     MOVE DFH-TASA-COMISION    TO DFH-CQA-TASA-COMISION.
053124     MOVE DFH-GARANTIA-VALOR-AVALUO
053126                               TO DFH-CQA-VALOR-AVALUO.
053128     CALL 'RMYD1CQC' USING REG-COMPONENTES-CUOTA.
053130     MOVE DFH-CQA-SEGURO       TO DFH-SEGURO-CUOTA
053132                                  DFH-SEGURO-REMANENTE.
053134     MOVE DFH-CQA-COMISION     TO DFH-COMISION-CUOTA
053136                                  DFH-COMISION-REMANENTE.
053138     MOVE WS-INTERES-CUOTA     TO DFH-INTERES-CUOTA
053140                                  DFH-INTERES-REMANENTE.
053142     MOVE WS-CAPITAL-CUOTA     TO DFH-CAPITAL-CUOTA
053144                                  DFH-CAPITAL-REMANENTE.
053146     MOVE ZERO                 TO DFH-SEGURO-ABONADO
053148                                  DFH-COMISION-ABONADO
053150                                  DFH-INTERES-ABONADO
053152                                  DFH-CAPITAL-ABONADO.
053154     MOVE WS-SALDO-AMORT       TO DFH-SALDO-DESPUES-CUOTA.
053156     COMPUTE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA =
053158         DFH-SEGURO-CUOTA + DFH-COMISION-CUOTA
053160       + DFH-INTERES-CUOTA + DFH-CAPITAL-CUOTA.
053162     MOVE ZERO                 TO DFH-VALOR-ABONADO.
053164     MOVE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA
053166                               TO DFH-VALOR-REMANENTE.
053168 5515-EXIT.
053170     EXIT.
053200
053300*----------------------------------------------------------------*
053400*  5520-ARMAR-FECHA-CUOTA : FECHA DE EFECTO MAS WS-SUB-CUOTA     *
