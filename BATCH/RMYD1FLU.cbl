001100*           EL CALENDARIO DE CADA CUENTA EN MEMORIA (MISMA       *
001200*           TECNICA DE RMYD1RPC). POR CUENTA TOMA LOS TERMINOS   *
001300*           DEL MAESTRO (RMYD1CLG) Y SEPARA CADA CUOTA NO        *
001320*           PAGADA EN SU CAPITAL (COMPONENTE DFH-CAPITAL-        *
001340*           REMANENTE DEL DESGLOSE DE LA CUOTA) Y SU INTERES     *
001360*           (EL RESTO DEL REMANENTE: INTERES, COMISION Y SEGURO),*
001600*           AGRUPANDO POR MES FUTURO DE DFH-FECHA-PAGO DENTRO    *
001700*           DE LA VENTANA DE DOCE MESES DESDE EL MES DE          *
001800*           PROCESO. LAS CUENTAS EN DIVISAS SE CONVIERTEN A      *
003200*  02/09/2026  DS    VERSION INICIAL.                            *
003280*  02/09/2026  DS    CUOTDET PASA A ORGANIZACION INDEXADA        *
003290*                    (CLAVE CUENTA+SECUENCIA, VER RMYD1CLD).     *
003291*  15/10/2026  DS    EL CAPITAL DE CADA CUOTA SE TOMA DE SU      *
003292*                    DESGLOSE EN RMYD1CLD (CAPITAL REMANENTE)    *
003293*                    Y EL INTERES ES EL RESTO DEL REMANENTE      *
003294*                    (INTERES, COMISION Y SEGURO); YA NO SE      *
003295*                    SIMULA EL SALDO INSOLUTO.                   *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
011200 77  WS-CUENTA-ANTERIOR           PIC X(013) VALUE SPACES.
011300 77  WS-CANT-CUOTAS-CUENTA        PIC 9(003) COMP VALUE ZERO.
011400 77  WS-SUB-CUOTA                 PIC 9(003) COMP.
011500 01  WS-CUOTA-EN-TRANSITO         PIC X(224).
011600 77  WS-CANT-TRAMOS               PIC 9(002) COMP VALUE ZERO.
011700 77  WS-SUB-TRAMO                 PIC 9(002) COMP.
011800 77  WS-TASA-VIGENTE              PIC S9(005)V9(004) COMP-3.
011900 77  WS-TASA-CONVERSION           PIC S9(005)V9(004) COMP-3.
012200 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
012300 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
012400 77  WS-DIAS-MORA                 PIC S9(006) COMP.
016500
016600 01  WS-CUOTAS-CUENTA.
016700     05 WS-CUOTA-BUFFER OCCURS 999 TIMES
016800                                  PIC X(224).
016900
017000 01  WS-DETALLE-RPT.
017100     05 WD-ANOMES                 PIC 9(006).
033400     ELSE
033500         MOVE 1 TO WS-TASA-CONVERSION
033600     END-IF.
033900     MOVE ZERO TO WS-DIAS-MAX-CUENTA.
034000     PERFORM 5100-MEDIR-MORA THRU 5100-EXIT
034100         VARYING WS-SUB-CUOTA FROM 1 BY 1
034200         UNTIL WS-SUB-CUOTA > WS-CANT-CUOTAS-CUENTA.
034300     PERFORM 5200-BUSCAR-PROBABILIDAD THRU 5200-EXIT.
034500     PERFORM 5300-PROYECTAR-CUOTA THRU 5300-EXIT
034600         VARYING WS-SUB-CUOTA FROM 1 BY 1
034700         UNTIL WS-SUB-CUOTA > WS-CANT-CUOTAS-CUENTA.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039820*  5300-PROYECTAR-CUOTA : SEPARA EL REMANENTE DE LA CUOTA EN     *
039840*  CAPITAL (DESGLOSE DE LA CUOTA) E INTERES (EL RESTO), Y LO     *
039860*  ACUMULA EN EL MES DE SU VENCIMIENTO SI CAE EN LA VENTANA.     *
040200*----------------------------------------------------------------*
040300 5300-PROYECTAR-CUOTA.
040400     MOVE WS-CUOTA-BUFFER (WS-SUB-CUOTA)
040600     IF SITPAGO-PAGADA OR DFH-VALOR-REMANENTE NOT > ZERO
040700         GO TO 5300-EXIT
040800     END-IF.
040900     MOVE DFH-CAPITAL-REMANENTE TO WS-CAPITAL-CUOTA.
041000     IF WS-CAPITAL-CUOTA > DFH-VALOR-REMANENTE
041100         MOVE DFH-VALOR-REMANENTE TO WS-CAPITAL-CUOTA
041200     END-IF.
041300     COMPUTE WS-INTERES-CUOTA =
041400         DFH-VALOR-REMANENTE - WS-CAPITAL-CUOTA.
042000     MOVE DFH-FECHA-PAGO TO WS-FECHA-PAGO-EDIT.
042100     MOVE WS-FP-CCYY     TO WS-FPN-CCYY.
042200     MOVE WS-FP-MM       TO WS-FPN-MM.
