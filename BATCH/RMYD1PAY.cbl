002710*  02/09/2026  DS    LA FECHA DE VIGENCIA DE LA COTIZACION QUE   *
002720*                    CAE EN INHABIL SE CORRE AL SIGUIENTE DIA    *
002730*                    HABIL CON LA RUTINA COMUN RMYD1DHA.         *
002740*  15/10/2026  DS    EL FINIQUITO SE CALCULA CON LA RUTINA COMUN *
002750*                    RMYD1LQC, LA MISMA QUE USA LA CONSOLIDACION *
002760*                    DE DEUDAS RMYD1CSD.                         *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
009110 77  WS-CODRET-HABIL              PIC X(002).
009200 77  WS-FECHA-PROCESO             PIC 9(008).
009300 77  WS-TASA-VIGENTE              PIC S9(005)V9(004) COMP-3.
009500 77  WS-INTERES-CORRIDO           PIC S9(009)V99 COMP-3.
009600 77  WS-TOTAL-FINIQUITO           PIC S9(011)V99 COMP-3.
009700 77  WS-TOTAL-LOCAL               PIC S9(013)V99 COMP-3.
010100 77  WS-CARTAS-EMITIDAS           PIC 9(007) COMP.
010200 77  WS-CTAS-RECHAZADAS           PIC 9(007) COMP.
010300
010320 COPY RMYD1LQA.
010340
010400 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
010500
010600 01  WS-CARTA-TITULO.
023400*  TOTAL CON PENALIDADES Y GASTOS JUDICIALES.                    *
023500*----------------------------------------------------------------*
023600 4000-CALCULAR-FINIQUITO.
023700     MOVE LS-FECHA-VALOR        TO DFH-LQA-FECHA-VALOR.
023800     MOVE DFH-FECHA-ULT-OPER    TO DFH-LQA-FECHA-ULT-OPER.
023900     MOVE DFH-SALDO             TO DFH-LQA-SALDO.
024000     MOVE DFH-TASA-INTERES      TO DFH-LQA-TASA-INTERES.
024100     MOVE DFH-INTERES-PCANCEL   TO DFH-LQA-INTERES-PCANCEL.
024200     MOVE DFH-COMISION-PCANCEL  TO DFH-LQA-COMISION-PCANCEL.
024300     MOVE DFH-GASTOS-JUDICIALES TO DFH-LQA-GASTOS-JUDICIALES.
024400     CALL 'RMYD1LQC' USING REG-LIQUIDACION-CUENTA.
024500     MOVE DFH-LQA-INTERES-CORRIDO TO WS-INTERES-CORRIDO.
024600     MOVE DFH-LQA-TOTAL-FINIQUITO TO WS-TOTAL-FINIQUITO.
025200     COMPUTE WS-ENTERO-VIGENCIA =
025300         FUNCTION INTEGER-OF-DATE(LS-FECHA-VALOR) + 5.
025400     COMPUTE WS-FECHA-VIGENCIA =
