002530*                    ENTRE CORRIDAS Y LOS CIERRES DE DIAS        *
002540*                    ANTERIORES NO DEBEN OCULTAR UN NO CORRIO O  *
002550*                    UN ABORTADO DE HOY.                         *
002560*  15/10/2026  DS    SE AGREGA RMYD1GLI (CONTABILIZACION DE LAS  *
002570*                    IMPUTACIONES DEL DIA) A LOS ESPERADOS.      *
002580*  15/10/2026  DS    SE AGREGA RMYD1CBC (CONCILIACION BANCARIA   *
002590*                    DE LOS PAGOS RECIBIDOS) A LOS ESPERADOS.    *
002591*  15/10/2026  DS    SE AGREGA RMYD1PPE (EVALUACION NOCTURNA DE  *
002592*                    PROMESAS DE PAGO) A LOS ESPERADOS.          *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008800     05 FILLER                    PIC X(008) VALUE 'RMYD1PGL'.
008900     05 FILLER                    PIC X(008) VALUE 'RMYD1PGA'.
009000     05 FILLER                    PIC X(008) VALUE 'RMYD1MOR'.
009050     05 FILLER                    PIC X(008) VALUE 'RMYD1PPE'.
009100     05 FILLER                    PIC X(008) VALUE 'RMYD1AGE'.
009200     05 FILLER                    PIC X(008) VALUE 'RMYD1REC'.
009300     05 FILLER                    PIC X(008) VALUE 'RMYD1CVM'.
009400     05 FILLER                    PIC X(008) VALUE 'RMYD1NOT'.
009500     05 FILLER                    PIC X(008) VALUE 'RMYD1GLE'.
009550     05 FILLER                    PIC X(008) VALUE 'RMYD1GLI'.
009560     05 FILLER                    PIC X(008) VALUE 'RMYD1CBC'.
009600     05 FILLER                    PIC X(008) VALUE 'RMYD1GLC'.
009700     05 FILLER                    PIC X(008) VALUE 'RMYD1SNC'.
009800
009900 01  WS-TABLA-ESPERADOS REDEFINES WS-TABLA-ESPERADOS-INIC.
010000     05 WS-ESPERADO-ENTRADA OCCURS 15 TIMES.
010100         10 WS-ESPERADO-PROGRAMA  PIC X(008).
010200
010300*----------------------------------------------------------------*
025500 3000-FINALIZAR.
025600     PERFORM 5000-REPORTAR-ESPERADO THRU 5000-EXIT
025700         VARYING WS-SUB-ESPERADO FROM 1 BY 1
025800         UNTIL WS-SUB-ESPERADO > 15.
025900     PERFORM 5500-REPORTAR-NO-ESPERADO THRU 5500-EXIT
026000         VARYING WS-SUB-CORRIDA FROM 1 BY 1
026100         UNTIL WS-SUB-CORRIDA > WS-CANT-CORRIDAS.
033800 5500-REPORTAR-NO-ESPERADO.
033900     PERFORM 5510-ES-ESPERADO THRU 5510-EXIT
034000         VARYING WS-SUB-ESPERADO FROM 1 BY 1
034100         UNTIL WS-SUB-ESPERADO > 15
034200         OR WS-ESPERADO-PROGRAMA (WS-SUB-ESPERADO)
034300            = WK-PROGRAMA (WS-SUB-CORRIDA).
034400     IF WS-SUB-ESPERADO > 15
034500         PERFORM 5200-ARMAR-LINEA THRU 5200-EXIT
034600         WRITE REPORTE-LINEA FROM WS-DETALLE-RPT
034700     END-IF.
