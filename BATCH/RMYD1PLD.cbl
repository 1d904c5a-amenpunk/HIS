002694*                    PLANDET SE EXCLUYE DE LA PRORRATA: LO       *
002696*                    DISTRIBUYE RMYD1PLE Y AQUI SOLO SE MARCA    *
002698*                    EN EL RESUMEN.                              *
002699*  15/10/2026  DS    DATOS DE EFECTIVO EN BLANCO (RMYD1PGH).     *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
030800     MOVE WS-REFERENCIA-PLAN    TO DFH-PAGO-REFERENCIA.
030820     MOVE 'P'                   TO DFH-PAGO-TIPO-MOV.
030840     MOVE SPACE                 TO DFH-PAGO-OPCION-EXCED.
030860     MOVE SPACES                TO DFH-PAGO-DATOS-EFECTIVO.
030900     WRITE REG-HIST-PAGO.
031000     ADD 1 TO WS-PAGOS-GENERADOS.
031100 4200-EXIT.
