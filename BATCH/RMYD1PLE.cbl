003200*  02/09/2026  DS    VERSION INICIAL.                            *
003280*  02/09/2026  DS    CUOTDET PASA A ORGANIZACION INDEXADA        *
003290*                    (CLAVE CUENTA+SECUENCIA, VER RMYD1CLD).     *
003292*  15/10/2026  DS    SE DEJAN EN BLANCO LOS DATOS DE EFECTIVO    *
003294*                    DEL PAGO GENERADO (RMYD1PGH).               *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
044900     MOVE WS-REFERENCIA-PLAN    TO DFH-PAGO-REFERENCIA.
045000     MOVE 'P'                   TO DFH-PAGO-TIPO-MOV.
045100     MOVE SPACE                 TO DFH-PAGO-OPCION-EXCED.
045150     MOVE SPACES                TO DFH-PAGO-DATOS-EFECTIVO.
045200     WRITE REG-HIST-PAGO.
045300     ADD 1 TO WS-PAGOS-GENERADOS.
045400 4300-EXIT.
