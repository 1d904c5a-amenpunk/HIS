002582*                    NO SE RECHAZA: SE ENCAMINA A RECUPTRN PARA *
002584*                    EL FLUJO DE RECUPERACIONES (RMYD1RCP). LA  *
002586*                    REVERSA SOBRE CASTIGADA SIGUE RECHAZADA.   *
002588*  15/10/2026  DS    SE ACEPTA EL CANAL SEGURO (PAGO DE          *
002590*                    SINIESTROS POR LA ASEGURADORA, RMYD1SIM).   *
002592*  15/10/2026  DS    SE ACEPTA EL CANAL DEBITO (CARGOS DE        *
002594*                    DEBITO AUTOMATICO CONFIRMADOS, RMYD1DBR).   *
002595*  15/10/2026  DS    SE ACEPTA EL CANAL CONSOLIDA (FINIQUITO DE  *
002596*                    LAS CUENTAS REFINANCIADAS, RMYD1CSD).       *
002597*  15/10/2026  DS    SE ACEPTA EL CANAL ACUERDO (PAGO CON QUITA  *
002599*                    DE LOS ACUERDOS JUDICIALES, RMYD1ACS).      *
002600*  15/10/2026  DS    SE VALIDAN LOS DATOS DE EFECTIVO: EL        *
002610*                    INDICADOR (S, N O ESPACIO), EFECTIVO SOLO   *
002620*                    POR VENTANILLA O ATM, Y DPI Y NOMBRE DEL    *
002630*                    DEPOSITANTE JUNTOS Y SOLO EN EFECTIVO.      *
002640*                    PAGOVAL Y RECUPTRN SE AMPLIAN A 136.        *
002650*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-390.
007300 FD  VALIDOS-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  VALIDO-LINEA                 PIC X(136).
007700
007800 FD  RECHAZOS-FILE
007900     RECORDING MODE IS F
008120 FD  RECUPER-FILE
008130     RECORDING MODE IS F
008140     LABEL RECORDS ARE STANDARD.
008150 01  RECUPER-LINEA                PIC X(136).
008200
008300 WORKING-STORAGE SECTION.
008302 COPY RMYD1BTA.
009720     88 PAGO-RECUPERACION             VALUE 'S'.
009800 77  WS-SW-CANAL-VALIDO           PIC X(01).
009900     88 CANAL-VALIDO                 VALUE 'S'.
009920 77  WS-SW-EFECTIVO-VALIDO        PIC X(01).
009940     88 EFECTIVO-VALIDO              VALUE 'S'.
010000 77  WS-CODRET-VALIDA             PIC X(002).
010100     88 FECHA-VALIDA                 VALUE '00'.
010200 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
022100         MOVE 'CANAL DE PAGO NO RECONOCIDO' TO WR-MOTIVO
022200         GO TO 4000-EXIT
022300     END-IF.
022320     PERFORM 4300-VALIDAR-EFECTIVO THRU 4300-EXIT.
022340     IF NOT EFECTIVO-VALIDO
022360         GO TO 4000-EXIT
022380     END-IF.
022400     IF DFH-PAGO-VALOR-RECIBIDO IN REG-HIST-PAGO NOT > ZERO
022500         MOVE 'VALOR RECIBIDO DEBE SER POSITIVO' TO WR-MOTIVO
022600         GO TO 4000-EXIT
025700      OR PAGO-CANAL-TRANSFER  IN REG-HIST-PAGO
025800      OR PAGO-CANAL-ATM       IN REG-HIST-PAGO
025900      OR PAGO-CANAL-WEB       IN REG-HIST-PAGO
025950      OR PAGO-CANAL-SEGURO    IN REG-HIST-PAGO
025970      OR PAGO-CANAL-DEBITO    IN REG-HIST-PAGO
025980      OR PAGO-CANAL-CONSOLIDA IN REG-HIST-PAGO
025990      OR PAGO-CANAL-ACUERDO   IN REG-HIST-PAGO
026000         MOVE 'S' TO WS-SW-CANAL-VALIDO
026100     END-IF.
026200 4200-EXIT.
026300     EXIT.
026302
026304*----------------------------------------------------------------*
026306*  4300-VALIDAR-EFECTIVO : INDICADOR DE EFECTIVO Y DATOS DE     *
026308*  QUIEN ENTREGO EL PAGO CUANDO NO FUE EL TITULAR (RMYD1PGH).   *
026310*----------------------------------------------------------------*
026312 4300-VALIDAR-EFECTIVO.
026314     MOVE 'N' TO WS-SW-EFECTIVO-VALIDO.
026316     IF NOT PAGO-EN-EFECTIVO IN REG-HIST-PAGO
026318        AND NOT PAGO-SIN-EFECTIVO IN REG-HIST-PAGO
026320         MOVE 'INDICADOR DE EFECTIVO NO RECONOCIDO' TO WR-MOTIVO
026322         GO TO 4300-EXIT
026324     END-IF.
026326     IF PAGO-EN-EFECTIVO IN REG-HIST-PAGO
026328        AND NOT PAGO-CANAL-VENTANILLA IN REG-HIST-PAGO
026330        AND NOT PAGO-CANAL-ATM IN REG-HIST-PAGO
026332         MOVE 'EFECTIVO SOLO POR VENTANILLA O ATM' TO WR-MOTIVO
026334         GO TO 4300-EXIT
026336     END-IF.
026338     IF PAGO-SIN-EFECTIVO IN REG-HIST-PAGO
026340        AND (DFH-PAGO-DEPOS-DPI IN REG-HIST-PAGO NOT = SPACES
026342         OR DFH-PAGO-DEPOS-NOMBRE IN REG-HIST-PAGO NOT = SPACES)
026344         MOVE 'DEPOSITANTE SOLO EN PAGOS EN EFECTIVO' TO WR-MOTIVO
026346         GO TO 4300-EXIT
026348     END-IF.
026350     IF (DFH-PAGO-DEPOS-DPI IN REG-HIST-PAGO = SPACES
026352         AND DFH-PAGO-DEPOS-NOMBRE IN REG-HIST-PAGO NOT = SPACES)
026354      OR (DFH-PAGO-DEPOS-DPI IN REG-HIST-PAGO NOT = SPACES
026356         AND DFH-PAGO-DEPOS-NOMBRE IN REG-HIST-PAGO = SPACES)
026358         MOVE 'DPI Y NOMBRE DEL DEPOSITANTE INCOMPLETOS'
026360           TO WR-MOTIVO
026362         GO TO 4300-EXIT
026364     END-IF.
026366     MOVE 'S' TO WS-SW-EFECTIVO-VALIDO.
026368 4300-EXIT.
026370     EXIT.
026400
026500*----------------------------------------------------------------*
026600*  3000-FINALIZAR                                                 *
