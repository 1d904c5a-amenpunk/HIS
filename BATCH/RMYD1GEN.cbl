002100*           LAS CUENTAS QUE NO SE PUEDEN GENERAR SALEN A         *
002200*           GENRECH CON SU MOTIVO, AL ESTILO DEL CNVRECH DE      *
002300*           RMYD1CVM.                                            *
002310*           CADA CUOTA LLEVA SU DESGLOSE (RMYD1CLD): CAPITAL E   *
002320*           INTERES DE LA AMORTIZACION, COMISION Y PRIMA DE      *
002330*           SEGURO DE LA RUTINA COMUN RMYD1CQC, Y EL SALDO DE    *
002340*           CAPITAL DESPUES DE LA CUOTA; EL VALOR DE LA CUOTA ES *
002350*           LA SUMA DE LOS CUATRO COMPONENTES.                   *
002400*----------------------------------------------------------------*
002500*  HISTORIAL DE MODIFICACIONES                                   *
002600*  FECHA       INIC  DESCRIPCION                                 *
002774*                    SECUENCIA, VER RMYD1CLD) EN LUGAR DEL       *
002776*                    ARCHIVO DE TRABAJO CUOTGEN; UNA CUOTA CUYA  *
002778*                    LLAVE YA EXISTE SE RECHAZA COMO DUPLICADA.  *
002780*  15/10/2026  DS    LAS CUOTAS SE FECHAN DESDE LA FECHA REAL DE *
002782*                    DESEMBOLSO (DFH-FECHA-DESEMBOLSO, LA FIJA   *
002784*                    RMYD1DES AL COMPLETAR EL MONTO) CUANDO LA   *
002786*                    CUENTA LA TIENE.                            *
002788*  15/10/2026  DS    CADA CUOTA SE ESCRIBE CON SU DESGLOSE EN    *
002790*                    CAPITAL, INTERES, COMISION Y SEGURO (ESTOS  *
002792*                    DOS DE RMYD1CQC) Y EL SALDO DE CAPITAL      *
002794*                    DESPUES DE LA CUOTA; EL VALOR DE LA CUOTA   *
002796*                    PASA A SER LA SUMA DE LOS COMPONENTES.      *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007400 01  RECHAZO-LINEA                PIC X(080).
007500
007600 WORKING-STORAGE SECTION.
007650 COPY RMYD1CQA.
007700 77  WS-LST-STATUS                PIC X(02).
007800     88 LST-OK                       VALUE '00'.
007900 77  WS-CTAS-STATUS               PIC X(02).
009900 77  WS-SALDO-AMORT               PIC S9(011)V99 COMP-3.
010000 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
010100 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
010150 77  WS-SALDO-ANTERIOR            PIC S9(011)V99 COMP-3.
010200
010300 01  WS-FECHA-CONCESION-R         PIC 9(008).
010400 01  FILLER REDEFINES WS-FECHA-CONCESION-R.
018300*  4000-VALIDAR-TERMINOS : LEE EL MAESTRO, VALIDA LAS FECHAS CON *
018400*  RMYD1VDF, DETERMINA EL NUMERO DE CUOTAS MENSUALES Y CALCULA   *
018500*  LA CUOTA NIVELADA CUANDO EL MAESTRO NO TRAE UNA.              *
018520*  EL PLAZO SALE DE LAS FECHAS DE CONCESION Y VENCIMIENTO; SI LA *
018540*  CUENTA YA SE DESEMBOLSO COMPLETA (RMYD1DES), LAS CUOTAS SE    *
018560*  FECHAN DESDE DFH-FECHA-DESEMBOLSO.                            *
018600*----------------------------------------------------------------*
018700 4000-VALIDAR-TERMINOS.
018800     MOVE 'N' TO WS-SW-CUENTA-VALIDA.
021600         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
021700         GO TO 4000-EXIT
021800     END-IF.
021810     IF DFH-FECHA-DESEMBOLSO > ZERO
021820         CALL 'RMYD1VDF' USING DFH-FECHA-DESEMBOLSO
021825                               WS-CODRET-VALIDA
021830         IF NOT FECHA-VALIDA
021840             MOVE 'FECHA DE DESEMBOLSO INVALIDA' TO WR-MOTIVO
021850             WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
021860             GO TO 4000-EXIT
021870         END-IF
021880         MOVE DFH-FECHA-DESEMBOLSO TO WS-FECHA-CONCESION-R
021890     END-IF.
021900     IF DFH-MONTO NOT > ZERO
022000         MOVE 'MONTO DEL PRESTAMO INVALIDO' TO WR-MOTIVO
022100         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
029100         COMPUTE WS-CUOTA-CALCULADA ROUNDED =
029200             WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
029300     END-IF.
029350     MOVE WS-SALDO-AMORT TO WS-SALDO-ANTERIOR.
029400     SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-AMORT.
029500     PERFORM 6000-ARMAR-FECHA-CUOTA THRU 6000-EXIT.
029600     MOVE LS-NUMERO-CUENTA TO DFH-NUMERO-CUENTA
029700                              IN REG-CUOTA-PROGRAMADA.
029800     MOVE WS-SUB-CUOTA     TO DFH-SECUENCIA-PAGO.
029900     MOVE 'ORDINARIA '     TO DFH-TIPO-PAGO.
030300     MOVE WS-FQ-CCYY       TO WS-FE-CCYY.
030400     MOVE WS-FQ-MM         TO WS-FE-MM.
030500     MOVE WS-FQ-DD         TO WS-FE-DD.
030700                           TO DFH-FECHA-PAGO.
030800     MOVE 'PENDIENTE '     TO DFH-SITUACION-PAGO
030900                              IN REG-CUOTA-PROGRAMADA.
030950     PERFORM 5200-DESGLOSAR-CUOTA THRU 5200-EXIT.
031000     WRITE REG-CUOTA-PROGRAMADA
031020         INVALID KEY
031040             ADD 1 TO WS-CUOTAS-DUPLICADAS
031095     END-WRITE.
031200 5100-EXIT.
031300     EXIT.
031302
031304*----------------------------------------------------------------*
031306*  5200-DESGLOSAR-CUOTA : COMPONENTES DE LA CUOTA. CAPITAL E     *
031308*  INTERES SALEN DE LA AMORTIZACION; COMISION Y SEGURO DE LA     *
031310*  RUTINA COMUN RMYD1CQC SOBRE EL SALDO ANTES DE LA CUOTA. LA    *
031312*  CUOTA NACE SIN ABONOS: CADA REMANENTE ES IGUAL A SU VALOR.    *
031314*----------------------------------------------------------------*
031316 5200-DESGLOSAR-CUOTA.
031318     MOVE LS-NUMERO-CUENTA     TO DFH-CQA-NUMERO-CUENTA.
031320     MOVE WS-FECHA-CUOTA-N     TO DFH-CQA-FECHA-CUOTA.
031322     MOVE WS-SALDO-ANTERIOR    TO DFH-CQA-SALDO-BASE.
031324     MOVE DFH-TASA-COMISION    TO DFH-CQA-TASA-COMISION.
031326     MOVE DFH-GARANTIA-VALOR-AVALUO
031328                               TO DFH-CQA-VALOR-AVALUO.
031330     CALL 'RMYD1CQC' USING REG-COMPONENTES-CUOTA.
031332     MOVE DFH-CQA-SEGURO       TO DFH-SEGURO-CUOTA
031334                                  DFH-SEGURO-REMANENTE.
031336     MOVE DFH-CQA-COMISION     TO DFH-COMISION-CUOTA
031338                                  DFH-COMISION-REMANENTE.
031340     MOVE WS-INTERES-CUOTA     TO DFH-INTERES-CUOTA
031342                                  DFH-INTERES-REMANENTE.
031344     MOVE WS-CAPITAL-CUOTA     TO DFH-CAPITAL-CUOTA
031346                                  DFH-CAPITAL-REMANENTE.
031348     MOVE ZERO                 TO DFH-SEGURO-ABONADO
031350                                  DFH-COMISION-ABONADO
031352                                  DFH-INTERES-ABONADO
031354                                  DFH-CAPITAL-ABONADO.
031356     MOVE WS-SALDO-AMORT       TO DFH-SALDO-DESPUES-CUOTA.
031358     COMPUTE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA =
031360         DFH-SEGURO-CUOTA + DFH-COMISION-CUOTA
031362       + DFH-INTERES-CUOTA + DFH-CAPITAL-CUOTA.
031364     MOVE ZERO                 TO DFH-VALOR-ABONADO.
031366     MOVE DFH-VALOR-PAGO IN REG-CUOTA-PROGRAMADA
031368                               TO DFH-VALOR-REMANENTE.
031370 5200-EXIT.
031372     EXIT.
031400
031500*----------------------------------------------------------------*
031600*  6000-ARMAR-FECHA-CUOTA : FECHA DE LA CUOTA = FECHA DE         *
031700*  CONCESION (O DE DESEMBOLSO, VER 4000) MAS WS-SUB-CUOTA MESES, *
031800*  CON EL DIA AJUSTADO HACIA ABAJO CON RMYD1VDF CUANDO EL MES    *
031850*  NO LO TIENE.                                                  *
031900*----------------------------------------------------------------*
032000 6000-ARMAR-FECHA-CUOTA.
032100     COMPUTE WS-MES-CORRIDO =
