001500*           CASCADA SEGUN EL ORDEN DE PRELACION: GASTOS          *
001600*           JUDICIALES DE LA CUENTA, CARGOS DE MORA DE LA CUOTA  *
001700*           (MORACRG - RMYD1MCG, ORDENADO IGUAL, QUE SE MARCAN   *
001800*           COBRADOS Y SALEN A MORANEW) Y LOS COMPONENTES DE LA  *
001900*           CUOTA (SEGURO, COMISION, INTERES Y CAPITAL, CADA UNO *
001950*           HASTA SU REMANENTE). CADA CONCEPTO IMPUTADO DEJA SU  *
002000*           REGISTRO EN EL HISTORIAL DE IMPUTACIONES (IMPHIST -  *
002100*           RMYD1IMH). LA CUOTA SE MARCA PAGADA O PARCIAL SEGUN  *
002200*           LO APLICADO CONTRA SU REMANENTE Y SE REESCRIBE EN    *
002300*           SITIO EN EL CALENDARIO: SOLO LAS CUOTAS QUE          *
005380*                    CUOTA DESTINO SE LEE POR SU LLAVE Y SE      *
005390*                    REESCRIBE EN SITIO; YA NO SE REESCRIBE EL   *
005392*                    CALENDARIO COMPLETO A CUOTNEW.              *
005393*  15/10/2026  DS    LA IMPUTACION LLEVA CANAL, REFERENCIA Y     *
005394*                    TIPO DE MOVIMIENTO DEL PAGO (RMYD1IMH); LA  *
005395*                    REVERSA DEJA EN IMPHIST SU CONTRAPARTIDA    *
005396*                    DE INTERES Y CAPITAL (TIPO R) PARA QUE      *
005397*                    RMYD1GLI LA CONTABILICE. EL ABONO A ABONEXT *
005398*                    LLEVA CANAL Y REFERENCIA DEL PAGO.          *
005410*  15/10/2026  DS    LA CUOTA SE IMPUTA POR COMPONENTES          *
005420*                    (RMYD1CLD) EN EL ORDEN SEGURO, COMISION,    *
005430*                    INTERES Y CAPITAL, CADA UNO HASTA SU        *
005440*                    REMANENTE, EN LUGAR DEL INTERES ESTIMADO    *
005450*                    SOBRE EL SALDO; LA REVERSA LOS DEVUELVE EN  *
005460*                    ORDEN INVERSO.                              *
005470*  15/10/2026  DS    EL SALDO DE LA CUENTA SE REBAJA SOLO POR EL *
005475*                    CAPITAL IMPUTADO, NETO DE LO REVERSADO A    *
005480*                    CAPITAL, Y NO POR TODO LO APLICADO A LA     *
005485*                    CUOTA.                                      *
005490*----------------------------------------------------------------*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.  IBM-390.
016400 77  WS-APLICADO-GASTOS           PIC S9(009)V99 COMP-3.
016500 77  WS-GASTOS-RESTANTES          PIC S9(011)V99 COMP-3.
016600 77  WS-GASTOS-COBRADOS-CTA       PIC S9(011)V99 COMP-3.
016700 77  WS-POR-IMPUTAR               PIC S9(009)V99 COMP-3.
016800 77  WS-SUB-COMP                  PIC S9(003) COMP.
016900 77  WS-APLICADO-CUENTA           PIC S9(011)V99 COMP-3.
016950 77  WS-CAPITAL-CUENTA            PIC S9(011)V99 COMP-3.
017000 77  WS-FECHA-ULT-PAGO            PIC 9(008).
017100 01  WS-FECHA-PROCESO             PIC 9(008).
017200 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
019200 77  WS-IMP-VALOR                 PIC S9(009)V99 COMP-3.
019210 77  WS-OPCION-EXCEDENTE          PIC X(001).
019220 77  WS-ABONOS-GENERADOS          PIC 9(007) COMP.
019230 77  WS-IMP-TIPO-MOV              PIC X(001).
019240 77  WS-CANAL-CUOTA               PIC X(010).
019250 77  WS-REFERENCIA-CUOTA          PIC X(015).
019260 77  WS-REVERSADO-CUOTA           PIC S9(009)V99 COMP-3.
019270 77  WS-IMPUTACIONES-REVERSA      PIC 9(007) COMP.
019272 01  WS-CONCEPTOS-COMPONENTE.
019274     05 FILLER                    PIC X(010) VALUE 'SEGURO'.
019276     05 FILLER                    PIC X(010) VALUE 'COMISION'.
019278     05 FILLER                    PIC X(010) VALUE 'INTERES'.
019280     05 FILLER                    PIC X(010) VALUE 'CAPITAL'.
019282 01  WS-CONCEPTOS-COMP-R REDEFINES WS-CONCEPTOS-COMPONENTE.
019284     05 WS-NOMBRE-COMP            PIC X(010) OCCURS 4 TIMES.
019300
019400 01  WS-CLAVE-CUOTA.
019500     05 WS-CC-CUENTA              PIC X(013).
024350                  WS-CUOTAS-REESCRITAS
024400                  WS-CTAS-ACTUALIZADAS WS-CTAS-NO-ENCONTRADAS
024500                  WS-APLICADO-CUENTA WS-FECHA-ULT-PAGO
024600                  WS-GASTOS-COBRADOS-CTA WS-ABONOS-GENERADOS
024650                  WS-IMPUTACIONES-REVERSA WS-CAPITAL-CUENTA.
024700     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
024800     MOVE WS-FPR-CCYY TO WS-FE-CCYY.
024900     MOVE WS-FPR-MM   TO WS-FE-MM.
031098     END-IF.
031100     MOVE ZERO TO WS-RECIBIDO-CUOTA.
031150     MOVE SPACE TO WS-OPCION-EXCEDENTE.
031160     MOVE SPACES TO WS-CANAL-CUOTA WS-REFERENCIA-CUOTA.
031200     PERFORM 4100-APLICAR-PAGO THRU 4100-EXIT
031300         UNTIL FIN-PAGOS
031400         OR WS-CLAVE-PAGO NOT EQUAL WS-CLAVE-CUOTA.
035220             MOVE DFH-PAGO-OPCION-EXCED TO WS-OPCION-EXCEDENTE
035230         END-IF
035300     END-IF.
035310*    EL CANAL Y LA REFERENCIA DE LA IMPUTACION SON LOS DEL ULTIMO
035320*    PAGO NORMAL DEL GRUPO; UNA REVERSA SOLA APORTA LOS SUYOS.
035330     IF NOT MOV-REVERSA OR WS-CANAL-CUOTA = SPACES
035340         MOVE DFH-PAGO-CANAL      TO WS-CANAL-CUOTA
035350         MOVE DFH-PAGO-REFERENCIA TO WS-REFERENCIA-CUOTA
035360     END-IF.
035400     IF DFH-PAGO-FECHA-REAL > WS-FECHA-ULT-PAGO
035500         MOVE DFH-PAGO-FECHA-REAL TO WS-FECHA-ULT-PAGO
035600     END-IF.
037700*----------------------------------------------------------------*
037800 4200-ACTUALIZAR-CUOTA.
037900     MOVE ZERO TO WS-EXCESO-CUOTA.
037950     MOVE 'P'  TO WS-IMP-TIPO-MOV.
038000     MOVE WS-RECIBIDO-CUOTA TO WS-DISPONIBLE-CUOTA.
038100     IF WS-DISPONIBLE-CUOTA > ZERO
038200         PERFORM 4210-COBRAR-GASTOS THRU 4210-EXIT
040300       - DFH-VALOR-ABONADO.
040400     PERFORM 4300-RECALCULAR-SITUACION THRU 4300-EXIT.
040500     ADD WS-APLICADO-CUOTA TO WS-APLICADO-CUENTA.
040510*    EL SALDO SOLO SE REBAJA POR LO QUE VARIE EL CAPITAL ABONADO
040520*    DE LA CUOTA AL IMPUTAR O REVERSAR.
040530     SUBTRACT DFH-CAPITAL-ABONADO FROM WS-CAPITAL-CUENTA.
040600     IF WS-APLICADO-CUOTA > ZERO
040700         PERFORM 4230-IMPUTAR-CUOTA THRU 4230-EXIT
040800     END-IF.
040810     IF WS-APLICADO-CUOTA < ZERO
040820         PERFORM 4250-IMPUTAR-REVERSA THRU 4250-EXIT
040830     END-IF.
040840     ADD DFH-CAPITAL-ABONADO TO WS-CAPITAL-CUENTA.
040900     IF WS-EXCESO-CUOTA > ZERO
041000         ADD 1 TO WS-PAGOS-EN-EXCESO
041100         MOVE 'EXCESO    '           TO WD-MARCA
048800 4220-EXIT.
048900     EXIT.
049000
049050*----------------------------------------------------------------*
049100*  4230-IMPUTAR-CUOTA : REPARTE LO APLICADO A LA CUOTA ENTRE SUS *
049150*  COMPONENTES (RMYD1CLD) EN ORDEN DE PRELACION: SEGURO,         *
049200*  COMISION, INTERES Y CAPITAL, CADA UNO HASTA SU REMANENTE;     *
049250*  ACTUALIZA ABONADO/REMANENTE DEL COMPONENTE Y DEJA EL RASTRO   *
049300*  EN EL HISTORIAL. LO QUE QUEDE DESPUES DE CUBRIR LOS CUATRO    *
049350*  (CUOTA SIN DESGLOSE) SE IMPUTA A CAPITAL.                     *
049400*----------------------------------------------------------------*
049450 4230-IMPUTAR-CUOTA.
049500     MOVE WS-APLICADO-CUOTA TO WS-POR-IMPUTAR.
049550     PERFORM 4235-IMPUTAR-COMPONENTE THRU 4235-EXIT
049600         VARYING WS-SUB-COMP FROM 1 BY 1
049650         UNTIL WS-SUB-COMP > 4
049700         OR WS-POR-IMPUTAR NOT > ZERO.
049750     IF WS-POR-IMPUTAR > ZERO
049800         ADD WS-POR-IMPUTAR        TO DFH-CAPITAL-ABONADO
049850         MOVE 'CAPITAL'            TO WS-IMP-CONCEPTO
049900         MOVE WS-POR-IMPUTAR       TO WS-IMP-VALOR
049950         PERFORM 7000-GRABAR-IMPUTACION THRU 7000-EXIT
050000     END-IF.
050050 4230-EXIT.
050100     EXIT.
050150
050200 4235-IMPUTAR-COMPONENTE.
050250     IF DFH-COMP-REMANENTE (WS-SUB-COMP) NOT > ZERO
050300         GO TO 4235-EXIT
050350     END-IF.
050400     IF WS-POR-IMPUTAR < DFH-COMP-REMANENTE (WS-SUB-COMP)
050450         MOVE WS-POR-IMPUTAR TO WS-IMP-VALOR
050500     ELSE
050550         MOVE DFH-COMP-REMANENTE (WS-SUB-COMP) TO WS-IMP-VALOR
050600     END-IF.
050650     ADD WS-IMP-VALOR TO DFH-COMP-ABONADO (WS-SUB-COMP).
050700     SUBTRACT WS-IMP-VALOR FROM DFH-COMP-REMANENTE (WS-SUB-COMP)
050750                                WS-POR-IMPUTAR.
050800     MOVE WS-NOMBRE-COMP (WS-SUB-COMP) TO WS-IMP-CONCEPTO.
050850     PERFORM 7000-GRABAR-IMPUTACION THRU 7000-EXIT.
050900 4235-EXIT.
050950     EXIT.
052300
052302*----------------------------------------------------------------*
052304*  4240-GRABAR-ABONO : EL EXCESO SOBRE LA CUOTA SE ENTREGA A     *
052318     MOVE WS-FECHA-PROCESO    TO DFH-ABO-FECHA-PROCESO.
052320     MOVE WS-EXCESO-CUOTA     TO DFH-ABO-VALOR-EXCEDENTE.
052322     MOVE WS-OPCION-EXCEDENTE TO DFH-ABO-OPCION.
052323     MOVE WS-CANAL-CUOTA      TO DFH-ABO-CANAL.
052324     MOVE WS-REFERENCIA-CUOTA TO DFH-ABO-REFERENCIA.
052325     WRITE REG-ABONO-EXTRA.
052326     ADD 1 TO WS-ABONOS-GENERADOS.
052328 4240-EXIT.
052330     EXIT.
052332
052334*----------------------------------------------------------------*
052336*  4250-IMPUTAR-REVERSA : LO REVERSADO NETO DE LA CUOTA SE       *
052338*  DEVUELVE A SUS COMPONENTES EN ORDEN INVERSO AL DE LA          *
052340*  PRELACION (CAPITAL, INTERES, COMISION, SEGURO), CADA UNO      *
052342*  HASTA SU ABONADO, Y DEJA SU CONTRAPARTIDA EN EL HISTORIAL     *
052344*  (TIPO DE MOVIMIENTO R, VALORES POSITIVOS).                    *
052346*----------------------------------------------------------------*
052348 4250-IMPUTAR-REVERSA.
052350     COMPUTE WS-REVERSADO-CUOTA = ZERO - WS-APLICADO-CUOTA.
052352     MOVE WS-REVERSADO-CUOTA TO WS-POR-IMPUTAR.
052354     MOVE 'R' TO WS-IMP-TIPO-MOV.
052356     PERFORM 4255-REVERSAR-COMPONENTE THRU 4255-EXIT
052358         VARYING WS-SUB-COMP FROM 4 BY -1
052360         UNTIL WS-SUB-COMP < 1
052362         OR WS-POR-IMPUTAR NOT > ZERO.
052364     MOVE 'P' TO WS-IMP-TIPO-MOV.
052366 4250-EXIT.
052368     EXIT.
052370
052372 4255-REVERSAR-COMPONENTE.
052374     IF DFH-COMP-ABONADO (WS-SUB-COMP) NOT > ZERO
052376         GO TO 4255-EXIT
052378     END-IF.
052380     IF WS-POR-IMPUTAR < DFH-COMP-ABONADO (WS-SUB-COMP)
052382         MOVE WS-POR-IMPUTAR TO WS-IMP-VALOR
052384     ELSE
052386         MOVE DFH-COMP-ABONADO (WS-SUB-COMP) TO WS-IMP-VALOR
052388     END-IF.
052390     SUBTRACT WS-IMP-VALOR FROM DFH-COMP-ABONADO (WS-SUB-COMP)
052392                                WS-POR-IMPUTAR.
052394     ADD WS-IMP-VALOR TO DFH-COMP-REMANENTE (WS-SUB-COMP).
052396     MOVE WS-NOMBRE-COMP (WS-SUB-COMP) TO WS-IMP-CONCEPTO.
052398     PERFORM 7000-GRABAR-IMPUTACION THRU 7000-EXIT.
052400     ADD 1 TO WS-IMPUTACIONES-REVERSA.
052402 4255-EXIT.
052404     EXIT.
052416
052420*----------------------------------------------------------------*
052500*  4300-RECALCULAR-SITUACION : LA SITUACION DE LA CUOTA SE       *
052600*  DERIVA DEL ABONADO ACUMULADO; UNA CUOTA QUE VUELVE A QUEDAR   *
052700*  SIN ABONOS REGRESA A VENCIDA O PENDIENTE SEGUN SU FECHA       *
055600     EXIT.
055700
055800*----------------------------------------------------------------*
055900*  5000-ACTUALIZAR-MAESTRO : REBAJA EL SALDO DE LA CUENTA POR EL *
056000*  CAPITAL IMPUTADO A SUS CUOTAS (NETO DE REVERSAS), EL          *
056100*  ACUMULADO DE GASTOS JUDICIALES POR LO COBRADO DE GASTOS, Y    *
056200*  DEJA LA FECHA DEL ULTIMO PAGO EN DFH-FECHA-ULT-OPER. EL       *
056300*  REGISTRO YA FUE LEIDO AL ABRIR LA CUENTA (6000-LEER-MAESTRO). *
056400*----------------------------------------------------------------*
056500 5000-ACTUALIZAR-MAESTRO.
056600     IF (WS-APLICADO-CUENTA = ZERO
056700         AND WS-GASTOS-COBRADOS-CTA = ZERO
056750         AND WS-CAPITAL-CUENTA = ZERO)
056800        OR MAESTRO-NO-HALLADO
056900         MOVE ZERO TO WS-APLICADO-CUENTA WS-FECHA-ULT-PAGO
057000                      WS-GASTOS-COBRADOS-CTA WS-CAPITAL-CUENTA
057100         GO TO 5000-EXIT
057200     END-IF.
057300     SUBTRACT WS-CAPITAL-CUENTA FROM DFH-SALDO.
057400     SUBTRACT WS-GASTOS-COBRADOS-CTA FROM DFH-GASTOS-JUDICIALES.
057500     IF WS-FECHA-ULT-PAGO > ZERO
057600         MOVE WS-FECHA-ULT-PAGO TO DFH-FECHA-ULT-OPER
057800     REWRITE DFHCOMMAREA.
057900     ADD 1 TO WS-CTAS-ACTUALIZADAS.
058000     MOVE ZERO TO WS-APLICADO-CUENTA WS-FECHA-ULT-PAGO
058100                  WS-GASTOS-COBRADOS-CTA WS-CAPITAL-CUENTA.
058200 5000-EXIT.
058300     EXIT.
058400
061000     MOVE WS-FECHA-PROCESO TO DFH-IMP-FECHA-PROCESO.
061100     MOVE WS-IMP-CONCEPTO  TO DFH-IMP-CONCEPTO.
061200     MOVE WS-IMP-VALOR     TO DFH-IMP-VALOR-APLICADO.
061210     MOVE WS-CANAL-CUOTA   TO DFH-IMP-CANAL.
061220     MOVE WS-IMP-TIPO-MOV  TO DFH-IMP-TIPO-MOV.
061230     MOVE WS-REFERENCIA-CUOTA TO DFH-IMP-REFERENCIA.
061300     WRITE REG-IMPUTACION-PAGO.
061400 7000-EXIT.
061500     EXIT.
064200             WS-CARGOS-COBRADOS.
064210     DISPLAY 'RMYD1PGA - ABONOS GENERADOS  : '
064220             WS-ABONOS-GENERADOS.
064225     DISPLAY 'RMYD1PGA - IMPUT. DE REVERSA : '
064228             WS-IMPUTACIONES-REVERSA.
064230     DISPLAY 'RMYD1PGA - CUOTAS REESCRITAS : '
064240             WS-CUOTAS-REESCRITAS.
064300     DISPLAY 'RMYD1PGA - CTAS ACTUALIZADAS : '
