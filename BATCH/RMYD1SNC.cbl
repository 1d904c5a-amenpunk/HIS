001100*           Y ANO-MES DE CIERRE, PARA QUE LOS SALDOS E INTERESES  *
001200*           DE CADA MES QUEDEN DISPONIBLES INDEFINIDAMENTE Y NO   *
001300*           SOLO EL MES ANTERIOR (DFH-SALDO-MES-ANTERIOR).        *
001310*           CADA FOTO LLEVA ADEMAS LOS DIAS DE MORA DE LA CUOTA   *
001320*           MAS ANTIGUA CON REMANENTE (DETALLE DE CUOTAS          *
001330*           RMYD1CLD, MISMO CRITERIO DE RMYD1PRV), EL TRAMO DE    *
001340*           MORA DEL CIERRE Y EL TIPO DE PRESTAMO PARA LA MATRIZ  *
001350*           DE TRANSICION RMYD1RRM.                               *
001400*----------------------------------------------------------------*
001500*  HISTORIAL DE MODIFICACIONES                                   *
001600*  FECHA       INIC  DESCRIPCION                                 *
001700*  09/08/2026  DS    VERSION INICIAL.                            *
001702*  22/08/2026  DS    SE REGISTRA INICIO Y FIN DE LA CORRIDA    *
001704*                    EN LA BITACORA COMUN (RMYD1BTC).          *
001724*  15/10/2026  DS    SE ARCHIVAN DIAS DE MORA, TRAMO DE MORA (AL *
001744*                    DIA, 1-30, 31-60, 61-90, 90+, CANCELADA O   *
001764*                    CASTIGADA) Y TIPO DE PRESTAMO POR CUENTA.   *
001800*----------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002700            ACCESS MODE   IS SEQUENTIAL
002800            RECORD KEY    IS DFH-NUMERO-CUENTA
002900            FILE STATUS   IS WS-CTAS-STATUS.
002910
002920     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
002930            ORGANIZATION IS INDEXED
002940            ACCESS MODE   IS SEQUENTIAL
002950            RECORD KEY    IS DFH-CUOTA-LLAVE
002960            FILE STATUS   IS WS-CUO-STATUS.
003000
003100     SELECT FOTO-FILE      ASSIGN TO SALFOTO
003200            ORGANIZATION IS LINE SEQUENTIAL
003900     LABEL RECORDS ARE STANDARD.
004000     COPY RMYD1CLG.
004100
004110 FD  CUOTAS-FILE
004120     RECORDING MODE IS F
004130     LABEL RECORDS ARE STANDARD.
004140     COPY RMYD1CLD.
004150
004200 FD  FOTO-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004800 77  WS-CTAS-STATUS               PIC X(02).
004900     88 CTAS-OK                      VALUE '00'.
005000 77  WS-FOTO-STATUS               PIC X(02).
005020 77  WS-CUO-STATUS                PIC X(02).
005040     88 CUO-OK                       VALUE '00'.
005100 77  WS-SW-FIN-CUENTAS            PIC X(01).
005200     88 FIN-CUENTAS                  VALUE 'S'.
005220 77  WS-SW-FIN-CUOTAS             PIC X(01).
005240     88 FIN-CUOTAS                   VALUE 'S'.
005300 77  WS-CTAS-ARCHIVADAS           PIC 9(007) COMP.
005400 77  WS-ANOMES-CIERRE             PIC 9(006).
005420 77  WS-DIAS-MORA                 PIC S9(006) COMP.
005440 77  WS-DIAS-MAX-CUENTA           PIC S9(006) COMP.
005460 77  WS-ENTERO-PROCESO            PIC S9(007) COMP.
005500 01  WS-FECHA-PROCESO-N           PIC 9(008).
005600 01  FILLER REDEFINES WS-FECHA-PROCESO-N.
005700     05 WS-FP-CCYY                PIC 9(004).
005800     05 WS-FP-MM                  PIC 9(002).
005900     05 WS-FP-DD                  PIC 9(002).
005905 01  WS-FECHA-PAGO-EDIT.
005910     05 WS-FPE-CCYY               PIC X(004).
005915     05 FILLER                    PIC X(001).
005920     05 WS-FPE-MM                 PIC X(002).
005925     05 FILLER                    PIC X(001).
005930     05 WS-FPE-DD                 PIC X(002).
005935 01  WS-FECHA-PAGO-N              PIC 9(008).
005940 01  FILLER REDEFINES WS-FECHA-PAGO-N.
005945     05 WS-FPN-CCYY               PIC 9(004).
005950     05 WS-FPN-MM                 PIC 9(002).
005955     05 WS-FPN-DD                 PIC 9(002).
006000
006100 PROCEDURE DIVISION.
006200
007308                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
007310     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
007400     MOVE 'N'  TO WS-SW-FIN-CUENTAS.
007450     MOVE 'N'  TO WS-SW-FIN-CUOTAS.
007500     MOVE ZERO TO WS-CTAS-ARCHIVADAS.
007600     ACCEPT WS-FECHA-PROCESO-N FROM DATE YYYYMMDD.
007700     STRING WS-FP-CCYY DELIMITED BY SIZE
007800            WS-FP-MM   DELIMITED BY SIZE
007900         INTO WS-ANOMES-CIERRE.
007920     COMPUTE WS-ENTERO-PROCESO =
007940         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-N).
008000     OPEN INPUT  CUENTAS-FILE.
008050     OPEN INPUT  CUOTAS-FILE.
008100     OPEN EXTEND FOTO-FILE.
008200     IF WS-FOTO-STATUS EQUAL '05' OR '35'
008300         CLOSE FOTO-FILE
008800         MOVE 'S' TO WS-SW-FIN-CUENTAS
008900         GO TO 1000-EXIT
009000     END-IF.
009010     IF NOT CUO-OK
009020         DISPLAY 'RMYD1SNC - ERROR CUOTAS-FILE ' WS-CUO-STATUS
009030         MOVE 'S' TO WS-SW-FIN-CUENTAS
009040         GO TO 1000-EXIT
009050     END-IF.
009060     PERFORM 8100-LEER-CUOTA  THRU 8100-EXIT.
009100     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
009200 1000-EXIT.
009300     EXIT.
010700     MOVE DFH-COMISION-DEL-MES   TO DFH-FOTO-COMISION-DEL-MES.
010800     MOVE DFH-MOR-MES            TO DFH-FOTO-MOR-MES.
010900     MOVE DFH-GASTOS-JUDICIALES  TO DFH-FOTO-GASTOS-JUDICIALES.
010920     PERFORM 4000-MEDIR-MORA-CUENTA THRU 4000-EXIT.
010940     PERFORM 4500-ASIGNAR-TRAMO     THRU 4500-EXIT.
010960     MOVE DFH-TIPO-PRESTAMO      TO DFH-FOTO-TIPO-PRESTAMO.
011000     WRITE REG-FOTO-MENSUAL.
011100     ADD 1 TO WS-CTAS-ARCHIVADAS.
011200     PERFORM 8000-LEER-CUENTA THRU 8000-EXIT.
011300 2000-EXIT.
011400     EXIT.
011500
011501*----------------------------------------------------------------*
011502*  4000-MEDIR-MORA-CUENTA : AVANZA EL DETALLE DE CUOTAS HASTA LA *
011503*  CUENTA ACTUAL Y RETIENE LOS DIAS DE LA CUOTA MAS ANTIGUA CON  *
011504*  REMANENTE (MISMO CRITERIO DE RMYD1PRV).                       *
011505*----------------------------------------------------------------*
011506 4000-MEDIR-MORA-CUENTA.
011507     MOVE ZERO TO WS-DIAS-MAX-CUENTA.
011508     PERFORM 4010-SALTAR-CUOTA THRU 4010-EXIT
011509         UNTIL FIN-CUOTAS
011510         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
011511            NOT LESS THAN DFH-NUMERO-CUENTA IN DFHCOMMAREA.
011512     PERFORM 4020-MEDIR-CUOTA THRU 4020-EXIT
011513         UNTIL FIN-CUOTAS
011514         OR DFH-NUMERO-CUENTA IN REG-CUOTA-PROGRAMADA
011515            NOT EQUAL DFH-NUMERO-CUENTA IN DFHCOMMAREA.
011516 4000-EXIT.
011517     EXIT.
011518
011519 4010-SALTAR-CUOTA.
011520     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
011521 4010-EXIT.
011522     EXIT.
011523
011524 4020-MEDIR-CUOTA.
011525     IF (SITPAGO-VENCIDA OR SITPAGO-PARCIAL)
011526        AND DFH-VALOR-REMANENTE > ZERO
011527         MOVE DFH-FECHA-PAGO TO WS-FECHA-PAGO-EDIT
011528         MOVE WS-FPE-CCYY    TO WS-FPN-CCYY
011529         MOVE WS-FPE-MM      TO WS-FPN-MM
011530         MOVE WS-FPE-DD      TO WS-FPN-DD
011531         COMPUTE WS-DIAS-MORA =
011532             WS-ENTERO-PROCESO
011533           - FUNCTION INTEGER-OF-DATE(WS-FECHA-PAGO-N)
011534         IF WS-DIAS-MORA > WS-DIAS-MAX-CUENTA
011535             MOVE WS-DIAS-MORA TO WS-DIAS-MAX-CUENTA
011536         END-IF
011537     END-IF.
011538     PERFORM 8100-LEER-CUOTA THRU 8100-EXIT.
011539 4020-EXIT.
011540     EXIT.
011541
011542*----------------------------------------------------------------*
011543*  4500-ASIGNAR-TRAMO : CASTIGADA (O RECUPERADA DESPUES DEL      *
011544*  CASTIGO), CANCELADA (MARCA DE RMYD1CAN O SIN SALDO) O EL      *
011545*  TRAMO DE LOS DIAS DE MORA CON LOS LIMITES DE RMYD1AGE.        *
011546*----------------------------------------------------------------*
011547 4500-ASIGNAR-TRAMO.
011548     MOVE WS-DIAS-MAX-CUENTA TO DFH-FOTO-DIAS-MORA.
011549     EVALUATE TRUE
011550         WHEN INCOB-CASTIGADA OR INCOB-RECUPERADA
011551             MOVE 'C' TO DFH-FOTO-TRAMO-MORA
011552         WHEN CUENTA-CANCELADA OR DFH-SALDO NOT > ZERO
011553             MOVE 'P' TO DFH-FOTO-TRAMO-MORA
011554         WHEN WS-DIAS-MAX-CUENTA NOT > ZERO
011555             MOVE '0' TO DFH-FOTO-TRAMO-MORA
011556         WHEN WS-DIAS-MAX-CUENTA NOT > 30
011557             MOVE '1' TO DFH-FOTO-TRAMO-MORA
011558         WHEN WS-DIAS-MAX-CUENTA NOT > 60
011559             MOVE '2' TO DFH-FOTO-TRAMO-MORA
011560         WHEN WS-DIAS-MAX-CUENTA NOT > 90
011561             MOVE '3' TO DFH-FOTO-TRAMO-MORA
011562         WHEN OTHER
011563             MOVE '4' TO DFH-FOTO-TRAMO-MORA
011564     END-EVALUATE.
011565 4500-EXIT.
011566     EXIT.
011567
011600*----------------------------------------------------------------*
011700*  3000-FINALIZAR                                                *
011800*----------------------------------------------------------------*
011900 3000-FINALIZAR.
012000     DISPLAY 'RMYD1SNC - ANO-MES DE CIERRE : ' WS-ANOMES-CIERRE.
012100     DISPLAY 'RMYD1SNC - CUENTAS ARCHIVADAS: ' WS-CTAS-ARCHIVADAS.
012200     CLOSE CUENTAS-FILE CUOTAS-FILE FOTO-FILE.
012202     MOVE 'RMYD1SNC' TO DFH-BTA-PROGRAMA.
012204     MOVE 'F'        TO DFH-BTA-ACCION.
012206     MOVE WS-CTAS-ARCHIVADAS TO DFH-BTA-LEIDOS.
013300     END-READ.
013400 8000-EXIT.
013500     EXIT.
013600
013700*----------------------------------------------------------------*
013800*  8100-LEER-CUOTA                                               *
013900*----------------------------------------------------------------*
014000 8100-LEER-CUOTA.
014100     READ CUOTAS-FILE
014200         AT END
014300             MOVE 'S' TO WS-SW-FIN-CUOTAS
014400     END-READ.
014500 8100-EXIT.
014600     EXIT.
