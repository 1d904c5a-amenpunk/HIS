000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CQV.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CONVERSION UNICA DEL DETALLE DE CUOTAS PROGRAMADAS   *
000900*           AL FORMATO CON DESGLOSE DE COMPONENTES POR CUOTA     *
001000*           (RMYD1CLD). LEE LA DESCARGA DEL CUOTDET EN EL        *
001100*           FORMATO ANTERIOR (CUOTANT, HASTA DFH-VALOR-REMANENTE,*
001200*           ORDENADA POR CUENTA/SECUENCIA) Y ESCRIBE EL          *
001300*           CALENDARIO EN EL FORMATO VIGENTE (CUOTNEW), QUE      *
001400*           RMYD1CLX CARGA LUEGO EN EL CUOTDET INDEXADO. POR     *
001500*           CUENTA REPITE LA AMORTIZACION DESDE EL MONTO DEL     *
001600*           MAESTRO (RMYD1CLG) A LA TASA VIGENTE: EL INTERES DE  *
001700*           CADA CUOTA ES EL DEL PERIODO SOBRE EL SALDO ANTES DE *
001800*           ELLA (SIN PASAR DEL VALOR DE LA CUOTA) Y EL CAPITAL  *
001900*           EL RESTO; COMISION Y SEGURO NACEN EN CERO PORQUE EL  *
002000*           VALOR DE LAS CUOTAS ANTERIORES NO LOS INCLUIA. LO    *
002100*           YA ABONADO SE REPARTE PRIMERO A INTERES Y LUEGO A    *
002200*           CAPITAL (ORDEN DE PRELACION DE RMYD1PGA). UNA CUENTA *
002300*           SIN MAESTRO QUEDA CON TODO EL VALOR EN CAPITAL. SE   *
002400*           CORRE UNA SOLA VEZ ANTES DEL PRIMER NOCTURNO CON EL  *
002500*           FORMATO NUEVO.                                       *
002600*----------------------------------------------------------------*
002700*  HISTORIAL DE MODIFICACIONES                                   *
002800*  FECHA       INIC  DESCRIPCION                                 *
002900*  15/10/2026  DS    VERSION INICIAL.                            *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-390.
003400 OBJECT-COMPUTER.  IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ENTRADA-FILE  ASSIGN TO CUOTANT
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS WS-ENT-STATUS.
004000
004100     SELECT CUENTAS-FILE  ASSIGN TO CTASMTR
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE   IS RANDOM
004400            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004500            FILE STATUS   IS WS-CTAS-STATUS.
004600
004700     SELECT SALIDA-FILE   ASSIGN TO CUOTNEW
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS   IS WS-SAL-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ENTRADA-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  REG-CUOTA-ANTERIOR.
005700     05 CA-CUOTA-LLAVE.
005800        10 CA-NUMERO-CUENTA       PIC  X(013).
005900        10 CA-SECUENCIA-PAGO      PIC  9(003).
006000     05 CA-TIPO-PAGO              PIC  X(010).
006100     05 CA-VALOR-PAGO             PIC S9(009)V99.
006200     05 CA-FECHA-PAGO             PIC  X(010).
006300     05 CA-SITUACION-PAGO         PIC  X(010).
006400     05 CA-VALOR-ABONADO          PIC S9(009)V99.
006500     05 CA-VALOR-REMANENTE        PIC S9(009)V99.
006600
006700 FD  CUENTAS-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY RMYD1CLG.
007100
007200 FD  SALIDA-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY RMYD1CLD.
007600
007700 WORKING-STORAGE SECTION.
007800 77  WS-ENT-STATUS                PIC X(02).
007900     88 ENT-OK                       VALUE '00'.
008000 77  WS-CTAS-STATUS               PIC X(02).
008100     88 CTAS-OK                      VALUE '00'.
008200 77  WS-SAL-STATUS                PIC X(02).
008300 77  WS-SW-FIN-ENTRADA            PIC X(01).
008400     88 FIN-ENTRADA                  VALUE 'S'.
008500 77  WS-SW-MAESTRO-HALLADO        PIC X(01).
008600     88 MAESTRO-HALLADO              VALUE 'S'.
008700     88 MAESTRO-NO-HALLADO           VALUE 'N'.
008800 77  WS-CUENTA-ANTERIOR           PIC X(013) VALUE SPACES.
008900 77  WS-TASA-MENSUAL              PIC S9(003)V9(009) COMP-3.
009000 77  WS-SALDO-AMORT               PIC S9(011)V99 COMP-3.
009100 77  WS-INTERES-CUOTA             PIC S9(009)V99 COMP-3.
009200 77  WS-CAPITAL-CUOTA             PIC S9(009)V99 COMP-3.
009300 77  WS-ABONADO-INTERES           PIC S9(009)V99 COMP-3.
009400 77  WS-CUOTAS-LEIDAS             PIC 9(007) COMP.
009500 77  WS-CUOTAS-ESCRITAS           PIC 9(007) COMP.
009600 77  WS-CTAS-CONVERTIDAS          PIC 9(007) COMP.
009700 77  WS-CTAS-SIN-MAESTRO          PIC 9(007) COMP.
009800
009900 PROCEDURE DIVISION.
010000
010100 0000-MAINLINE.
010200     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
010300     PERFORM 2000-CONVERTIR-CUOTA  THRU 2000-EXIT
010400         UNTIL FIN-ENTRADA.
010500     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
010600     STOP RUN.
010700
010800*----------------------------------------------------------------*
010900*  1000-INICIALIZAR                                              *
011000*----------------------------------------------------------------*
011100 1000-INICIALIZAR.
011200     MOVE 'N'  TO WS-SW-FIN-ENTRADA.
011300     MOVE ZERO TO WS-CUOTAS-LEIDAS WS-CUOTAS-ESCRITAS
011400                  WS-CTAS-CONVERTIDAS WS-CTAS-SIN-MAESTRO.
011500     OPEN INPUT  ENTRADA-FILE.
011600     OPEN INPUT  CUENTAS-FILE.
011700     OPEN OUTPUT SALIDA-FILE.
011800     IF NOT ENT-OK
011900         DISPLAY 'RMYD1CQV - ERROR ENTRADA-FILE ' WS-ENT-STATUS
012000         MOVE 'S' TO WS-SW-FIN-ENTRADA
012100         GO TO 1000-EXIT
012200     END-IF.
012300     IF NOT CTAS-OK
012400         DISPLAY 'RMYD1CQV - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
012500         MOVE 'S' TO WS-SW-FIN-ENTRADA
012600         GO TO 1000-EXIT
012700     END-IF.
012800     PERFORM 8000-LEER-ENTRADA THRU 8000-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------------*
013300*  2000-CONVERTIR-CUOTA : COPIA LOS CAMPOS COMUNES, DESGLOSA LA  *
013400*  CUOTA EN INTERES Y CAPITAL SOBRE EL SALDO AMORTIZADO DE LA    *
013500*  CUENTA Y REPARTE LO ABONADO ENTRE AMBOS.                      *
013600*----------------------------------------------------------------*
013700 2000-CONVERTIR-CUOTA.
013800     IF CA-NUMERO-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
013900         PERFORM 5000-INICIAR-CUENTA THRU 5000-EXIT
014000     END-IF.
014100     MOVE CA-NUMERO-CUENTA   TO DFH-NUMERO-CUENTA
014200                                IN REG-CUOTA-PROGRAMADA.
014300     MOVE CA-SECUENCIA-PAGO  TO DFH-SECUENCIA-PAGO.
014400     MOVE CA-TIPO-PAGO       TO DFH-TIPO-PAGO.
014500     MOVE CA-VALOR-PAGO      TO DFH-VALOR-PAGO
014600                                IN REG-CUOTA-PROGRAMADA.
014700     MOVE CA-FECHA-PAGO      TO DFH-FECHA-PAGO.
014800     MOVE CA-SITUACION-PAGO  TO DFH-SITUACION-PAGO
014900                                IN REG-CUOTA-PROGRAMADA.
015000     MOVE CA-VALOR-ABONADO   TO DFH-VALOR-ABONADO.
015100     MOVE CA-VALOR-REMANENTE TO DFH-VALOR-REMANENTE.
015200     MOVE ZERO TO DFH-SEGURO-CUOTA   DFH-SEGURO-ABONADO
015300                  DFH-SEGURO-REMANENTE
015400                  DFH-COMISION-CUOTA DFH-COMISION-ABONADO
015500                  DFH-COMISION-REMANENTE.
015600     IF MAESTRO-HALLADO
015700         COMPUTE WS-INTERES-CUOTA ROUNDED =
015800             WS-SALDO-AMORT * WS-TASA-MENSUAL
015900     ELSE
016000         MOVE ZERO TO WS-INTERES-CUOTA
016100     END-IF.
016200     IF WS-INTERES-CUOTA > CA-VALOR-PAGO
016300         MOVE CA-VALOR-PAGO TO WS-INTERES-CUOTA
016400     END-IF.
016500     IF WS-INTERES-CUOTA < ZERO
016600         MOVE ZERO TO WS-INTERES-CUOTA
016700     END-IF.
016800     COMPUTE WS-CAPITAL-CUOTA = CA-VALOR-PAGO - WS-INTERES-CUOTA.
016900     SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-AMORT.
017000     IF WS-SALDO-AMORT < ZERO
017100         MOVE ZERO TO WS-SALDO-AMORT
017200     END-IF.
017300     IF CA-VALOR-ABONADO < WS-INTERES-CUOTA
017400         MOVE CA-VALOR-ABONADO TO WS-ABONADO-INTERES
017500     ELSE
017600         MOVE WS-INTERES-CUOTA TO WS-ABONADO-INTERES
017700     END-IF.
017800     IF WS-ABONADO-INTERES < ZERO
017900         MOVE ZERO TO WS-ABONADO-INTERES
018000     END-IF.
018100     MOVE WS-INTERES-CUOTA   TO DFH-INTERES-CUOTA.
018200     MOVE WS-ABONADO-INTERES TO DFH-INTERES-ABONADO.
018300     COMPUTE DFH-INTERES-REMANENTE =
018400         WS-INTERES-CUOTA - WS-ABONADO-INTERES.
018500     MOVE WS-CAPITAL-CUOTA   TO DFH-CAPITAL-CUOTA.
018600     COMPUTE DFH-CAPITAL-ABONADO =
018700         CA-VALOR-ABONADO - WS-ABONADO-INTERES.
018800     COMPUTE DFH-CAPITAL-REMANENTE =
018900         CA-VALOR-REMANENTE - DFH-INTERES-REMANENTE.
019000     MOVE WS-SALDO-AMORT     TO DFH-SALDO-DESPUES-CUOTA.
019100     WRITE REG-CUOTA-PROGRAMADA.
019200     ADD 1 TO WS-CUOTAS-ESCRITAS.
019300     PERFORM 8000-LEER-ENTRADA THRU 8000-EXIT.
019400 2000-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------------*
019800*  5000-INICIAR-CUENTA : LEE LOS TERMINOS DE LA CUENTA NUEVA Y   *
019900*  ARRANCA LA AMORTIZACION DESDE SU MONTO.                       *
020000*----------------------------------------------------------------*
020100 5000-INICIAR-CUENTA.
020200     MOVE CA-NUMERO-CUENTA TO WS-CUENTA-ANTERIOR.
020300     ADD 1 TO WS-CTAS-CONVERTIDAS.
020400     MOVE 'S' TO WS-SW-MAESTRO-HALLADO.
020500     MOVE CA-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
020600     READ CUENTAS-FILE
020700         INVALID KEY
020800             MOVE 'N' TO WS-SW-MAESTRO-HALLADO
020900     END-READ.
021000     IF MAESTRO-NO-HALLADO
021100         ADD 1 TO WS-CTAS-SIN-MAESTRO
021200         DISPLAY 'RMYD1CQV - CUENTA SIN MAESTRO ' CA-NUMERO-CUENTA
021300         MOVE ZERO TO WS-SALDO-AMORT WS-TASA-MENSUAL
021400         GO TO 5000-EXIT
021500     END-IF.
021600     MOVE DFH-MONTO TO WS-SALDO-AMORT.
021700     COMPUTE WS-TASA-MENSUAL ROUNDED =
021800         DFH-TASA-INTERES / 1200.
021900 5000-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------------*
022300*  3000-FINALIZAR                                                *
022400*----------------------------------------------------------------*
022500 3000-FINALIZAR.
022600     DISPLAY 'RMYD1CQV - CUOTAS LEIDAS     : ' WS-CUOTAS-LEIDAS.
022700     DISPLAY 'RMYD1CQV - CUOTAS ESCRITAS   : '
022800             WS-CUOTAS-ESCRITAS.
022900     DISPLAY 'RMYD1CQV - CUENTAS           : '
023000             WS-CTAS-CONVERTIDAS.
023100     DISPLAY 'RMYD1CQV - CUENTAS SIN MAESTRO: '
023200             WS-CTAS-SIN-MAESTRO.
023300     CLOSE ENTRADA-FILE CUENTAS-FILE SALIDA-FILE.
023400 3000-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------------*
023800*  8000-LEER-ENTRADA                                             *
023900*----------------------------------------------------------------*
024000 8000-LEER-ENTRADA.
024100     READ ENTRADA-FILE
024200         AT END
024300             MOVE 'S' TO WS-SW-FIN-ENTRADA
024400             GO TO 8000-EXIT
024500     END-READ.
024600     ADD 1 TO WS-CUOTAS-LEIDAS.
024700 8000-EXIT.
024800     EXIT.
