000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1CQC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : RUTINA COMUN DE COMISION Y SEGURO DE UNA CUOTA DEL   *
000900*           CALENDARIO. LA INVOCAN POR CALL LOS PROCESOS QUE     *
001000*           GENERAN O RECALCULAN CUOTAS (RMYD1GEN, RMYD1RPC,     *
001100*           RMYD1RST, RMYD1ABX) PARA QUE TODOS DESGLOSEN IGUAL   *
001200*           LOS COMPONENTES DE LA CUOTA (RMYD1CLD). LA COMISION  *
001300*           ES LA DEL PERIODO SOBRE EL SALDO DE CAPITAL ANTES DE *
001400*           LA CUOTA CON LA TASA ANUAL DE COMISION DEL MAESTRO   *
001500*           (MISMO CALCULO DEL DEVENGO DE RMYD1DEV). LA PRIMA    *
001600*           SUMA LAS POLIZAS DE LA CUENTA EN POLMTR (RMYD1POL)   *
001700*           VIGENTES A LA FECHA DE LA CUOTA: DESGRAVAMEN SOBRE   *
001800*           EL SALDO E INCENDIO SOBRE EL AVALUO DE LA GARANTIA,  *
001900*           CON LA TASA ANUAL DE PRIMA SOBRE DOCE (MISMO CALCULO *
002000*           DE RMYD1PDV). POLMTR SE ABRE EN LA PRIMERA LLAMADA   *
002100*           DE LA CORRIDA; SIN MAESTRO DE POLIZAS LA PRIMA ES    *
002200*           CERO.                                                *
002300*----------------------------------------------------------------*
002400*  PARAMETROS (LINKAGE)                                          *
002500*     LK-COMPONENTES  REGISTRO RMYD1CQA; CUENTA, FECHA, SALDO,   *
002600*                     TASA DE COMISION Y AVALUO A LA ENTRADA;    *
002700*                     COMISION Y SEGURO REGRESAN CALCULADOS.     *
002800*----------------------------------------------------------------*
002900*  HISTORIAL DE MODIFICACIONES                                   *
003000*  FECHA       INIC  DESCRIPCION                                 *
003100*  15/10/2026  DS    VERSION INICIAL.                            *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-390.
003600 OBJECT-COMPUTER.  IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT POLIZAS-FILE  ASSIGN TO POLMTR
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE   IS RANDOM
004200            RECORD KEY    IS DFH-POL-LLAVE
004300            FILE STATUS   IS WS-POL-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  POLIZAS-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY RMYD1POL.
005100
005200 WORKING-STORAGE SECTION.
005300 77  WS-POL-STATUS                PIC X(02).
005400     88 POL-OK                       VALUE '00'.
005500 77  WS-SW-POLIZAS-ABIERTAS       PIC X(01) VALUE 'N'.
005600     88 POLIZAS-ABIERTAS             VALUE 'S'.
005700 77  WS-SW-PRIMERA-LLAMADA        PIC X(01) VALUE 'S'.
005800     88 PRIMERA-LLAMADA              VALUE 'S'.
005900 77  WS-BASE-PRIMA                PIC S9(011)V99 COMP-3.
006000 77  WS-PRIMA-POLIZA              PIC S9(009)V99 COMP-3.
006100
006200 LINKAGE SECTION.
006300     COPY RMYD1CQA REPLACING REG-COMPONENTES-CUOTA
006400                          BY LK-COMPONENTES.
006500
006600 PROCEDURE DIVISION USING LK-COMPONENTES.
006700
006800 0000-MAINLINE.
006900     IF PRIMERA-LLAMADA
007000         PERFORM 1000-ABRIR-POLIZAS THRU 1000-EXIT
007100     END-IF.
007200     MOVE ZERO TO DFH-CQA-COMISION IN LK-COMPONENTES
007300                  DFH-CQA-SEGURO   IN LK-COMPONENTES.
007400     IF DFH-CQA-SALDO-BASE IN LK-COMPONENTES > ZERO
007500        AND DFH-CQA-TASA-COMISION IN LK-COMPONENTES > ZERO
007600         COMPUTE DFH-CQA-COMISION IN LK-COMPONENTES ROUNDED =
007700             DFH-CQA-SALDO-BASE IN LK-COMPONENTES
007800           * DFH-CQA-TASA-COMISION IN LK-COMPONENTES / 1200
007900     END-IF.
008000     IF NOT POLIZAS-ABIERTAS
008100         GO TO 0000-EXIT
008200     END-IF.
008300     MOVE DFH-CQA-NUMERO-CUENTA IN LK-COMPONENTES
008400                                TO DFH-POL-NUMERO-CUENTA.
008500     MOVE 'DESGRAVAMEN'         TO DFH-POL-TIPO-SEGURO.
008600     MOVE DFH-CQA-SALDO-BASE IN LK-COMPONENTES
008700                                TO WS-BASE-PRIMA.
008800     PERFORM 2000-SUMAR-POLIZA THRU 2000-EXIT.
008900     MOVE DFH-CQA-NUMERO-CUENTA IN LK-COMPONENTES
009000                                TO DFH-POL-NUMERO-CUENTA.
009100     MOVE 'INCENDIO'            TO DFH-POL-TIPO-SEGURO.
009200     MOVE DFH-CQA-VALOR-AVALUO IN LK-COMPONENTES
009300                                TO WS-BASE-PRIMA.
009400     PERFORM 2000-SUMAR-POLIZA THRU 2000-EXIT.
009500 0000-EXIT.
009600     EXIT PROGRAM.
009700
009800*----------------------------------------------------------------*
009900*  1000-ABRIR-POLIZAS : PRIMERA LLAMADA DE LA CORRIDA. EL        *
010000*  ARCHIVO QUEDA ABIERTO PARA LAS LLAMADAS SIGUIENTES.           *
010100*----------------------------------------------------------------*
010200 1000-ABRIR-POLIZAS.
010300     MOVE 'N' TO WS-SW-PRIMERA-LLAMADA.
010400     OPEN INPUT POLIZAS-FILE.
010500     IF POL-OK
010600         MOVE 'S' TO WS-SW-POLIZAS-ABIERTAS
010700     ELSE
010800         DISPLAY 'RMYD1CQC - SIN MAESTRO DE POLIZAS '
010900                 WS-POL-STATUS ', PRIMAS EN CERO'
011000     END-IF.
011100 1000-EXIT.
011200     EXIT.
011300
011400*----------------------------------------------------------------*
011500*  2000-SUMAR-POLIZA : LA POLIZA DE LA LLAVE ARMADA, SI EXISTE Y *
011600*  ESTA VIGENTE A LA FECHA DE LA CUOTA, SUMA SU PRIMA MENSUAL    *
011700*  SOBRE WS-BASE-PRIMA.                                          *
011800*----------------------------------------------------------------*
011900 2000-SUMAR-POLIZA.
012000     READ POLIZAS-FILE
012100         INVALID KEY
012200             GO TO 2000-EXIT
012300     END-READ.
012400     IF DFH-CQA-FECHA-CUOTA IN LK-COMPONENTES
012500            < DFH-POL-VIGENCIA-DESDE
012600        OR DFH-CQA-FECHA-CUOTA IN LK-COMPONENTES
012700            > DFH-POL-VIGENCIA-HASTA
012800        OR WS-BASE-PRIMA NOT > ZERO
012900         GO TO 2000-EXIT
013000     END-IF.
013100     COMPUTE WS-PRIMA-POLIZA ROUNDED =
013200         WS-BASE-PRIMA * DFH-POL-TASA-PRIMA / 1200.
013300     ADD WS-PRIMA-POLIZA TO DFH-CQA-SEGURO IN LK-COMPONENTES.
013400 2000-EXIT.
013500     EXIT.
