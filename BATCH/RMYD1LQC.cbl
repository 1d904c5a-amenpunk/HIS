000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1LQC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : RUTINA COMUN DEL FINIQUITO DE UNA CUENTA A UNA FECHA *
000900*           VALOR. LA INVOCAN POR CALL LA COTIZACION DE          *
001000*           CANCELACION ANTICIPADA RMYD1PAY Y LA CONSOLIDACION   *
001100*           DE DEUDAS RMYD1CSD PARA QUE AMBAS LIQUIDEN IGUAL:    *
001200*           EL INTERES CORRIDO DESDE LA ULTIMA OPERACION HASTA   *
001300*           LA FECHA VALOR ES EL SALDO POR LA TASA ANUAL SOBRE   *
001400*           360 POR LOS DIAS CORRIDOS (CERO SI LA FECHA VALOR    *
001500*           ES ANTERIOR) Y EL TOTAL SUMA EL SALDO, ESE INTERES,  *
001600*           LA PENALIDAD DE INTERES Y LA COMISION POR            *
001700*           PRE-CANCELACION Y LOS GASTOS JUDICIALES PENDIENTES.  *
001800*----------------------------------------------------------------*
001900*  PARAMETROS (LINKAGE)                                          *
002000*     LK-LIQUIDACION  REGISTRO RMYD1LQA; FECHA VALOR Y DATOS DEL *
002100*                     MAESTRO A LA ENTRADA; DIAS, INTERES        *
002200*                     CORRIDO Y TOTAL REGRESAN CALCULADOS.       *
002300*----------------------------------------------------------------*
002400*  HISTORIAL DE MODIFICACIONES                                   *
002500*  FECHA       INIC  DESCRIPCION                                 *
002600*  15/10/2026  DS    VERSION INICIAL, CON EL CALCULO QUE TENIA   *
002700*                    RMYD1PAY.                                   *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-390.
003200 OBJECT-COMPUTER.  IBM-390.
003300
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600
003700 LINKAGE SECTION.
003800     COPY RMYD1LQA REPLACING REG-LIQUIDACION-CUENTA
003900                          BY LK-LIQUIDACION.
004000
004100 PROCEDURE DIVISION USING LK-LIQUIDACION.
004200
004300 0000-MAINLINE.
004400     COMPUTE DFH-LQA-DIAS-CORRIDOS IN LK-LIQUIDACION =
004500         FUNCTION INTEGER-OF-DATE
004600             (DFH-LQA-FECHA-VALOR IN LK-LIQUIDACION)
004700       - FUNCTION INTEGER-OF-DATE
004800             (DFH-LQA-FECHA-ULT-OPER IN LK-LIQUIDACION).
004900     IF DFH-LQA-DIAS-CORRIDOS IN LK-LIQUIDACION < ZERO
005000         MOVE ZERO TO DFH-LQA-DIAS-CORRIDOS IN LK-LIQUIDACION
005100     END-IF.
005200     COMPUTE DFH-LQA-INTERES-CORRIDO IN LK-LIQUIDACION ROUNDED =
005300         DFH-LQA-SALDO IN LK-LIQUIDACION
005400       * DFH-LQA-TASA-INTERES IN LK-LIQUIDACION
005500       * DFH-LQA-DIAS-CORRIDOS IN LK-LIQUIDACION / 36000.
005600     COMPUTE DFH-LQA-TOTAL-FINIQUITO IN LK-LIQUIDACION =
005700         DFH-LQA-SALDO IN LK-LIQUIDACION
005800       + DFH-LQA-INTERES-CORRIDO IN LK-LIQUIDACION
005900       + DFH-LQA-INTERES-PCANCEL IN LK-LIQUIDACION
006000       + DFH-LQA-COMISION-PCANCEL IN LK-LIQUIDACION
006100       + DFH-LQA-GASTOS-JUDICIALES IN LK-LIQUIDACION.
006200 0000-EXIT.
006300     EXIT PROGRAM.
