001900*  HISTORIAL DE MODIFICACIONES                                   *
002000*  FECHA       INIC  DESCRIPCION                                 *
002100*  02/09/2026  DS    VERSION INICIAL.                            *
002120*  15/10/2026  DS    LINEA DE ENTRADA AL LARGO DEL REGISTRO      *
002140*                    RMYD1CLD CON EL DESGLOSE DE COMPONENTES DE  *
002160*                    LA CUOTA (CARGA LA SALIDA DE RMYD1CQV).     *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004100 FD  ENTRADA-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  ENTRADA-LINEA                PIC X(224).
004500
004600 FD  CUOTAS-FILE
004700     RECORDING MODE IS F
