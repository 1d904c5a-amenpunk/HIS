002100*  HISTORIAL DE MODIFICACIONES                                   *
002200*  FECHA       INIC  DESCRIPCION                                 *
002300*  02/09/2026  DS    VERSION INICIAL.                            *
002310*  15/10/2026  DS    SE AGREGA LA REGION DEL DEUDOR AL MAESTRO   *
002320*                    DE CONTACTO, CON SU BITACORA DE CAMBIO.     *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007730                          VIA-CARTA
007740                          BY TRN-VIA-CARTA
007750                          VIA-TELEFONO
007760                          BY TRN-VIA-TELEFONO
007770                          DFH-CTD-REGION
007780                          BY DFH-TRN-REGION.
007800
007900 FD  PARAM-FILE
008000     RECORDING MODE IS F
031300         MOVE DFH-TRN-VIA-PREFERIDA TO WS-VALOR-NUEVO
031400         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
031500     END-IF.
031510     IF DFH-TRN-REGION NOT = DFH-CTD-REGION
031520         MOVE 'DFH-CTD-REGION'      TO WS-CAMPO-BITACORA
031530         MOVE DFH-CTD-REGION        TO WS-VALOR-ANTERIOR
031540         MOVE DFH-TRN-REGION        TO WS-VALOR-NUEVO
031550         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
031560     END-IF.
031600 7600-EXIT.
031700     EXIT.
031800
