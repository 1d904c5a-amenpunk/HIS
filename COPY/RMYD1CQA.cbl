      *--------------------------------------------------------------*
      *  OBJETO : AREA DE PARAMETROS DE LA RUTINA COMUN RMYD1CQC,     *
      *  QUE CALCULA LA COMISION Y LA PRIMA DE SEGURO DE UNA CUOTA    *
      *  DEL CALENDARIO. EL LLAMADOR INFORMA LA CUENTA, LA FECHA DE   *
      *  LA CUOTA, EL SALDO DE CAPITAL ANTES DE LA CUOTA, LA TASA DE  *
      *  COMISION Y EL AVALUO DE LA GARANTIA DEL MAESTRO (RMYD1CLG);  *
      *  LA RUTINA DEVUELVE LA COMISION DEL PERIODO (TASA ANUAL SOBRE *
      *  DOCE, COMO EL DEVENGO DE RMYD1DEV) Y LA PRIMA DE LAS POLIZAS *
      *  DE POLMTR VIGENTES A LA FECHA DE LA CUOTA (DESGRAVAMEN SOBRE *
      *  EL SALDO E INCENDIO SOBRE EL AVALUO, COMO RMYD1PDV).         *
      *--------------------------------------------------------------*
       01  REG-COMPONENTES-CUOTA.
           05 DFH-CQA-NUMERO-CUENTA      PIC  X(013).
           05 DFH-CQA-FECHA-CUOTA        PIC  9(008).
           05 DFH-CQA-SALDO-BASE         PIC S9(011)V99.
           05 DFH-CQA-TASA-COMISION      PIC S9(005)V9(005).
           05 DFH-CQA-VALOR-AVALUO       PIC S9(011)V99.
           05 DFH-CQA-COMISION           PIC S9(009)V99.
           05 DFH-CQA-SEGURO             PIC S9(009)V99.
