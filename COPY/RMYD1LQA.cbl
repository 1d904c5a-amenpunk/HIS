      *--------------------------------------------------------------*
      *  OBJETO : AREA DE PARAMETROS DE LA RUTINA COMUN RMYD1LQC,     *
      *  QUE CALCULA EL FINIQUITO (CANCELACION TOTAL) DE UNA CUENTA A *
      *  UNA FECHA VALOR. EL LLAMADOR INFORMA LA FECHA VALOR Y LOS    *
      *  DATOS DEL MAESTRO (RMYD1CLG): DFH-SALDO, DFH-TASA-INTERES,   *
      *  DFH-FECHA-ULT-OPER, DFH-INTERES-PCANCEL,                     *
      *  DFH-COMISION-PCANCEL Y DFH-GASTOS-JUDICIALES; LA RUTINA      *
      *  DEVUELVE LOS DIAS E INTERES CORRIDOS DESDE LA ULTIMA         *
      *  OPERACION (TASA ANUAL SOBRE 360) Y EL TOTAL DEL FINIQUITO.   *
      *  LA USAN LA COTIZACION RMYD1PAY Y LA CONSOLIDACION RMYD1CSD.  *
      *--------------------------------------------------------------*
       01  REG-LIQUIDACION-CUENTA.
           05 DFH-LQA-FECHA-VALOR        PIC  9(008).
           05 DFH-LQA-FECHA-ULT-OPER     PIC  9(008).
           05 DFH-LQA-SALDO              PIC S9(011)V99.
           05 DFH-LQA-TASA-INTERES       PIC S9(005)V9(005).
           05 DFH-LQA-INTERES-PCANCEL    PIC S9(009)V99.
           05 DFH-LQA-COMISION-PCANCEL   PIC S9(009)V99.
           05 DFH-LQA-GASTOS-JUDICIALES  PIC S9(011)V99.
           05 DFH-LQA-DIAS-CORRIDOS      PIC S9(006).
           05 DFH-LQA-INTERES-CORRIDO    PIC S9(009)V99.
           05 DFH-LQA-TOTAL-FINIQUITO    PIC S9(011)V99.
