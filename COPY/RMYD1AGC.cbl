      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL MAESTRO DE AGENCIAS EXTERNAS DE COBRO  *
      *  (AGCMTR, CLAVEADO POR CODIGO DE AGENCIA). CADA AGENCIA       *
      *  TRABAJA CARTERA CASTIGADA A CAMBIO DE UNA COMISION SOBRE LO  *
      *  RECUPERADO (DFH-AGC-TASA-COMISION, EN PORCENTAJE) Y TIENE    *
      *  CADA CUENTA DURANTE UN PLAZO DE ASIGNACION EN DIAS           *
      *  (DFH-AGC-DIAS-ASIGNACION). LO MANTIENE RMYD1AGM; LO USAN LA  *
      *  ASIGNACION RMYD1ASA, LA DEVOLUCION RMYD1ASV Y LA LIQUIDACION *
      *  DE COMISIONES RMYD1ASL. EL CORREO RECIBE EL AVISO DEL        *
      *  ARCHIVO DE ASIGNACION (SIN CORREO VA A LA DIRECCION DE       *
      *  RESPALDO DE COBRANZAS).                                      *
      *--------------------------------------------------------------*
       01  REG-AGENCIA-COBRO.
           05 DFH-AGC-CODIGO             PIC  X(006).
           05 DFH-AGC-NOMBRE             PIC  X(040).
           05 DFH-AGC-TASA-COMISION      PIC  9(003)V9(004).
           05 DFH-AGC-DIAS-ASIGNACION    PIC  9(004).
           05 DFH-AGC-CORREO             PIC  X(030).
           05 DFH-AGC-ESTADO             PIC  X(001).
              88 AGENCIA-ACTIVA             VALUE 'A' ' '.
              88 AGENCIA-INACTIVA           VALUE 'I'.
