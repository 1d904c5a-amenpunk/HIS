      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE VINCULOS DE CONSOLIDACION   *
      *  (CSDVINC), QUE ATA CADA CUENTA REFINANCIADA POR UNA ORDEN DE *
      *  CONSOLIDACION DE DEUDAS (RMYD1CSD) CON EL PRESTAMO NUEVO.    *
      *  CADA VINCULO SE GRABA DOS VECES, UNA DESDE CADA CUENTA, PARA *
      *  QUE EL ESTADO DE CUENTA (RMYD1EDC) LO UBIQUE POSICIONANDO    *
      *  SOBRE LA CUENTA QUE EMITE: ROL O EN LA CUENTA ORIGEN (LA     *
      *  RELACIONADA ES LA NUEVA) Y ROL N EN LA CUENTA NUEVA (LA      *
      *  RELACIONADA ES UNA DE LAS ORIGEN). LOS IMPORTES SON LOS DEL  *
      *  FINIQUITO DE LA CUENTA ORIGEN A LA FECHA DE LA ORDEN         *
      *  (RUTINA COMUN RMYD1LQC); LOS CARGOS INCLUYEN LOS DE MORA     *
      *  PENDIENTES EN MORACRG.                                       *
      *--------------------------------------------------------------*
       01  REG-VINCULO-CONSOLIDA.
           05 DFH-CSV-LLAVE.
              10 DFH-CSV-NUMERO-CUENTA   PIC  X(013).
              10 DFH-CSV-ROL             PIC  X(001).
                 88 CSV-ROL-ORIGEN          VALUE 'O'.
                 88 CSV-ROL-NUEVA           VALUE 'N'.
              10 DFH-CSV-CUENTA-RELAC    PIC  X(013).
           05 DFH-CSV-ORDEN              PIC  X(010).
           05 DFH-CSV-FECHA              PIC  9(008).
           05 DFH-CSV-SALDO              PIC S9(011)V99.
           05 DFH-CSV-INTERES-CORRIDO    PIC S9(009)V99.
           05 DFH-CSV-CARGOS             PIC S9(011)V99.
           05 DFH-CSV-TOTAL-FINIQUITO    PIC S9(011)V99.
