      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL EXTRACTO BANCARIO DIARIO (EXTBANC),    *
      *  UN MOVIMIENTO DE CREDITO POR REGISTRO: FECHA DE ABONO DEL    *
      *  BANCO, VALOR, REFERENCIA DEL DEPOSITO Y TIPO. EL BANCO       *
      *  INFORMA EL TIPO CON LOS MISMOS CODIGOS DE CANAL DEL          *
      *  HISTORIAL DE PAGOS (DFH-PAGO-CANAL EN RMYD1PGH), QUE ES LO   *
      *  QUE PERMITE A RMYD1CBC CONCILIAR POR CANAL.                  *
      *--------------------------------------------------------------*
       01  REG-EXTRACTO-BANCO.
           05 DFH-EBC-FECHA              PIC  9(008).
           05 DFH-EBC-VALOR              PIC  9(011)V99.
           05 DFH-EBC-REFERENCIA         PIC  X(015).
           05 DFH-EBC-TIPO               PIC  X(010).
           05 DFH-EBC-DESCRIPCION        PIC  X(040).
