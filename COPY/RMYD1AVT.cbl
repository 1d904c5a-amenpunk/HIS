      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DE CARGA DE AVALUOS (AVLTRAN). UNA LINEA   *
      *  POR AVALUO NUEVO DE LA GARANTIA DE UNA CUENTA, CON SU FECHA, *
      *  EL VALOR Y EL VALUADOR QUE LO EMITIO. LO APLICA RMYD1AVC     *
      *  SOBRE DFH-GARANTIA DEL MAESTRO DE CUENTAS (RMYD1CLG).        *
      *--------------------------------------------------------------*
       01  REG-CARGA-AVALUO.
           05 DFH-AVT-NUMERO-CUENTA      PIC  X(013).
           05 DFH-AVT-FECHA-AVALUO       PIC  9(008).
           05 DFH-AVT-VALOR-AVALUO       PIC S9(011)V99.
           05 DFH-AVT-VALUADOR           PIC  X(010).
