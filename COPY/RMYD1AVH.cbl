      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL HISTORIAL DE AVALUOS (AVLHIST). UNO    *
      *  POR CADA AVALUO QUE RMYD1AVC CARGA SOBRE UNA CUENTA, CON EL  *
      *  VALOR, FECHA Y VALUADOR QUE REEMPLAZA Y LOS NUEVOS, EL SALDO *
      *  DE LA CUENTA A LA FECHA DE CARGA, LA MARCA DE COBERTURA (D   *
      *  CUANDO UNA BAJA DE VALOR DEJA EL AVALUO POR DEBAJO DEL       *
      *  SALDO) Y EL RESPONSABLE DEL LOTE. EL ARCHIVO SE ABRE EN      *
      *  EXTEND Y ACUMULA ENTRE CORRIDAS.                             *
      *--------------------------------------------------------------*
       01  REG-HIST-AVALUO.
           05 DFH-AVH-NUMERO-CUENTA      PIC  X(013).
           05 DFH-AVH-FECHA-CARGA        PIC  9(008).
           05 DFH-AVH-GARANTIA-TIPO      PIC  X(015).
           05 DFH-AVH-VALOR-ANTERIOR     PIC S9(011)V99.
           05 DFH-AVH-FECHA-ANTERIOR     PIC  9(008).
           05 DFH-AVH-VALUADOR-ANTERIOR  PIC  X(010).
           05 DFH-AVH-VALOR-NUEVO        PIC S9(011)V99.
           05 DFH-AVH-FECHA-NUEVA        PIC  9(008).
           05 DFH-AVH-VALUADOR-NUEVO     PIC  X(010).
           05 DFH-AVH-SALDO              PIC S9(011)V99.
           05 DFH-AVH-COBERTURA          PIC  X(001).
              88 AVH-CUBIERTA               VALUE 'C'.
              88 AVH-DESCUBIERTA            VALUE 'D'.
           05 DFH-AVH-RESPONSABLE        PIC  X(010).
