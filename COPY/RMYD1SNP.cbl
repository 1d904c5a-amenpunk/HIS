      *  CUENTA Y POR ANO-MES DE CIERRE, PARA CONSERVAR EL HISTORICO  *
      *  COMPLETO DE SALDOS E INTERESES MAS ALLA DEL UNICO MES        *
      *  ANTERIOR QUE GUARDA RMYD1CLG (DFH-SALDO-MES-ANTERIOR).       *
      *  AL FINAL VAN LOS DIAS DE MORA DE LA CUOTA MAS ANTIGUA CON    *
      *  REMANENTE, EL TRAMO DE MORA DEL CIERRE (MISMOS TRAMOS DE     *
      *  RMYD1AGE, MAS CANCELADA Y CASTIGADA) Y EL TIPO DE PRESTAMO,  *
      *  QUE USA LA MATRIZ DE TRANSICION RMYD1RRM. LAS FOTOS          *
      *  ARCHIVADAS ANTES DE EXISTIR ESTOS CAMPOS LOS TRAEN EN        *
      *  BLANCO (FOTO-SIN-TRAMO).                                     *
      *--------------------------------------------------------------*
       01  REG-FOTO-MENSUAL.
           05 DFH-NUMERO-CUENTA          PIC  X(013).
           05 DFH-FOTO-COMISION-DEL-MES  PIC S9(009)V99.
           05 DFH-FOTO-MOR-MES           PIC  9(002)V9(004).
           05 DFH-FOTO-GASTOS-JUDICIALES PIC S9(011)V99.
           05 DFH-FOTO-DIAS-MORA         PIC  9(005).
           05 DFH-FOTO-TRAMO-MORA        PIC  X(001).
              88 FOTO-SIN-TRAMO             VALUE SPACE.
              88 FOTO-TRAMO-AL-DIA          VALUE '0'.
              88 FOTO-TRAMO-1-30            VALUE '1'.
              88 FOTO-TRAMO-31-60           VALUE '2'.
              88 FOTO-TRAMO-61-90           VALUE '3'.
              88 FOTO-TRAMO-90-MAS          VALUE '4'.
              88 FOTO-TRAMO-CANCELADA       VALUE 'P'.
              88 FOTO-TRAMO-CASTIGADA       VALUE 'C'.
           05 DFH-FOTO-TIPO-PRESTAMO     PIC  X(015).
