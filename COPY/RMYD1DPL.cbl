      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE INSTRUCCION DE DESCUENTO    *
      *  POR PLANILLA (PLAINST) QUE SE ENVIA A CADA EMPLEADOR ANTES   *
      *  DEL CICLO DE PLANILLA. LO GENERA RMYD1PLI CON UN BLOQUE POR  *
      *  CONVENIO ACTIVO: ENCABEZADO (CAB), UN DETALLE (DET) POR      *
      *  EMPLEADO VINCULADO EN CNVVINC Y CIERRE (CIE) CON LOS         *
      *  TOTALES DE CONTROL DEL BLOQUE. EL VALOR A DESCONTAR ES LA    *
      *  CUOTA PACTADA MAS, SEGUN LA POLITICA DEL CONVENIO            *
      *  (DFH-POLITICA-DESCUENTO), EL REMANENTE VENCIDO DE LAS        *
      *  CUOTAS Y LOS CARGOS DE MORA PENDIENTES. RMYD1PLC LO          *
      *  COMPARA CON LO RETENIDO CUANDO REGRESA PLANDET.              *
      *--------------------------------------------------------------*
       01  REG-INSTRUCCION-PLANILLA.
           05 DFH-DPL-TIPO-REGISTRO      PIC  X(003).
              88 DPL-ENCABEZADO             VALUE 'CAB'.
              88 DPL-DETALLE                VALUE 'DET'.
              88 DPL-CIERRE                 VALUE 'CIE'.
           05 DFH-DPL-CODIGO-CONVENIO    PIC  9(006).
           05 DFH-DPL-PERIODO-ANOMES     PIC  9(006).
           05 DFH-DPL-DATOS              PIC  X(130).
           05 DFH-DPL-DETALLE REDEFINES DFH-DPL-DATOS.
              10 DFH-DPL-NUMERO-CUENTA   PIC  X(013).
              10 DFH-DPL-NUM-DPI         PIC  X(013).
              10 DFH-DPL-NOMBRE-TITULAR  PIC  X(060).
              10 DFH-DPL-CUOTA-PACTADA   PIC S9(009)V99.
              10 DFH-DPL-SALDO-VENCIDO   PIC S9(009)V99.
              10 DFH-DPL-MORA-PENDIENTE  PIC S9(009)V99.
              10 DFH-DPL-VALOR-DESCONTAR PIC S9(009)V99.
           05 DFH-DPL-CONTROL REDEFINES DFH-DPL-DATOS.
              10 DFH-DPL-FECHA-GENERACION PIC 9(008).
              10 DFH-DPL-DESCRIPCION     PIC  X(050).
              10 DFH-DPL-POLITICA        PIC  X(001).
              10 DFH-DPL-CANT-EMPLEADOS  PIC  9(007).
              10 DFH-DPL-TOTAL-DESCONTAR PIC S9(013)V99.
              10 FILLER                  PIC  X(049).
