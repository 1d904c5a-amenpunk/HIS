      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE ASIGNACION QUE SE ENVIA A   *
      *  CADA AGENCIA EXTERNA DE COBRO (ASGENV). LO GENERA RMYD1ASA   *
      *  CON UN BLOQUE POR AGENCIA CON CUENTAS ASIGNADAS EN LA        *
      *  CORRIDA: ENCABEZADO (CAB), UN DETALLE (DET) POR CUENTA CON   *
      *  LOS DATOS DEL DEUDOR (RMYD1CLG / CTDMTR - RMYD1CTD) Y EL     *
      *  MONTO CASTIGADO (DFH-DESC-INCOB-MONTO), Y CIERRE (CIE) CON   *
      *  LOS TOTALES DE CONTROL DEL BLOQUE.                           *
      *--------------------------------------------------------------*
       01  REG-ENVIO-ASIGNACION.
           05 DFH-ASE-TIPO-REGISTRO      PIC  X(003).
              88 ASE-ENCABEZADO             VALUE 'CAB'.
              88 ASE-DETALLE                VALUE 'DET'.
              88 ASE-CIERRE                 VALUE 'CIE'.
           05 DFH-ASE-AGENCIA            PIC  X(006).
           05 DFH-ASE-FECHA-ASIGNACION   PIC  9(008).
           05 DFH-ASE-DATOS              PIC  X(260).
           05 DFH-ASE-DETALLE REDEFINES DFH-ASE-DATOS.
              10 DFH-ASE-NUMERO-CUENTA   PIC  X(013).
              10 DFH-ASE-NOMBRE-DEUDOR   PIC  X(060).
              10 DFH-ASE-DIRECCION       PIC  X(060).
              10 DFH-ASE-TELEFONO-1      PIC  X(015).
              10 DFH-ASE-TELEFONO-2      PIC  X(015).
              10 DFH-ASE-CORREO          PIC  X(030).
              10 DFH-ASE-REGION          PIC  X(003).
              10 DFH-ASE-FECHA-CASTIGO   PIC  9(008).
              10 DFH-ASE-MONTO-CASTIGADO PIC S9(011)V99.
              10 DFH-ASE-RECUPERADO      PIC S9(011)V99.
              10 DFH-ASE-FECHA-VENCE     PIC  9(008).
              10 FILLER                  PIC  X(022).
           05 DFH-ASE-CONTROL REDEFINES DFH-ASE-DATOS.
              10 DFH-ASE-NOMBRE-AGENCIA  PIC  X(040).
              10 DFH-ASE-CANT-CUENTAS    PIC  9(007).
              10 DFH-ASE-TOTAL-CASTIGADO PIC S9(013)V99.
              10 FILLER                  PIC  X(198).
