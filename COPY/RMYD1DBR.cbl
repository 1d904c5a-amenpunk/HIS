      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE RESPUESTA DEL BANCO A LAS   *
      *  SOLICITUDES DE DEBITO AUTOMATICO (DEBRSP), QUE PROCESA       *
      *  RMYD1DBR. CADA DETALLE 'DET' DEVUELVE LA CUENTA, SECUENCIA Y *
      *  REFERENCIA DE LA SOLICITUD (RMYD1DBS) CON EL RESULTADO DEL   *
      *  CARGO: '00' CARGADO (CON FECHA Y VALOR CARGADO) O EL CODIGO  *
      *  Y MOTIVO DE RECHAZO DEL BANCO. CABECERA 'CAB' Y CIERRE 'CIE' *
      *  CON LA CANTIDAD DE DETALLES Y EL TOTAL CARGADO COMO TOTALES  *
      *  DE CONTROL.                                                  *
      *--------------------------------------------------------------*
       01  REG-RESPUESTA-DEBITO.
           05 DFH-DBR-TIPO-REG           PIC  X(003).
              88 DBR-DETALLE                VALUE 'DET'.
           05 DFH-DBR-NUMERO-CUENTA      PIC  X(013).
           05 DFH-DBR-SECUENCIA          PIC  9(003).
           05 DFH-DBR-REFERENCIA         PIC  X(015).
           05 DFH-DBR-RESULTADO          PIC  X(002).
              88 DBR-CARGADO                VALUE '00'.
           05 DFH-DBR-FECHA-CARGO        PIC  9(008).
           05 DFH-DBR-VALOR-CARGADO      PIC  9(011)V99.
           05 DFH-DBR-MOTIVO             PIC  X(040).
       01  REG-CONTROL-DBR.
           05 DFH-DBRC-TIPO-REG          PIC  X(003).
              88 DBR-CONTROL-CABECERA       VALUE 'CAB'.
              88 DBR-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-DBRC-FECHA             PIC  9(008).
           05 DFH-DBRC-CANT-DETALLES     PIC  9(007).
           05 DFH-DBRC-TOTAL-CARGADO     PIC  9(013)V99.
