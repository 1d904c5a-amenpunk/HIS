      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE SOLICITUDES DE DEBITO       *
      *  AUTOMATICO PARA EL BANCO (DEBSOL), ARMADO POR RMYD1DBG CON   *
      *  LAS CUOTAS QUE VENCEN EN LOS PROXIMOS DIAS HABILES DE LAS    *
      *  CUENTAS CON MANDATO ACTIVO (MANMTR - RMYD1MAN). UN DETALLE   *
      *  'DET' POR CUOTA. AL ESTILO DEL ARCHIVO DE TRANSFERENCIAS     *
      *  (RMYD1TRF), ABRE CON UNA CABECERA 'CAB' Y CIERRA CON UN      *
      *  'CIE' CON LA CANTIDAD DE CARGOS Y EL TOTAL. EL BANCO         *
      *  DEVUELVE CADA DETALLE EN LA RESPUESTA (RMYD1DBR) CON LA      *
      *  MISMA REFERENCIA.                                            *
      *--------------------------------------------------------------*
       01  REG-SOLICITUD-DEBITO.
           05 DFH-DBS-TIPO-REG           PIC  X(003).
              88 DBS-DETALLE                VALUE 'DET'.
           05 DFH-DBS-FECHA              PIC  9(008).
           05 DFH-DBS-NUMERO-CUENTA      PIC  X(013).
           05 DFH-DBS-SECUENCIA          PIC  9(003).
           05 DFH-DBS-FECHA-VENCE        PIC  9(008).
           05 DFH-DBS-BANCO              PIC  X(004).
           05 DFH-DBS-CUENTA-BANCO       PIC  X(020).
           05 DFH-DBS-TITULAR            PIC  X(060).
           05 DFH-DBS-VALOR              PIC  9(011)V99.
           05 DFH-DBS-REFERENCIA         PIC  X(015).
       01  REG-CONTROL-DBS.
           05 DFH-DBSC-TIPO-REG          PIC  X(003).
              88 DBS-CONTROL-CABECERA       VALUE 'CAB'.
              88 DBS-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-DBSC-FECHA             PIC  9(008).
           05 DFH-DBSC-CANT-CARGOS       PIC  9(007).
           05 DFH-DBSC-TOTAL             PIC  9(013)V99.
