      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE ASIGNACIONES DE CARTERA     *
      *  CASTIGADA A AGENCIAS EXTERNAS (ASGCOB), INDEXADO POR CUENTA  *
      *  + FECHA DE ASIGNACION PARA QUE LA HISTORIA DE UNA CUENTA SE  *
      *  LEA JUNTA. LA AGENCIA TIENE LA CUENTA DESDE LA FECHA DE      *
      *  ASIGNACION HASTA EL DIA ANTERIOR A DFH-ASG-FECHA-FIN (CERO   *
      *  MIENTRAS ESTA ACTIVA); CON ESO RMYD1RCP ATRIBUYE CADA        *
      *  RECUPERACION A LA AGENCIA QUE TENIA LA CUENTA EN LA FECHA    *
      *  DEL PAGO Y ACUMULA LO RECUPERADO. RMYD1ASA CREA LAS          *
      *  ASIGNACIONES (MANUALES O POR REGLA) Y RMYD1ASV DEVUELVE LAS  *
      *  VENCIDAS SIN RECUPERACION EN EL PERIODO, RENUEVA LAS QUE     *
      *  TUVIERON RESULTADO EN EL (DFH-ASG-FECHA-ULT-RECUP) Y RETIRA  *
      *  LAS DE CUENTAS QUE YA NO ESTAN CASTIGADAS.                   *
      *--------------------------------------------------------------*
       01  REG-ASIGNACION-AGENCIA.
           05 DFH-ASG-LLAVE.
              10 DFH-ASG-NUMERO-CUENTA   PIC  X(013).
              10 DFH-ASG-FECHA-ASIGNACION PIC 9(008).
           05 DFH-ASG-AGENCIA            PIC  X(006).
           05 DFH-ASG-ORIGEN             PIC  X(001).
              88 ASIGNACION-MANUAL          VALUE 'M'.
              88 ASIGNACION-POR-REGLA       VALUE 'R'.
           05 DFH-ASG-FECHA-VENCE        PIC  9(008).
           05 DFH-ASG-ESTADO             PIC  X(001).
              88 ASIGNACION-ACTIVA          VALUE 'A'.
              88 ASIGNACION-DEVUELTA        VALUE 'D'.
              88 ASIGNACION-RETIRADA        VALUE 'R'.
           05 DFH-ASG-FECHA-FIN          PIC  9(008).
           05 DFH-ASG-MONTO-CASTIGADO    PIC S9(011)V99.
           05 DFH-ASG-RECUPERADO         PIC S9(011)V99.
           05 DFH-ASG-FECHA-ULT-RECUP    PIC  9(008).
