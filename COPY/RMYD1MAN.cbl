      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL MAESTRO DE MANDATOS DE DEBITO          *
      *  AUTOMATICO (MANMTR), UNO POR CUENTA DE PRESTAMO: BANCO,      *
      *  CUENTA BANCARIA Y TITULAR QUE AUTORIZAN EL CARGO DE LAS      *
      *  CUOTAS Y SU VIGENCIA. LO MANTIENE RMYD1MDM; RMYD1DBG ANOTA   *
      *  LA ULTIMA SECUENCIA DE CUOTA YA SOLICITADA AL BANCO PARA NO  *
      *  PEDIRLA DOS VECES Y RMYD1DBR LLEVA LOS RECHAZOS              *
      *  CONSECUTIVOS DEL BANCO, SUSPENDIENDO EL MANDATO AL LLEGAR AL *
      *  MAXIMO. UN MANDATO SUSPENDIDO SOLO SE REACTIVA POR           *
      *  MANTENIMIENTO; EL REVOCADO YA NO SE COBRA.                   *
      *--------------------------------------------------------------*
       01  REG-MANDATO-DEBITO.
           05 DFH-MAN-NUMERO-CUENTA      PIC  X(013).
           05 DFH-MAN-BANCO              PIC  X(004).
           05 DFH-MAN-CUENTA-BANCO       PIC  X(020).
           05 DFH-MAN-TITULAR            PIC  X(060).
           05 DFH-MAN-VIGENCIA-DESDE     PIC  9(008).
           05 DFH-MAN-VIGENCIA-HASTA     PIC  9(008).
           05 DFH-MAN-ESTADO             PIC  X(001).
              88 MANDATO-ACTIVO             VALUE 'A'.
              88 MANDATO-SUSPENDIDO         VALUE 'S'.
              88 MANDATO-REVOCADO           VALUE 'R'.
           05 DFH-MAN-FECHA-ESTADO       PIC  9(008).
           05 DFH-MAN-ULT-SEC-SOLICITADA PIC  9(003).
           05 DFH-MAN-RECHAZOS-CONSEC    PIC  9(002).
           05 DFH-MAN-FECHA-ULT-RECHAZO  PIC  9(008).
           05 DFH-MAN-MOTIVO-ULT-RECHAZO PIC  X(040).
