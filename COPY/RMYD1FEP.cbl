      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DE LA RESPUESTA DEL CERTIFICADOR DE        *
      *  DOCUMENTOS TRIBUTARIOS ELECTRONICOS (FELRSP). UN REGISTRO    *
      *  POR DOCUMENTO DEL EXTRACTO FELEMI (RMYD1FEX), CON LA MISMA   *
      *  LLAVE DEL MAESTRO FELMTR (RMYD1FED): RESULTADO A CON EL      *
      *  NUMERO DE AUTORIZACION, SERIE, NUMERO Y FECHA DE             *
      *  CERTIFICACION, O RESULTADO R CON EL MOTIVO DE RECHAZO. LO    *
      *  PROCESA RMYD1FEA.                                            *
      *--------------------------------------------------------------*
       01  REG-RESPUESTA-FEL.
           05 DFH-FEP-LLAVE              PIC  X(040).
           05 DFH-FEP-RESULTADO          PIC  X(001).
              88 FEP-AUTORIZADO             VALUE 'A'.
              88 FEP-RECHAZADO              VALUE 'R'.
           05 DFH-FEP-AUTORIZACION       PIC  X(036).
           05 DFH-FEP-SERIE              PIC  X(010).
           05 DFH-FEP-NUMERO-DTE         PIC  9(010).
           05 DFH-FEP-FECHA-CERTIF       PIC  9(008).
           05 DFH-FEP-MOTIVO             PIC  X(060).
