      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL MAESTRO DE DOCUMENTOS TRIBUTARIOS      *
      *  ELECTRONICOS (FELMTR), UNO POR PAGO CON CONCEPTOS AFECTOS A  *
      *  IVA (INTERES, COMISION Y CARGOS DE MORA IMPUTADOS EN         *
      *  IMPHIST - RMYD1IMH). LA LLAVE ES LA DEL PAGO (CUENTA,        *
      *  SECUENCIA DE LA CUOTA, REFERENCIA Y TIPO DE MOVIMIENTO) MAS  *
      *  LA FECHA DE EMISION; EL PAGO EMITE FACTURA (FACT) Y SU       *
      *  REVERSA NOTA DE CREDITO (NCRE) QUE REFERENCIA LA FACTURA     *
      *  ORIGINAL. LOS VALORES POR CONCEPTO SON LOS COBRADOS, CON EL  *
      *  IVA INCLUIDO; BASE E IVA SE SEPARAN CON LA TASA DE LA        *
      *  EMISION. LO GRABA RMYD1FEL (ESTADO E, EMITIDO) Y RMYD1FEA    *
      *  LE ASIENTA LA RESPUESTA DEL CERTIFICADOR: AUTORIZACION,      *
      *  SERIE Y NUMERO (ESTADO A) O EL MOTIVO DE RECHAZO (ESTADO R). *
      *  DFH-FED-FECHA-CONTAB ES LA FECHA EN QUE SE CONTABILIZO EL    *
      *  IVA DEL DOCUMENTO AUTORIZADO Y ORDENA EL LIBRO DE VENTAS     *
      *  (RMYD1FEV).                                                  *
      *--------------------------------------------------------------*
       01  REG-DOCUMENTO-FEL.
           05 DFH-FED-LLAVE.
              10 DFH-FED-NUMERO-CUENTA   PIC  X(013).
              10 DFH-FED-SECUENCIA-PAGO  PIC  9(003).
              10 DFH-FED-REFERENCIA      PIC  X(015).
              10 DFH-FED-TIPO-MOV        PIC  X(001).
                 88 FED-MOV-PAGO            VALUE 'P'.
                 88 FED-MOV-REVERSA         VALUE 'R'.
              10 DFH-FED-FECHA-EMISION   PIC  9(008).
           05 DFH-FED-TIPO-DOC           PIC  X(004).
              88 FED-FACTURA                VALUE 'FACT'.
              88 FED-NOTA-CREDITO           VALUE 'NCRE'.
           05 DFH-FED-ID-RECEPTOR        PIC  X(013).
           05 DFH-FED-NOMBRE-RECEPTOR    PIC  X(060).
           05 DFH-FED-CANAL              PIC  X(010).
           05 DFH-FED-TASA-IVA           PIC  9(003)V99.
           05 DFH-FED-CONCEPTOS.
              10 DFH-FED-CONCEPTO OCCURS 3 TIMES.
                 15 DFH-FED-VALOR-CONCEPTO
                                         PIC S9(009)V99.
                 15 DFH-FED-IVA-CONCEPTO PIC S9(009)V99.
           05 DFH-FED-BASE               PIC S9(011)V99.
           05 DFH-FED-IVA                PIC S9(009)V99.
           05 DFH-FED-TOTAL              PIC S9(011)V99.
           05 DFH-FED-ESTADO             PIC  X(001).
              88 FED-EMITIDO                VALUE 'E'.
              88 FED-AUTORIZADO             VALUE 'A'.
              88 FED-RECHAZADO              VALUE 'R'.
           05 DFH-FED-AUTORIZACION       PIC  X(036).
           05 DFH-FED-SERIE              PIC  X(010).
           05 DFH-FED-NUMERO-DTE         PIC  9(010).
           05 DFH-FED-FECHA-CERTIF       PIC  9(008).
           05 DFH-FED-FECHA-CONTAB       PIC  9(008).
           05 DFH-FED-MOTIVO-RECHAZO     PIC  X(060).
           05 DFH-FED-ORIGEN-AUTORIZ     PIC  X(036).
           05 DFH-FED-ORIGEN-SERIE       PIC  X(010).
           05 DFH-FED-ORIGEN-NUMERO      PIC  9(010).
