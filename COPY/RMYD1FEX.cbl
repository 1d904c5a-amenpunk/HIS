      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL EXTRACTO DE EMISION DE DOCUMENTOS      *
      *  TRIBUTARIOS ELECTRONICOS PARA EL CERTIFICADOR (FELEMI),      *
      *  ARMADO POR RMYD1FEL. UN DETALLE 'DET' POR DOCUMENTO (FACTURA *
      *  DEL PAGO O NOTA DE CREDITO DE SU REVERSA) CON EL RECEPTOR,   *
      *  LOS VALORES COBRADOS POR CONCEPTO (IVA INCLUIDO), BASE, IVA  *
      *  Y LA REFERENCIA DEL PAGO; LA NOTA DE CREDITO TRAE LA         *
      *  AUTORIZACION, SERIE Y NUMERO DE LA FACTURA QUE ANULA. AL     *
      *  ESTILO DEL ARCHIVO DE DEBITOS (RMYD1DBS), ABRE CON UNA       *
      *  CABECERA 'CAB' Y CIERRA CON UN 'CIE' CON LA CANTIDAD DE      *
      *  DOCUMENTOS Y EL TOTAL. EL CERTIFICADOR DEVUELVE CADA         *
      *  DOCUMENTO EN LA RESPUESTA (RMYD1FEP) CON LA MISMA LLAVE.     *
      *--------------------------------------------------------------*
       01  REG-EMISION-FEL.
           05 DFH-FEX-TIPO-REG           PIC  X(003).
              88 FEX-DETALLE                VALUE 'DET'.
           05 DFH-FEX-LLAVE              PIC  X(040).
           05 DFH-FEX-TIPO-DOC           PIC  X(004).
           05 DFH-FEX-FECHA-EMISION      PIC  9(008).
           05 DFH-FEX-ID-RECEPTOR        PIC  X(013).
           05 DFH-FEX-NOMBRE-RECEPTOR    PIC  X(060).
           05 DFH-FEX-VALOR-INTERES      PIC  9(009)V99.
           05 DFH-FEX-VALOR-COMISION     PIC  9(009)V99.
           05 DFH-FEX-VALOR-CARGOS       PIC  9(009)V99.
           05 DFH-FEX-BASE               PIC  9(011)V99.
           05 DFH-FEX-TASA-IVA           PIC  9(003)V99.
           05 DFH-FEX-IVA                PIC  9(009)V99.
           05 DFH-FEX-TOTAL              PIC  9(011)V99.
           05 DFH-FEX-REFERENCIA-PAGO    PIC  X(015).
           05 DFH-FEX-CANAL              PIC  X(010).
           05 DFH-FEX-ORIGEN-AUTORIZ     PIC  X(036).
           05 DFH-FEX-ORIGEN-SERIE       PIC  X(010).
           05 DFH-FEX-ORIGEN-NUMERO      PIC  9(010).
       01  REG-CONTROL-FEX.
           05 DFH-FEXC-TIPO-REG          PIC  X(003).
              88 FEX-CONTROL-CABECERA       VALUE 'CAB'.
              88 FEX-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-FEXC-FECHA             PIC  9(008).
           05 DFH-FEXC-CANT-DOCUMENTOS   PIC  9(007).
           05 DFH-FEXC-TOTAL             PIC  9(013)V99.
