      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DE RECUPERACION ATRIBUIDA A UNA AGENCIA    *
      *  EXTERNA DE COBRO (RECAGEN). RMYD1RCP GRABA UNO POR CADA PAGO *
      *  DE RECUPTRN SOBRE UNA CUENTA QUE EN LA FECHA DEL PAGO ESTABA *
      *  ASIGNADA A UNA AGENCIA (ASGCOB - RMYD1ASG); LA REVERSA VIAJA *
      *  CON VALOR NEGATIVO. RMYD1ASL LIQUIDA LA COMISION MENSUAL POR *
      *  AGENCIA SOBRE LOS REGISTROS DEL MES DE PROCESO.              *
      *--------------------------------------------------------------*
       01  REG-RECUPERACION-AGENCIA.
           05 DFH-RAG-AGENCIA            PIC  X(006).
           05 DFH-RAG-NUMERO-CUENTA      PIC  X(013).
           05 DFH-RAG-FECHA-ASIGNACION   PIC  9(008).
           05 DFH-RAG-FECHA-PAGO         PIC  9(008).
           05 DFH-RAG-VALOR              PIC S9(009)V99.
           05 DFH-RAG-REFERENCIA         PIC  X(015).
           05 DFH-RAG-FECHA-PROCESO      PIC  9(008).
