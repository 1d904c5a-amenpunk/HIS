      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO REGULATORIO DE TRANSACCIONES   *
      *  EN EFECTIVO (RTEIVE), ARMADO MENSUALMENTE POR RMYD1RTE EN EL *
      *  FORMATO FIJO DE LA AUTORIDAD. UN DETALLE 'DET' POR PAGO EN   *
      *  EFECTIVO REPORTABLE: TIPO I (INDIVIDUAL, EL PAGO POR SI SOLO *
      *  ALCANZA EL UMBRAL) O M (MULTIPLE, LA PERSONA LO ALCANZA      *
      *  SUMANDO SUS PAGOS DEL MES). LOS VALORES VAN EN LA MONEDA DE  *
      *  LA CUENTA Y CONVERTIDOS A MONEDA LOCAL CON LA TASA APLICADA. *
      *  AL ESTILO DEL ARCHIVO DE TRANSFERENCIAS (RMYD1TRF), EL       *
      *  ARCHIVO ABRE CON UNA CABECERA 'CAB' Y CIERRA CON UN 'CIE'    *
      *  CON LAS CANTIDADES Y EL TOTAL EN MONEDA LOCAL.               *
      *--------------------------------------------------------------*
       01  REG-TRANS-EFECTIVO.
           05 DFH-IVE-TIPO-REG           PIC  X(003).
              88 IVE-DETALLE                VALUE 'DET'.
           05 DFH-IVE-TIPO-TRANS         PIC  X(001).
              88 IVE-TRANS-INDIVIDUAL       VALUE 'I'.
              88 IVE-TRANS-MULTIPLE         VALUE 'M'.
           05 DFH-IVE-FECHA              PIC  9(008).
           05 DFH-IVE-NUM-DPI            PIC  X(013).
           05 DFH-IVE-NOMBRE-TITULAR     PIC  X(060).
           05 DFH-IVE-NUMERO-CUENTA      PIC  X(013).
           05 DFH-IVE-MONEDA             PIC  9(001).
           05 DFH-IVE-VALOR-ORIGINAL     PIC  9(011)V99.
           05 DFH-IVE-TASA-CAMBIO        PIC  9(005)V9(004).
           05 DFH-IVE-VALOR-LOCAL        PIC  9(011)V99.
           05 DFH-IVE-CANAL              PIC  X(010).
           05 DFH-IVE-REFERENCIA         PIC  X(015).
           05 DFH-IVE-ENTREGA            PIC  X(001).
              88 IVE-ENTREGA-TITULAR        VALUE 'T'.
              88 IVE-ENTREGA-TERCERO        VALUE 'O'.
           05 DFH-IVE-DEPOS-DPI          PIC  X(013).
           05 DFH-IVE-DEPOS-NOMBRE       PIC  X(060).
           05 DFH-IVE-TOTAL-MES          PIC  9(013)V99.
       01  REG-CONTROL-IVE.
           05 DFH-IVEC-TIPO-REG          PIC  X(003).
              88 IVE-CONTROL-CABECERA       VALUE 'CAB'.
              88 IVE-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-IVEC-ENTIDAD           PIC  X(010).
           05 DFH-IVEC-PERIODO           PIC  9(006).
           05 DFH-IVEC-FECHA             PIC  9(008).
           05 DFH-IVEC-CANT-INDIVIDUAL   PIC  9(007).
           05 DFH-IVEC-CANT-MULTIPLE     PIC  9(007).
           05 DFH-IVEC-TOTAL             PIC  9(013)V99.
