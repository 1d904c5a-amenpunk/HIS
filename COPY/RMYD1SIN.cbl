      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL MAESTRO DE SINIESTROS (SINMTR),        *
      *  CLAVEADO IGUAL QUE LA POLIZA QUE LO CUBRE EN POLMTR          *
      *  (RMYD1POL): CUENTA + TIPO DE SEGURO. UN SINIESTRO POR        *
      *  POLIZA; EL DENEGADO PUEDE VOLVER A REPORTARSE. EL ESTADO     *
      *  SIGUE EL TRAMITE CON LA ASEGURADORA: REPORTADO,              *
      *  DOCUMENTADO, PRESENTADO, PAGADO O DENEGADO, CADA UNO CON SU  *
      *  FECHA. EL MONTO RECLAMADO ES EL SALDO DE LA CUENTA A LA      *
      *  FECHA DEL EVENTO PARA DESGRAVAMEN Y LA PERDIDA DECLARADA,    *
      *  TOPADA AL AVALUO DE LA GARANTIA, PARA INCENDIO. LO MANTIENE  *
      *  EL BATCH RMYD1SIM Y LO CONSULTA RMYD1PDV PARA NO DEVENGAR    *
      *  PRIMA DESDE LA FECHA DEL EVENTO.                             *
      *--------------------------------------------------------------*
       01  REG-SINIESTRO.
           05 DFH-SIN-LLAVE.
              10 DFH-SIN-NUMERO-CUENTA   PIC  X(013).
              10 DFH-SIN-TIPO-SEGURO     PIC  X(012).
                 88 SIN-DESGRAVAMEN         VALUE 'DESGRAVAMEN'.
                 88 SIN-INCENDIO            VALUE 'INCENDIO'.
           05 DFH-SIN-ASEGURADORA        PIC  X(030).
           05 DFH-SIN-ESTADO             PIC  X(001).
              88 SIN-REPORTADO              VALUE 'R'.
              88 SIN-DOCUMENTADO            VALUE 'D'.
              88 SIN-PRESENTADO             VALUE 'P'.
              88 SIN-PAGADO                 VALUE 'G'.
              88 SIN-DENEGADO               VALUE 'N'.
              88 SIN-ABIERTO                VALUE 'R' 'D' 'P'.
           05 DFH-SIN-FECHA-EVENTO       PIC  9(008).
           05 DFH-SIN-FECHA-REPORTE      PIC  9(008).
           05 DFH-SIN-FECHA-DOCUMENTADO  PIC  9(008).
           05 DFH-SIN-FECHA-PRESENTADO   PIC  9(008).
           05 DFH-SIN-FECHA-RESOLUCION   PIC  9(008).
           05 DFH-SIN-MONTO-PERDIDA      PIC S9(011)V99.
           05 DFH-SIN-MONTO-RECLAMADO    PIC S9(011)V99.
           05 DFH-SIN-MONTO-PAGADO       PIC S9(011)V99.
           05 DFH-SIN-REFERENCIA         PIC  X(015).
           05 DFH-SIN-MOTIVO             PIC  X(040).
