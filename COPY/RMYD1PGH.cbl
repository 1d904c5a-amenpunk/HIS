      *  P (O ESPACIO EN REGISTROS ANTERIORES A ESTE CAMPO) REDUCE    *
      *  PLAZO, C REDUCE CUOTA. LO APLICA RMYD1ABX SOBRE EL           *
      *  EXCEDENTE QUE RMYD1PGA DEJA EN ABONEXT (RMYD1ABO).           *
      *  EL CANAL SEGURO LO GENERA RMYD1SIM CUANDO UNA ASEGURADORA    *
      *  PAGA UN SINIESTRO (RMYD1SIN) DE LA CUENTA; EL CANAL DEBITO   *
      *  LO GENERA RMYD1DBR POR CADA CARGO AUTOMATICO QUE EL BANCO    *
      *  CONFIRMA SOBRE UN MANDATO DE DEBITO (RMYD1MAN).              *
      *  EL CANAL CONSOLIDA LO GENERA RMYD1CSD CON EL FINIQUITO DE    *
      *  CADA CUENTA QUE UNA ORDEN DE CONSOLIDACION REFINANCIA EN UN  *
      *  PRESTAMO NUEVO.                                              *
      *  EL CANAL ACUERDO LO GENERA RMYD1ACS CON LA QUITA DE LAS      *
      *  CUENTAS QUE CUMPLEN UN ACUERDO DE PAGO JUDICIAL (RMYD1ACJ).  *
      *  DFH-PAGO-DATOS-EFECTIVO INDICA SI EL PAGO SE HIZO EN         *
      *  EFECTIVO (S; N O ESPACIO EN REGISTROS ANTERIORES A ESTE      *
      *  CAMPO Y EN LOS PAGOS QUE GENERA EL SISTEMA) Y, SI QUIEN LO   *
      *  ENTREGO FISICAMENTE NO ES EL TITULAR, SU DPI Y NOMBRE. LO    *
      *  TOTALIZA POR DPI EL REPORTE MENSUAL DE TRANSACCIONES EN      *
      *  EFECTIVO (RMYD1RTE).                                         *
      *--------------------------------------------------------------*
       01  REG-HIST-PAGO.
           05 DFH-NUMERO-CUENTA          PIC  X(013).
              88 PAGO-CANAL-TRANSFER        VALUE 'TRANSFER'.
              88 PAGO-CANAL-ATM             VALUE 'ATM'.
              88 PAGO-CANAL-WEB             VALUE 'WEB'.
              88 PAGO-CANAL-SEGURO          VALUE 'SEGURO'.
              88 PAGO-CANAL-DEBITO          VALUE 'DEBITO'.
              88 PAGO-CANAL-CONSOLIDA       VALUE 'CONSOLIDA'.
              88 PAGO-CANAL-ACUERDO         VALUE 'ACUERDO'.
           05 DFH-PAGO-REFERENCIA        PIC  X(015).
           05 DFH-PAGO-TIPO-MOV          PIC  X(001).
              88 MOV-PAGO                   VALUE 'P' ' '.
           05 DFH-PAGO-OPCION-EXCED      PIC  X(001).
              88 EXCED-REDUCE-PLAZO         VALUE 'P' ' '.
              88 EXCED-REDUCE-CUOTA         VALUE 'C'.
           05 DFH-PAGO-DATOS-EFECTIVO.
              10 DFH-PAGO-EFECTIVO       PIC  X(001).
                 88 PAGO-EN-EFECTIVO        VALUE 'S'.
                 88 PAGO-SIN-EFECTIVO       VALUE 'N' ' '.
              10 DFH-PAGO-DEPOS-DPI      PIC  X(013).
              10 DFH-PAGO-DEPOS-NOMBRE   PIC  X(060).
