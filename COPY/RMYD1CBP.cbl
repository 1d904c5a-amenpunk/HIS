      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DE PARTIDA PENDIENTE DE LA CONCILIACION    *
      *  BANCARIA (CBCPEND / CBCPNUE, RMYD1CBC). CADA CORRIDA LEE LAS *
      *  PENDIENTES DE LOS DIAS ANTERIORES Y GRABA EN LA GENERACION   *
      *  NUEVA LAS QUE SIGUEN SIN CASAR: PAGOS DEL HISTORIAL SIN      *
      *  DEPOSITO EN EL BANCO (ORIGEN P) Y DEPOSITOS DEL EXTRACTO SIN *
      *  PAGO CARGADO (ORIGEN D). DFH-CBP-FECHA-ALTA ES EL PRIMER DIA *
      *  EN QUE LA PARTIDA QUEDO SIN CASAR. UN DEPOSITO YA LLEVADO A  *
      *  LA CUENTA DE SUSPENSO EN GLPOST SE MARCA PARA QUE, AL CASAR, *
      *  SE GENERE LA REVERSA Y NO UNA SEGUNDA PARTIDA.               *
      *  EL SALDO DE UNA DIFERENCIA DE MONTO SALE COMO DEPOSITO       *
      *  (EXCEDENTE DEL BANCO) O COMO PAGO (FALTANTE) CON LA MISMA    *
      *  MARCA; P ES UN SALDO QUE AUN FALTA LLEVAR A SUSPENSO.        *
      *--------------------------------------------------------------*
       01  REG-PENDIENTE-CONCIL.
           05 DFH-CBP-ORIGEN             PIC  X(001).
              88 PENDIENTE-PAGO             VALUE 'P'.
              88 PENDIENTE-DEPOSITO         VALUE 'D'.
           05 DFH-CBP-FECHA              PIC  9(008).
           05 DFH-CBP-CANAL              PIC  X(010).
           05 DFH-CBP-REFERENCIA         PIC  X(015).
           05 DFH-CBP-VALOR              PIC S9(011)V99.
           05 DFH-CBP-NUMERO-CUENTA      PIC  X(013).
           05 DFH-CBP-SECUENCIA          PIC  9(003).
           05 DFH-CBP-FECHA-ALTA         PIC  9(008).
           05 DFH-CBP-SUSPENSO           PIC  X(001).
              88 DEPOSITO-EN-SUSPENSO       VALUE 'S'.
              88 SUSPENSO-POR-CONTABILIZAR  VALUE 'P'.
