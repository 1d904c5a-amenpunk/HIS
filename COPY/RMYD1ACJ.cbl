      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL MAESTRO DE ACUERDOS DE PAGO DE CUENTAS *
      *  EN COBRO JUDICIAL (ACJMTR, CLAVEADO POR CUENTA; UN ACUERDO   *
      *  VIGENTE O CUMPLIDO POR CUENTA, UNO ROTO PUEDE REEMPLAZARSE). *
      *  GUARDA EL EXPEDIENTE (RMYD1EXJ), LA FECHA Y EL APROBADOR, EL *
      *  MONTO ACORDADO CON SUS CUOTAS PROPIAS (HASTA 12, CON FECHA,  *
      *  VALOR Y MARCA DE CUBIERTA), LA QUITA APROBADA POR CONCEPTO   *
      *  (CAPITAL, INTERES, CARGOS DE MORA Y GASTOS JUDICIALES, CON   *
      *  LA VISTA DFH-ACJ-QUITA-TABLA PARA RECORRERLA POR SUBINDICE)  *
      *  Y LOS DIAS DE GRACIA. LO CREA RMYD1ACM; EL SEGUIMIENTO       *
      *  DIARIO RMYD1ACS ACUMULA LO PAGADO SEGUN PAGOHST, MARCA LAS   *
      *  CUOTAS CUBIERTAS Y CAMBIA EL ESTADO A CUMPLIDO (CON LA QUITA *
      *  REALMENTE APLICADA) O A ROTO.                                *
      *--------------------------------------------------------------*
       01  REG-ACUERDO-JUDICIAL.
           05 DFH-ACJ-NUMERO-CUENTA      PIC  X(013).
           05 DFH-ACJ-EXPEDIENTE         PIC  X(020).
           05 DFH-ACJ-FECHA-ACUERDO      PIC  9(008).
           05 DFH-ACJ-APROBADOR          PIC  X(010).
           05 DFH-ACJ-ESTADO             PIC  X(001).
              88 ACJ-VIGENTE                VALUE 'V'.
              88 ACJ-CUMPLIDO               VALUE 'C'.
              88 ACJ-ROTO                   VALUE 'R'.
           05 DFH-ACJ-FECHA-ESTADO       PIC  9(008).
           05 DFH-ACJ-MONTO-ACORDADO     PIC S9(011)V99.
           05 DFH-ACJ-QUITA.
              10 DFH-ACJ-QUITA-CAPITAL   PIC S9(011)V99.
              10 DFH-ACJ-QUITA-INTERES   PIC S9(011)V99.
              10 DFH-ACJ-QUITA-CARGOS    PIC S9(011)V99.
              10 DFH-ACJ-QUITA-GASTOS    PIC S9(011)V99.
           05 DFH-ACJ-QUITA-TABLA REDEFINES DFH-ACJ-QUITA.
              10 DFH-ACJ-QUITA-CONCEPTO  PIC S9(011)V99
                                         OCCURS 4 TIMES.
           05 DFH-ACJ-DIAS-GRACIA        PIC  9(003).
           05 DFH-ACJ-TOTAL-PAGADO       PIC S9(011)V99.
           05 DFH-ACJ-FECHA-REVISION     PIC  9(008).
           05 DFH-ACJ-QUITA-APLICADA     PIC S9(011)V99.
           05 DFH-ACJ-CANT-CUOTAS        PIC  9(002).
           05 DFH-ACJ-CUOTAS OCCURS 12 TIMES.
              10 DFH-ACJ-CUOTA-FECHA     PIC  9(008).
              10 DFH-ACJ-CUOTA-VALOR     PIC S9(009)V99.
              10 DFH-ACJ-CUOTA-ESTADO    PIC  X(001).
                 88 ACJ-CUOTA-PENDIENTE     VALUE ' '.
                 88 ACJ-CUOTA-CUBIERTA      VALUE 'C'.
