      *  IGUAL A DFH-VALOR-PAGO); LOS MANTIENE LA APLICACION DE       *
      *  PAGOS (RMYD1PGA) Y SON LA BASE REAL DE MORA, SALDO           *
      *  PENDIENTE Y CONCILIACION PARA LAS CUOTAS PARCIALES.          *
      *  DFH-COMPONENTES-CUOTA DESGLOSA EL VALOR DE LA CUOTA EN       *
      *  SEGURO, COMISION, INTERES Y CAPITAL (EN ESE ORDEN, QUE ES EL *
      *  DE PRELACION CON QUE RMYD1PGA IMPUTA LOS PAGOS), CADA UNO    *
      *  CON SU VALOR, LO ABONADO Y LO REMANENTE; LA SUMA DE LOS      *
      *  CUATRO ES DFH-VALOR-PAGO Y LA DE SUS ABONADOS/REMANENTES ES  *
      *  DFH-VALOR-ABONADO/DFH-VALOR-REMANENTE. LA VISTA              *
      *  DFH-COMPONENTES-TABLA PERMITE RECORRERLOS POR SUBINDICE.     *
      *  DFH-SALDO-DESPUES-CUOTA ES EL SALDO DE CAPITAL QUE QUEDA AL  *
      *  PAGAR LA CUOTA. LOS LLENAN LOS PROCESOS QUE GENERAN O        *
      *  RECALCULAN EL CALENDARIO (RMYD1GEN, RMYD1RPC, RMYD1RST,      *
      *  RMYD1ABX), CON COMISION Y SEGURO DE LA RUTINA COMUN RMYD1CQC.*
      *--------------------------------------------------------------*
       01  REG-CUOTA-PROGRAMADA.
           05 DFH-CUOTA-LLAVE.
              88 SITPAGO-PARCIAL            VALUE 'PARCIAL'.
           05 DFH-VALOR-ABONADO          PIC S9(009)V99.
           05 DFH-VALOR-REMANENTE        PIC S9(009)V99.
           05 DFH-COMPONENTES-CUOTA.
              10 DFH-COMP-SEGURO.
                 15 DFH-SEGURO-CUOTA     PIC S9(009)V99.
                 15 DFH-SEGURO-ABONADO   PIC S9(009)V99.
                 15 DFH-SEGURO-REMANENTE PIC S9(009)V99.
              10 DFH-COMP-COMISION.
                 15 DFH-COMISION-CUOTA   PIC S9(009)V99.
                 15 DFH-COMISION-ABONADO PIC S9(009)V99.
                 15 DFH-COMISION-REMANENTE
                                         PIC S9(009)V99.
              10 DFH-COMP-INTERES.
                 15 DFH-INTERES-CUOTA    PIC S9(009)V99.
                 15 DFH-INTERES-ABONADO  PIC S9(009)V99.
                 15 DFH-INTERES-REMANENTE
                                         PIC S9(009)V99.
              10 DFH-COMP-CAPITAL.
                 15 DFH-CAPITAL-CUOTA    PIC S9(009)V99.
                 15 DFH-CAPITAL-ABONADO  PIC S9(009)V99.
                 15 DFH-CAPITAL-REMANENTE
                                         PIC S9(009)V99.
           05 DFH-COMPONENTES-TABLA REDEFINES DFH-COMPONENTES-CUOTA.
              10 DFH-COMPONENTE OCCURS 4 TIMES.
                 15 DFH-COMP-VALOR       PIC S9(009)V99.
                 15 DFH-COMP-ABONADO     PIC S9(009)V99.
                 15 DFH-COMP-REMANENTE   PIC S9(009)V99.
           05 DFH-SALDO-DESPUES-CUOTA    PIC S9(011)V99.
