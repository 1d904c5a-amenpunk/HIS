      *  CUOTA, DFH-PAGO-OPCION-EXCED DE RMYD1PGH). EL ARCHIVO        *
      *  (ABONEXT, ORDENADO POR CUENTA/SECUENCIA) LO CONSUME          *
      *  RMYD1ABX, QUE REBAJA EL SALDO Y RECALCULA EL CALENDARIO.     *
      *  CANAL Y REFERENCIA DEL PAGO VIAJAN CON EL ABONO PARA QUE SU  *
      *  IMPUTACION EN IMPHIST (RMYD1IMH) SE CONTABILICE POR CANAL.   *
      *--------------------------------------------------------------*
       01  REG-ABONO-EXTRA.
           05 DFH-ABO-NUMERO-CUENTA      PIC  X(013).
           05 DFH-ABO-OPCION             PIC  X(001).
              88 ABO-REDUCE-PLAZO           VALUE 'P' ' '.
              88 ABO-REDUCE-CUOTA           VALUE 'C'.
           05 DFH-ABO-CANAL              PIC  X(010).
           05 DFH-ABO-REFERENCIA         PIC  X(015).
