      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE SALDOS DEL MAYOR GENERAL    *
      *  (SALDOGL) QUE ENVIA CONTABILIDAD AL CIERRE DE MES: UNA LINEA *
      *  POR CUENTA CONTABLE Y MONEDA CON SU SALDO A LA FECHA DE      *
      *  CORTE, EN SU SIGNO NATURAL (DEUDOR PARA LAS CUENTAS DE       *
      *  ACTIVO Y DE ORDEN DEUDORAS, ACREEDOR PARA LAS PROVISIONES E  *
      *  INGRESOS, SIEMPRE POSITIVO SALVO SALDO CONTRARIO). LO USA EL *
      *  CUADRE MENSUAL DE CARTERA CONTRA CONTABILIDAD (RMYD1CGL).    *
      *--------------------------------------------------------------*
       01  REG-SALDO-CONTABLE.
           05 DFH-SGL-FECHA-CORTE        PIC  9(008).
           05 DFH-SGL-CUENTA-CONTABLE    PIC  X(012).
           05 DFH-SGL-MONEDA             PIC  9(001).
              88 SGL-MONEDA-LOCAL           VALUE 1.
              88 SGL-MONEDA-EXTRANJERA      VALUE 2.
           05 DFH-SGL-SALDO              PIC S9(013)V99.
