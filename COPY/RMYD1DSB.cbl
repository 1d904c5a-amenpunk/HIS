      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DE DESEMBOLSO DE UNA CUENTA. ES LA         *
      *  TRANSACCION QUE CAPTURA OPERACIONES EN DESTRAN (CUENTA,      *
      *  FECHA, VALOR, METODO Y BENEFICIARIO) Y, YA APLICADO POR      *
      *  RMYD1DES CON SU NUMERO DE TRAMO Y FECHA DE PROCESO, EL       *
      *  HISTORIAL DE DESEMBOLSOS DESHIST. UNA CUENTA DE CONSTRUCCION *
      *  PUEDE DESEMBOLSARSE EN VARIOS TRAMOS, SIN PASAR DE DFH-MONTO.*
      *  METODOS: C = CHEQUE (DFH-DSB-DOCUMENTO ES EL NUMERO DE       *
      *  CHEQUE), T = TRANSFERENCIA A OTRO BANCO (SALE EN TRFBANC),   *
      *  A = ABONO A LA CUENTA DE DEPOSITO DEL DEUDOR.                *
      *--------------------------------------------------------------*
       01  REG-DESEMBOLSO.
           05 DFH-DSB-NUMERO-CUENTA      PIC  X(013).
           05 DFH-DSB-FECHA              PIC  9(008).
           05 DFH-DSB-VALOR              PIC S9(011)V99.
           05 DFH-DSB-METODO             PIC  X(001).
              88 DSB-CHEQUE                 VALUE 'C'.
              88 DSB-TRANSFERENCIA          VALUE 'T'.
              88 DSB-ABONO-CUENTA           VALUE 'A'.
           05 DFH-DSB-BANCO-BENEF        PIC  X(004).
           05 DFH-DSB-CUENTA-BENEF       PIC  X(020).
           05 DFH-DSB-NOMBRE-BENEF       PIC  X(060).
           05 DFH-DSB-DOCUMENTO          PIC  X(015).
           05 DFH-DSB-TRAMO              PIC  9(003).
           05 DFH-DSB-FECHA-PROCESO      PIC  9(008).
