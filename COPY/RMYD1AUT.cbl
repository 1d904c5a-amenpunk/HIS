      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE HISTORIAL CRONOLOGICO DE    *
      *  CUENTAS PARA EXPEDIENTES LEGALES Y DE AUDITORIA (AUDTRL),    *
      *  ARMADO POR RMYD1AUD. UN DETALLE 'DET' POR EVENTO, EN ORDEN   *
      *  DE CUENTA Y FECHA, CON EL TIPO DE EVENTO, EL VALOR ANTERIOR  *
      *  Y EL NUEVO, EL RESPONSABLE Y EL ARCHIVO DE ORIGEN (CTABITA,  *
      *  SITJHST, EXPHIST, RSTHIST, IMPHIST, MORACRG O CTASMTR). AL   *
      *  ESTILO DEL ARCHIVO DE DEBITOS (RMYD1DBS), ABRE CON UNA       *
      *  CABECERA 'CAB' Y CIERRA CON UN 'CIE' CON LA CANTIDAD DE      *
      *  CUENTAS SOLICITADAS Y DE EVENTOS.                            *
      *--------------------------------------------------------------*
       01  REG-EVENTO-AUDITORIA.
           05 DFH-AUT-TIPO-REG           PIC  X(003).
              88 AUT-DETALLE                VALUE 'DET'.
           05 DFH-AUT-NUMERO-CUENTA      PIC  X(013).
           05 DFH-AUT-FECHA              PIC  9(008).
           05 DFH-AUT-EVENTO             PIC  X(025).
           05 DFH-AUT-VALOR-ANTERIOR     PIC  X(030).
           05 DFH-AUT-VALOR-NUEVO        PIC  X(030).
           05 DFH-AUT-RESPONSABLE        PIC  X(010).
           05 DFH-AUT-FUENTE             PIC  X(008).
       01  REG-CONTROL-AUT.
           05 DFH-AUTC-TIPO-REG          PIC  X(003).
              88 AUT-CONTROL-CABECERA       VALUE 'CAB'.
              88 AUT-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-AUTC-FECHA             PIC  9(008).
           05 DFH-AUTC-CANT-CUENTAS      PIC  9(005).
           05 DFH-AUTC-CANT-EVENTOS      PIC  9(007).
