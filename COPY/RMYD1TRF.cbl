      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE TRANSFERENCIAS PARA EL      *
      *  BANCO (TRFBANC), ARMADO POR RMYD1DES CON LOS DESEMBOLSOS     *
      *  POR TRANSFERENCIA DEL DIA. UN DETALLE 'DET' POR DESEMBOLSO.  *
      *  AL ESTILO DEL INTERFAZ CONTABLE (RMYD1GLP), EL ARCHIVO ABRE  *
      *  CON UNA CABECERA 'CAB' Y CIERRA CON UN 'CIE' CON LA CANTIDAD *
      *  DE TRANSFERENCIAS Y EL TOTAL, PARA QUE EL BANCO DETECTE UN   *
      *  ARCHIVO TRUNCADO.                                            *
      *--------------------------------------------------------------*
       01  REG-TRANSFERENCIA.
           05 DFH-TRF-TIPO-REG           PIC  X(003).
              88 TRF-DETALLE                VALUE 'DET'.
           05 DFH-TRF-FECHA              PIC  9(008).
           05 DFH-TRF-NUMERO-CUENTA      PIC  X(013).
           05 DFH-TRF-TRAMO              PIC  9(003).
           05 DFH-TRF-BANCO-DESTINO      PIC  X(004).
           05 DFH-TRF-CUENTA-DESTINO     PIC  X(020).
           05 DFH-TRF-NOMBRE-BENEF       PIC  X(060).
           05 DFH-TRF-VALOR              PIC  9(011)V99.
           05 DFH-TRF-REFERENCIA         PIC  X(015).
       01  REG-CONTROL-TRF.
           05 DFH-TRFC-TIPO-REG          PIC  X(003).
              88 TRF-CONTROL-CABECERA       VALUE 'CAB'.
              88 TRF-CONTROL-CIERRE         VALUE 'CIE'.
           05 DFH-TRFC-FECHA             PIC  9(008).
           05 DFH-TRFC-CANT-TRANSF       PIC  9(007).
           05 DFH-TRFC-TOTAL             PIC  9(013)V99.
