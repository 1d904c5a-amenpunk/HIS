      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE CAMBIOS PENDIENTES DE       *
      *  APROBACION AL MAESTRO DE CUENTAS (CTAPEND, CLAVEADO POR      *
      *  CUENTA + CAMPO + FECHA DE SOLICITUD). EL MANTENIMIENTO       *
      *  RMYD1CTM NO APLICA LOS CAMBIOS A CAMPOS SENSIBLES (LISTA DE  *
      *  CTMSENS): LOS DEJA AQUI CON EL DATO ANTERIOR Y EL NUEVO EN   *
      *  SU FORMATO DEL MAESTRO, SU VALOR EDITADO PARA LOS REPORTES,  *
      *  EL MONTO QUE SE CONTRASTA CON LA FACULTAD DEL APROBADOR,     *
      *  QUIEN LO SOLICITO Y LA FECHA EN QUE VENCE. RMYD1CTA APRUEBA  *
      *  (Y APLICA), RECHAZA O VENCE LA SOLICITUD; RMYD1CTP EMITE EL  *
      *  REPORTE DIARIO. DFH-PEN-CAMPO ES UNA DE LAS UNIDADES         *
      *  CONTROLADAS: DFH-SALDO, DFH-MONTO, DFH-TASA-INTERES,         *
      *  DFH-FECHA-VENC, DFH-SITJURIDICA, DFH-GARANTIA (EL GRUPO      *
      *  COMPLETO) Y DFH-DESC-INCOBRABLE (EL GRUPO COMPLETO).         *
      *--------------------------------------------------------------*
       01  REG-CAMBIO-PENDIENTE.
           05 DFH-PEN-LLAVE.
              10 DFH-PEN-NUMERO-CUENTA   PIC  X(013).
              10 DFH-PEN-CAMPO           PIC  X(025).
              10 DFH-PEN-FECHA-SOLICITUD PIC  9(008).
           05 DFH-PEN-DATO-ANTERIOR      PIC  X(090).
           05 DFH-PEN-DATO-NUEVO         PIC  X(090).
           05 DFH-PEN-VALOR-ANTERIOR     PIC  X(020).
           05 DFH-PEN-VALOR-NUEVO        PIC  X(020).
           05 DFH-PEN-MONTO-CONTROL      PIC S9(011)V99.
           05 DFH-PEN-SOLICITANTE        PIC  X(010).
           05 DFH-PEN-FECHA-VENCE        PIC  9(008).
           05 DFH-PEN-ESTADO             PIC  X(001).
              88 PEN-PENDIENTE              VALUE 'P'.
              88 PEN-APROBADO               VALUE 'A'.
              88 PEN-RECHAZADO              VALUE 'R'.
              88 PEN-VENCIDO                VALUE 'V'.
           05 DFH-PEN-FECHA-RESOLUCION   PIC  9(008).
           05 DFH-PEN-APROBADOR          PIC  X(010).
           05 DFH-PEN-MOTIVO             PIC  X(040).
