      *--------------------------------------------------------------*
      *  OBJETO : REGISTRO DEL ARCHIVO DE GESTIONES DE COBRO          *
      *  (GESTCOB), INDEXADO POR CUENTA + FECHA DE GESTION +          *
      *  SECUENCIA DEL DIA, PARA QUE LAS GESTIONES DE UNA CUENTA SE   *
      *  LEAN JUNTAS. UNA GESTION POR LLAMADA, VISITA O MENSAJE DEL   *
      *  GESTOR, CON SU RESULTADO; CUANDO EL DEUDOR PROMETE PAGAR     *
      *  (RESULTADO PP) LLEVA EL MONTO Y LA FECHA PROMETIDOS Y LA     *
      *  PROMESA NACE ACTIVA. LAS CARGA RMYD1GCC CONTRA EL MAESTRO DE *
      *  CUENTAS; RMYD1PPE EVALUA CADA NOCHE LAS PROMESAS VENCIDAS    *
      *  CONTRA EL HISTORIAL DE PAGOS (PAGOHST - RMYD1PGH) Y LAS      *
      *  DEJA CUMPLIDAS, PARCIALES O INCUMPLIDAS CON LO PAGADO; Y     *
      *  RMYD1CRT NO ENCOLA CARTA A UNA CUENTA CON PROMESA ACTIVA.    *
      *--------------------------------------------------------------*
       01  REG-GESTION-COBRO.
           05 DFH-GES-LLAVE.
              10 DFH-GES-NUMERO-CUENTA   PIC  X(013).
              10 DFH-GES-FECHA           PIC  9(008).
              10 DFH-GES-SECUENCIA       PIC  9(003).
           05 DFH-GES-GESTOR             PIC  X(010).
           05 DFH-GES-TIPO-CONTACTO      PIC  X(001).
              88 CONTACTO-LLAMADA           VALUE 'L'.
              88 CONTACTO-VISITA            VALUE 'V'.
              88 CONTACTO-MENSAJE           VALUE 'M'.
           05 DFH-GES-RESULTADO          PIC  X(002).
              88 RESULTADO-CONTACTADO       VALUE 'CT'.
              88 RESULTADO-PROMESA          VALUE 'PP'.
              88 RESULTADO-NO-CONTACTADO    VALUE 'NC'.
              88 RESULTADO-REHUSA-PAGO      VALUE 'RP'.
              88 RESULTADO-DATOS-ERRONEOS   VALUE 'DE'.
              88 RESULTADO-CON-CONTACTO     VALUE 'CT' 'PP' 'RP'.
           05 DFH-GES-MONTO-PROMESA      PIC S9(009)V99.
           05 DFH-GES-FECHA-PROMESA      PIC  9(008).
           05 DFH-GES-ESTADO-PROMESA     PIC  X(001).
              88 SIN-PROMESA                VALUE ' '.
              88 PROMESA-ACTIVA             VALUE 'A'.
              88 PROMESA-CUMPLIDA           VALUE 'C'.
              88 PROMESA-PARCIAL            VALUE 'P'.
              88 PROMESA-INCUMPLIDA         VALUE 'I'.
           05 DFH-GES-VALOR-PAGADO       PIC S9(009)V99.
           05 DFH-GES-FECHA-EVALUACION   PIC  9(008).
           05 DFH-GES-OBSERVACION        PIC  X(060).
