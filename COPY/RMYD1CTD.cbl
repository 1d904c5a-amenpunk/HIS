      *  AQUI VIVEN LA DIRECCION, LOS TELEFONOS, EL CORREO Y LA VIA   *
      *  PREFERIDA DE CONTACTO. LO MANTIENE EL BATCH RMYD1CDM Y LO    *
      *  CONSUME EL GENERADOR DE AVISOS DE COBRO RMYD1CRT.            *
      *  DFH-CTD-REGION ES LA REGION GEOGRAFICA DEL DEUDOR (ESPACIOS  *
      *  EN REGISTROS ANTERIORES A ESTE CAMPO); LA USAN LAS REGLAS    *
      *  DE ASIGNACION A AGENCIAS EXTERNAS DE RMYD1ASA.               *
      *--------------------------------------------------------------*
       01  REG-CONTACTO-DEUDOR.
           05 DFH-CTD-NUMERO-CUENTA      PIC  X(013).
              88 VIA-CORREO                 VALUE 'CORREO'.
              88 VIA-CARTA                  VALUE 'CARTA'.
              88 VIA-TELEFONO               VALUE 'TELEFONO'.
           05 DFH-CTD-REGION             PIC  X(003).
