           02  DFH-CANT-EMAILS-NOTIFI             PIC  9(002).
           02  DFH-EMAILS-NOTIFI OCCURS 5 TIMES.
               03  DFH-EMAIL-NOTIFI-CARGA         PIC  X(030).
           02  DFH-POLITICA-DESCUENTO             PIC  X(001).
               88 DESCUENTO-SOLO-CUOTA  VALUE  'C' ' '.
               88 DESCUENTO-CON-VENCIDO VALUE  'V'.
               88 DESCUENTO-CON-MORA    VALUE  'M'.
