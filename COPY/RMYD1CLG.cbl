                    88 TASA-FIJA               VALUE 'F' ' '.
                    88 TASA-VARIABLE           VALUE 'V'.
                 10 DFH-MARGEN-TASA            PIC S9(005)V9(005).
                 10 DFH-DEVENGO-ESTADO         PIC  X(001).
                    88 DEVENGO-ACTIVO          VALUE 'A' ' '.
                    88 DEVENGO-SUSPENDIDO      VALUE 'S'.
                 10 DFH-DEVENGO-FECHA-ESTADO   PIC  9(008).
                 10 DFH-INTERES-SUSPENDIDO     PIC S9(011)V99.
                 10 DFH-MONTO-DESEMBOLSADO     PIC S9(011)V99.
                 10 DFH-CANT-DESEMBOLSOS       PIC  9(003).
                 10 DFH-FECHA-DESEMBOLSO       PIC  9(008).
                 10 DFH-CANCELACION-ESTADO     PIC  X(001).
                    88 CUENTA-VIGENTE          VALUE ' '.
                    88 CUENTA-CANCELADA        VALUE 'C'.
                 10 DFH-FECHA-CANCELACION      PIC  9(008).
                 10 DFH-SEGUIMIENTO-COBRO      PIC  X(001).
                    88 SEGUIMIENTO-NINGUNO     VALUE ' '.
                    88 SEGUIMIENTO-DEBITO-SUSP VALUE 'D'.
                 10 DFH-FECHA-SEGUIMIENTO      PIC  9(008).
                 10 DFH-GARANTIA-VALUADOR      PIC  X(010).
