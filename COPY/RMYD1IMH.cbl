      *  APLICACION DE PAGOS (RMYD1PGA) DEJA UN REGISTRO POR CADA     *
      *  CONCEPTO AL QUE IMPUTO PARTE DEL VALOR RECIBIDO DE UNA       *
      *  CUOTA, EN EL ORDEN DE PRELACION: GASTOS JUDICIALES, CARGOS   *
      *  DE MORA (MORACRG - RMYD1MCG), SEGURO, COMISION, INTERES Y    *
      *  CAPITAL. EL ARCHIVO (IMPHIST) SE ABRE EN EXTEND Y ACUMULA    *
      *  ENTRE CORRIDAS PARA SUSTENTAR ANTE EL DEUDOR A QUE SE APLICO *
      *  CADA PAGO.                                                   *
      *  RMYD1ABX AGREGA EL ABONO EXTRAORDINARIO APLICADO A CAPITAL   *
      *  (ABONOCAP) Y LA REVERSA DE UN PAGO DEJA SU CONTRAPARTIDA     *
      *  POR CONCEPTO CON TIPO DE MOVIMIENTO R. CANAL Y REFERENCIA    *
      *  SON LOS DEL PAGO (RMYD1PGH) Y PERMITEN A RMYD1GLI CONTABI-   *
      *  LIZAR LO IMPUTADO POR CONCEPTO Y CANAL; EN LOS REGISTROS     *
      *  GRABADOS ANTES DE ESTOS CAMPOS QUEDAN EN BLANCO. LOS         *
      *  CONCEPTOS AFECTOS A IVA (INTERES, COMISION Y MORA) SON LA    *
      *  BASE DE LOS DOCUMENTOS ELECTRONICOS QUE EMITE RMYD1FEL,      *
      *  SALVO LO IMPUTADO CON CANAL ACUERDO (QUITA DE UN ACUERDO     *
      *  JUDICIAL, RMYD1ACS), QUE ES CONDONACION Y NO SE FACTURA.     *
      *--------------------------------------------------------------*
       01  REG-IMPUTACION-PAGO.
           05 DFH-IMP-NUMERO-CUENTA      PIC  X(013).
              88 IMP-CARGO-MORA             VALUE 'MORA'.
              88 IMP-INTERES                VALUE 'INTERES'.
              88 IMP-CAPITAL                VALUE 'CAPITAL'.
              88 IMP-SEGURO                 VALUE 'SEGURO'.
              88 IMP-COMISION               VALUE 'COMISION'.
              88 IMP-ABONO-CAPITAL          VALUE 'ABONOCAP'.
              88 IMP-AFECTO-IVA             VALUE 'INTERES' 'COMISION'
                                                  'MORA'.
           05 DFH-IMP-VALOR-APLICADO     PIC S9(009)V99.
           05 DFH-IMP-CANAL              PIC  X(010).
              88 IMP-CANAL-ACUERDO          VALUE 'ACUERDO'.
           05 DFH-IMP-TIPO-MOV           PIC  X(001).
              88 IMP-MOV-PAGO               VALUE 'P' ' '.
              88 IMP-MOV-REVERSA            VALUE 'R'.
           05 DFH-IMP-REFERENCIA         PIC  X(015).
