003030*                    FALLIDA (DISCO LLENO, ARCHIVO TRUNCADO)     *
003040*                    DESCUADRA Y FRENA EL REEMPLAZO DEL          *
003050*                    ORIGINAL.                                   *
003060*  15/10/2026  DS    LAS LINEAS DE PAGOARC Y PAGONEW SE AMPLIAN  *
003070*                    A 136 POSICIONES (DATOS DE EFECTIVO DE      *
003080*                    RMYD1PGH).                                  *
003100*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
010900 FD  PAGOARC-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  PAGOARC-LINEA                PIC X(136).
011300
011400 FD  PAGONEW-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  PAGONEW-LINEA                PIC X(136).
011800
011900 FD  GASTOS-FILE
012000     RECORDING MODE IS F
