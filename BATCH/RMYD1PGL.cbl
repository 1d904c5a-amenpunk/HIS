001600*  09/08/2026  DS    VERSION INICIAL.                            *
001602*  22/08/2026  DS    SE REGISTRA INICIO Y FIN DE LA CORRIDA    *
001604*                    EN LA BITACORA COMUN (RMYD1BTC).          *
001624*  15/10/2026  DS    LA LINEA DEL HISTORIAL SE AMPLIA A 136      *
001644*                    POSICIONES (DATOS DE EFECTIVO DE RMYD1PGH). *
001700*----------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003900 FD  HISTORIAL-FILE
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 01  HIST-LINEA                   PIC X(136).
004300
004400 WORKING-STORAGE SECTION.
004402 COPY RMYD1BTA.
