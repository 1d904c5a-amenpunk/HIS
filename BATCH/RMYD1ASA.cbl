000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1ASA.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - COBRANZAS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : ASIGNACION DE CARTERA CASTIGADA A AGENCIAS EXTERNAS  *
000900*           DE COBRO. LEE ASGTRAN CON DOS TIPOS DE REGISTRO:     *
001000*           M (ASIGNACION MANUAL DE UNA CUENTA A UNA AGENCIA) Y  *
001100*           R (REGLA: TRAMO DE DIAS DESDE EL CASTIGO, RANGO DEL  *
001200*           SALDO CASTIGADO PENDIENTE Y REGION DEL DEUDOR EN     *
001300*           CTDMTR - RMYD1CTD). LAS MANUALES SE APLICAN AL LEER; *
001400*           UNA CUENTA ACTIVA EN OTRA AGENCIA SE LE RETIRA. LUEGO*
001500*           RECORRE EL MAESTRO (RMYD1CLG) Y CADA CUENTA CASTIGADA*
001600*           SIN ASIGNACION ACTIVA VA A LA PRIMERA REGLA QUE LA   *
001700*           CUBRE, SALVO QUE SEA LA AGENCIA QUE LA DEVOLVIO POR  *
001800*           ULTIMA VEZ. LAS ASIGNACIONES SE GRABAN EN ASGCOB     *
001900*           (RMYD1ASG) CON VENCIMIENTO SEGUN EL PLAZO DE LA      *
002000*           AGENCIA (AGCMTR - RMYD1AGC) Y SALEN EN ASGENV        *
002100*           (RMYD1ASE) EN UN BLOQUE POR AGENCIA, CON SU AVISO EN *
002200*           ASADIST AL CORREO DE LA AGENCIA. LO INVALIDO SALE A  *
002300*           ASGRECH CON MOTIVO.                                  *
002400*----------------------------------------------------------------*
002500*  HISTORIAL DE MODIFICACIONES                                   *
002600*  FECHA       INIC  DESCRIPCION                                 *
002700*  15/10/2026  DS    VERSION INICIAL.                            *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-390.
003200 OBJECT-COMPUTER.  IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANSACC-FILE  ASSIGN TO ASGTRAN
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS   IS WS-TRN-STATUS.
003800
003900     SELECT AGENCIAS-FILE  ASSIGN TO AGCMTR
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE   IS DYNAMIC
004200            RECORD KEY    IS DFH-AGC-CODIGO
004300            FILE STATUS   IS WS-AGC-STATUS.
004400
004500     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE   IS DYNAMIC
004800            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004900            FILE STATUS   IS WS-CTAS-STATUS.
005000
005100     SELECT CONTACTO-FILE  ASSIGN TO CTDMTR
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE   IS RANDOM
005400            RECORD KEY    IS DFH-CTD-NUMERO-CUENTA
005500            FILE STATUS   IS WS-CTD-STATUS.
005600
005700     SELECT ASIGNAC-FILE   ASSIGN TO ASGCOB
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE   IS DYNAMIC
006000            RECORD KEY    IS DFH-ASG-LLAVE
006100            FILE STATUS   IS WS-ASG-STATUS.
006200
006300     SELECT ENVIO-FILE     ASSIGN TO ASGENV
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS   IS WS-ENV-STATUS.
006600
006700     SELECT AVISOS-FILE    ASSIGN TO ASADIST
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS   IS WS-AVI-STATUS.
007000
007100     SELECT RECHAZOS-FILE  ASSIGN TO ASGRECH
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS   IS WS-RCH-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TRANSACC-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  REG-ASIGNACION-TRN.
008100     05 TA-TIPO                   PIC X(001).
008200        88 TA-MANUAL                 VALUE 'M'.
008300        88 TA-REGLA                  VALUE 'R'.
008400     05 TA-AGENCIA                PIC X(006).
008500     05 TA-DATOS                  PIC X(050).
008600     05 TA-DATOS-MANUAL REDEFINES TA-DATOS.
008700        10 TA-NUMERO-CUENTA       PIC X(013).
008800        10 FILLER                 PIC X(037).
008900     05 TA-DATOS-REGLA REDEFINES TA-DATOS.
009000        10 TA-DIAS-DESDE          PIC 9(005).
009100        10 TA-DIAS-HASTA          PIC 9(005).
009200        10 TA-MONTO-DESDE         PIC 9(011)V99.
009300        10 TA-MONTO-HASTA         PIC 9(011)V99.
009400        10 TA-REGION              PIC X(003).
009500        10 FILLER                 PIC X(011).
009600
009700 FD  AGENCIAS-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY RMYD1AGC.
010100
010200 FD  CUENTAS-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY RMYD1CLG.
010600
010700 FD  CONTACTO-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY RMYD1CTD.
011100
011200 FD  ASIGNAC-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY RMYD1ASG.
011600
011700 FD  ENVIO-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY RMYD1ASE.
012100
012200 FD  AVISOS-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  AVISO-LINEA                  PIC X(100).
012600
012700 FD  RECHAZOS-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  RECHAZO-LINEA                PIC X(080).
013100
013200 WORKING-STORAGE SECTION.
013300 COPY RMYD1BTA.
013400 77  WS-TRN-STATUS                PIC X(02).
013500     88 TRN-OK                       VALUE '00'.
013600 77  WS-AGC-STATUS                PIC X(02).
013700     88 AGC-OK                       VALUE '00'.
013800 77  WS-CTAS-STATUS               PIC X(02).
013900     88 CTAS-OK                      VALUE '00'.
014000 77  WS-CTD-STATUS                PIC X(02).
014100 77  WS-ASG-STATUS                PIC X(02).
014200     88 ASG-OK                       VALUE '00'.
014300 77  WS-ENV-STATUS                PIC X(02).
014400 77  WS-AVI-STATUS                PIC X(02).
014500 77  WS-RCH-STATUS                PIC X(02).
014600 77  WS-SW-FIN-TRANS              PIC X(01).
014700     88 FIN-TRANSACCIONES            VALUE 'S'.
014800 77  WS-SW-FIN-CUENTAS            PIC X(01).
014900     88 FIN-CUENTAS                  VALUE 'S'.
015000 77  WS-SW-FIN-AGENCIAS           PIC X(01).
015100     88 FIN-AGENCIAS                 VALUE 'S'.
015200 77  WS-SW-FIN-HISTORIA           PIC X(01).
015300     88 FIN-HISTORIA                 VALUE 'S'.
015400 77  WS-SW-ABIERTOS               PIC X(01).
015500     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
015600 77  WS-SW-TRANS-VALIDA           PIC X(01).
015700     88 TRANS-VALIDA                 VALUE 'S'.
015800     88 TRANS-INVALIDA               VALUE 'N'.
015900 77  WS-SW-ACTIVA                 PIC X(01).
016000     88 TIENE-ASIGNACION-ACTIVA      VALUE 'S'.
016100 77  WS-SW-ASIGNADA-HOY           PIC X(01).
016200     88 ASIGNADA-HOY                 VALUE 'S'.
016300 77  WS-SW-HALLADO                PIC X(01).
016400     88 ENTRADA-HALLADA              VALUE 'S'.
016500 77  WS-FECHA-PROCESO             PIC 9(008).
016600 77  WS-DIA-JULIANO               PIC 9(007) COMP.
016700 77  WS-DIAS-CASTIGO              PIC 9(005) COMP.
016800 77  WS-SALDO-CASTIGADO           PIC S9(011)V99 COMP-3.
016900 77  WS-REGION-DEUDOR             PIC X(003).
017000 77  WS-CUENTA-BUSCADA            PIC X(013).
017100 77  WS-AGENCIA-ACTIVA            PIC X(006).
017200 77  WS-AGENCIA-DEVOLVIO          PIC X(006).
017300 77  WS-AGENCIA-ASIGNAR           PIC X(006).
017400 77  WS-DIAS-PLAZO                PIC 9(004).
017500 77  WS-ORIGEN                    PIC X(001).
017600 77  WS-CANT-REGLAS               PIC 9(003) COMP VALUE ZERO.
017700 77  WS-SUB-REGLA                 PIC 9(003) COMP.
017800 77  WS-CANT-ASIGNADAS            PIC 9(005) COMP VALUE ZERO.
017900 77  WS-SUB-ASIG                  PIC 9(005) COMP.
018000 77  WS-CANT-BLOQUE               PIC 9(007) COMP.
018100 77  WS-TOTAL-BLOQUE              PIC S9(013)V99 COMP-3.
018200 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
018300 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
018400 77  WS-ASIG-MANUALES             PIC 9(007) COMP.
018500 77  WS-ASIG-REGLA                PIC 9(007) COMP.
018600 77  WS-ASIG-RETIRADAS            PIC 9(007) COMP.
018700 77  WS-CTAS-REVISADAS            PIC 9(007) COMP.
018800 77  WS-CTAS-SIN-REGLA            PIC 9(007) COMP.
018900 77  WS-BLOQUES-GRABADOS          PIC 9(007) COMP.
019000 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
019100 77  WS-CORREO-RESPALDO           PIC X(030)
019200                              VALUE 'COBRANZAS@RESPALDO.LOCAL'.
019300
019400 01  WS-LLAVE-ACTIVA.
019500     05 WS-LA-CUENTA              PIC X(013).
019600     05 WS-LA-FECHA               PIC 9(008).
019700
019800*----------------------------------------------------------------*
019900*  REGLAS DE ASIGNACION EN EL ORDEN DE ASGTRAN; GANA LA PRIMERA. *
020000*  UN TOPE EN CERO NO LIMITA; LA REGION EN BLANCO ACEPTA TODAS.  *
020100*----------------------------------------------------------------*
020200 01  WS-TABLA-REGLAS.
020300     05 WS-REGLA-ENTRADA OCCURS 100 TIMES.
020400         10 WG-AGENCIA            PIC X(006).
020500         10 WG-DIAS-PLAZO         PIC 9(004).
020600         10 WG-DIAS-DESDE         PIC 9(005).
020700         10 WG-DIAS-HASTA         PIC 9(005).
020800         10 WG-MONTO-DESDE        PIC 9(011)V99 COMP-3.
020900         10 WG-MONTO-HASTA        PIC 9(011)V99 COMP-3.
021000         10 WG-REGION             PIC X(003).
021100
021200*----------------------------------------------------------------*
021300*  ASIGNACIONES DE LA CORRIDA, PARA ARMAR LOS BLOQUES DE ASGENV. *
021400*----------------------------------------------------------------*
021500 01  WS-TABLA-ASIGNADAS.
021600     05 WS-ASIGNADA-ENTRADA OCCURS 5000 TIMES.
021700         10 WA-AGENCIA            PIC X(006).
021800         10 WA-CUENTA             PIC X(013).
021900         10 WA-MONTO-CASTIGADO    PIC S9(011)V99 COMP-3.
022000         10 WA-FECHA-VENCE        PIC 9(008).
022100
022200 01  WS-RECHAZO-DET.
022300     05 WR-TIPO                   PIC X(001).
022400     05 FILLER                    PIC X(002)     VALUE SPACES.
022500     05 WR-AGENCIA                PIC X(006).
022600     05 FILLER                    PIC X(002)     VALUE SPACES.
022700     05 WR-CUENTA                 PIC X(013).
022800     05 FILLER                    PIC X(002)     VALUE SPACES.
022900     05 WR-MOTIVO                 PIC X(050).
023000     05 FILLER                    PIC X(004)     VALUE SPACES.
023100
023200 01  WS-DETALLE-AVISO.
023300     05 WV-AGENCIA                PIC X(006).
023400     05 FILLER                    PIC X(002)     VALUE SPACES.
023500     05 WV-CORREO                 PIC X(030).
023600     05 FILLER                    PIC X(002)     VALUE SPACES.
023700     05 FILLER                    PIC X(039)
023800        VALUE 'ARCHIVO DE ASIGNACION DE CARTERA FECHA '.
023900     05 WV-FECHA                  PIC 9(008).
024000     05 FILLER                    PIC X(013)     VALUE SPACES.
024100
024200 PROCEDURE DIVISION.
024300
024400 0000-MAINLINE.
024500     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
024600     PERFORM 2000-PROCESAR-TRANS   THRU 2000-EXIT
024700         UNTIL FIN-TRANSACCIONES.
024800     IF WS-CANT-REGLAS > ZERO
024900         PERFORM 2400-POSICIONAR-CUENTAS THRU 2400-EXIT
025000         PERFORM 2500-EVALUAR-CUENTA THRU 2500-EXIT
025100             UNTIL FIN-CUENTAS
025200     END-IF.
025300     IF WS-CANT-ASIGNADAS > ZERO
025400         PERFORM 4000-GENERAR-ENVIO THRU 4000-EXIT
025500     END-IF.
025600     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
025700     STOP RUN.
025800
025900*----------------------------------------------------------------*
026000*  1000-INICIALIZAR : APERTURA (ASGCOB SE CREA SI NO EXISTE) Y   *
026100*  PRIMERA LECTURA.                                              *
026200*----------------------------------------------------------------*
026300 1000-INICIALIZAR.
026400     MOVE 'RMYD1ASA' TO DFH-BTA-PROGRAMA.
026500     MOVE 'I'        TO DFH-BTA-ACCION.
026600     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
026700                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
026800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
026900     MOVE 'N'  TO WS-SW-FIN-TRANS WS-SW-FIN-CUENTAS
027000                  WS-SW-ABIERTOS.
027100     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-RECHAZADAS
027200                  WS-ASIG-MANUALES WS-ASIG-REGLA
027300                  WS-ASIG-RETIRADAS WS-CTAS-REVISADAS
027400                  WS-CTAS-SIN-REGLA WS-BLOQUES-GRABADOS.
027500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
027600     OPEN INPUT  TRANSACC-FILE.
027700     OPEN INPUT  AGENCIAS-FILE.
027800     OPEN INPUT  CUENTAS-FILE.
027900     OPEN INPUT  CONTACTO-FILE.
028000     OPEN I-O    ASIGNAC-FILE.
028100     IF WS-ASG-STATUS EQUAL '35'
028200         OPEN OUTPUT ASIGNAC-FILE
028300         CLOSE ASIGNAC-FILE
028400         OPEN I-O ASIGNAC-FILE
028500     END-IF.
028600     OPEN OUTPUT ENVIO-FILE.
028700     OPEN OUTPUT AVISOS-FILE.
028800     OPEN OUTPUT RECHAZOS-FILE.
028900     MOVE 'S' TO WS-SW-ABIERTOS.
029000     IF NOT AGC-OK
029100         DISPLAY 'RMYD1ASA - ERROR AGENCIAS-FILE ' WS-AGC-STATUS
029200         MOVE 16 TO WS-CODRET-CORRIDA
029300     END-IF.
029400     IF NOT CTAS-OK
029500         DISPLAY 'RMYD1ASA - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
029600         MOVE 16 TO WS-CODRET-CORRIDA
029700     END-IF.
029800     IF NOT ASG-OK
029900         DISPLAY 'RMYD1ASA - ERROR ASIGNAC-FILE ' WS-ASG-STATUS
030000         MOVE 16 TO WS-CODRET-CORRIDA
030100     END-IF.
030200     IF NOT TRN-OK
030300         DISPLAY 'RMYD1ASA - ERROR TRANSACC-FILE ' WS-TRN-STATUS
030400         MOVE 16 TO WS-CODRET-CORRIDA
030500     END-IF.
030600     IF WS-CODRET-CORRIDA = 16
030700         MOVE 'S' TO WS-SW-FIN-TRANS
030800         GO TO 1000-EXIT
030900     END-IF.
031000     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
031100 1000-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------------*
031500*  2000-PROCESAR-TRANS : LA MANUAL SE APLICA; LA REGLA SE GUARDA *
031600*  PARA EL RECORRIDO DEL MAESTRO.                                *
031700*----------------------------------------------------------------*
031800 2000-PROCESAR-TRANS.
031900     ADD 1 TO WS-TRN-LEIDAS.
032000     MOVE TA-TIPO    TO WR-TIPO.
032100     MOVE TA-AGENCIA TO WR-AGENCIA.
032200     MOVE SPACES     TO WR-CUENTA.
032300     EVALUATE TRUE
032400         WHEN TA-MANUAL
032500             PERFORM 6000-VALIDAR-MANUAL THRU 6000-EXIT
032600             IF TRANS-VALIDA
032700                 PERFORM 7000-APLICAR-MANUAL THRU 7000-EXIT
032800             END-IF
032900         WHEN TA-REGLA
033000             PERFORM 6500-VALIDAR-REGLA THRU 6500-EXIT
033100         WHEN OTHER
033200             MOVE 'N' TO WS-SW-TRANS-VALIDA
033300             MOVE 'TIPO DE REGISTRO NO RECONOCIDO' TO WR-MOTIVO
033400     END-EVALUATE.
033500     IF TRANS-INVALIDA
033600         ADD 1 TO WS-TRN-RECHAZADAS
033700         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
033800         IF WS-CODRET-CORRIDA < 4
033900             MOVE 4 TO WS-CODRET-CORRIDA
034000         END-IF
034100     END-IF.
034200     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------*
034700*  2400-POSICIONAR-CUENTAS : EL RECORRIDO POR REGLA EMPIEZA EN   *
034800*  LA PRIMERA CUENTA DEL MAESTRO.                                *
034900*----------------------------------------------------------------*
035000 2400-POSICIONAR-CUENTAS.
035100     MOVE LOW-VALUES TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
035200     START CUENTAS-FILE
035300         KEY NOT LESS THAN DFH-NUMERO-CUENTA IN DFHCOMMAREA
035400         INVALID KEY
035500             MOVE 'S' TO WS-SW-FIN-CUENTAS
035600             GO TO 2400-EXIT
035700     END-START.
035800     PERFORM 8100-LEER-CUENTA THRU 8100-EXIT.
035900 2400-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------*
036300*  2500-EVALUAR-CUENTA : CUENTA CASTIGADA SIN ASIGNACION ACTIVA  *
036400*  NI ASIGNADA HOY; LA ASIGNA LA PRIMERA REGLA QUE LA CUBRE.     *
036500*----------------------------------------------------------------*
036600 2500-EVALUAR-CUENTA.
036700     IF NOT INCOB-CASTIGADA
036800         GO TO 2500-SIGUIENTE
036900     END-IF.
037000     ADD 1 TO WS-CTAS-REVISADAS.
037100     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA TO WS-CUENTA-BUSCADA.
037200     PERFORM 5000-REVISAR-HISTORIA THRU 5000-EXIT.
037300     IF TIENE-ASIGNACION-ACTIVA OR ASIGNADA-HOY
037400         GO TO 2500-SIGUIENTE
037500     END-IF.
037600     MOVE ZERO TO WS-DIAS-CASTIGO.
037700     IF DFH-DESC-INCOB-FECHA IS NUMERIC
037800        AND DFH-DESC-INCOB-FECHA > ZERO
037900        AND DFH-DESC-INCOB-FECHA < WS-FECHA-PROCESO
038000         COMPUTE WS-DIAS-CASTIGO =
038100             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
038200           - FUNCTION INTEGER-OF-DATE(DFH-DESC-INCOB-FECHA)
038300     END-IF.
038400     COMPUTE WS-SALDO-CASTIGADO =
038500         DFH-DESC-INCOB-MONTO - DFH-DESC-INCOB-RECUPERADO.
038600     MOVE WS-CUENTA-BUSCADA TO DFH-CTD-NUMERO-CUENTA.
038700     READ CONTACTO-FILE
038800         INVALID KEY
038900             MOVE SPACES TO DFH-CTD-REGION
039000     END-READ.
039100     MOVE DFH-CTD-REGION TO WS-REGION-DEUDOR.
039200     MOVE 'N' TO WS-SW-HALLADO.
039300     MOVE 1   TO WS-SUB-REGLA.
039400     PERFORM 2600-PROBAR-REGLA THRU 2600-EXIT
039500         UNTIL ENTRADA-HALLADA
039600         OR WS-SUB-REGLA > WS-CANT-REGLAS.
039700     IF NOT ENTRADA-HALLADA
039800         ADD 1 TO WS-CTAS-SIN-REGLA
039900         GO TO 2500-SIGUIENTE
040000     END-IF.
040100     IF WS-CANT-ASIGNADAS = 5000
040200         DISPLAY 'RMYD1ASA - LIMITE DE ASIGNACIONES DE LA '
040300                 'CORRIDA; EL RESTO QUEDA PARA LA SIGUIENTE'
040400         IF WS-CODRET-CORRIDA < 4
040500             MOVE 4 TO WS-CODRET-CORRIDA
040600         END-IF
040700         MOVE 'S' TO WS-SW-FIN-CUENTAS
040800         GO TO 2500-EXIT
040900     END-IF.
041000     MOVE WG-AGENCIA (WS-SUB-REGLA)    TO WS-AGENCIA-ASIGNAR.
041100     MOVE WG-DIAS-PLAZO (WS-SUB-REGLA) TO WS-DIAS-PLAZO.
041200     MOVE 'R'                          TO WS-ORIGEN.
041300     PERFORM 7200-CREAR-ASIGNACION THRU 7200-EXIT.
041400     ADD 1 TO WS-ASIG-REGLA.
041500 2500-SIGUIENTE.
041600     PERFORM 8100-LEER-CUENTA THRU 8100-EXIT.
041700 2500-EXIT.
041800     EXIT.
041900
042000 2600-PROBAR-REGLA.
042100     IF WS-DIAS-CASTIGO NOT < WG-DIAS-DESDE (WS-SUB-REGLA)
042200        AND (WG-DIAS-HASTA (WS-SUB-REGLA) = ZERO
042300             OR WS-DIAS-CASTIGO
042400                NOT > WG-DIAS-HASTA (WS-SUB-REGLA))
042500        AND WS-SALDO-CASTIGADO
042600            NOT < WG-MONTO-DESDE (WS-SUB-REGLA)
042700        AND (WG-MONTO-HASTA (WS-SUB-REGLA) = ZERO
042800             OR WS-SALDO-CASTIGADO
042900                NOT > WG-MONTO-HASTA (WS-SUB-REGLA))
043000        AND (WG-REGION (WS-SUB-REGLA) = SPACES
043100             OR WG-REGION (WS-SUB-REGLA) = WS-REGION-DEUDOR)
043200        AND WG-AGENCIA (WS-SUB-REGLA) NOT = WS-AGENCIA-DEVOLVIO
043300         MOVE 'S' TO WS-SW-HALLADO
043400     ELSE
043500         ADD 1 TO WS-SUB-REGLA
043600     END-IF.
043700 2600-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------*
044100*  5000-REVISAR-HISTORIA : RECORRE LAS ASIGNACIONES DE           *
044200*  WS-CUENTA-BUSCADA EN ASGCOB: LA ACTIVA (SI LA HAY), SI YA SE  *
044300*  ASIGNO HOY Y LA AGENCIA DE LA ULTIMA DEVOLUCION.              *
044400*----------------------------------------------------------------*
044500 5000-REVISAR-HISTORIA.
044600     MOVE 'N'    TO WS-SW-ACTIVA WS-SW-ASIGNADA-HOY.
044700     MOVE SPACES TO WS-AGENCIA-ACTIVA WS-AGENCIA-DEVOLVIO.
044800     MOVE 'N'    TO WS-SW-FIN-HISTORIA.
044900     MOVE WS-CUENTA-BUSCADA TO DFH-ASG-NUMERO-CUENTA.
045000     MOVE ZERO              TO DFH-ASG-FECHA-ASIGNACION.
045100     START ASIGNAC-FILE KEY NOT LESS THAN DFH-ASG-LLAVE
045200         INVALID KEY
045300             MOVE 'S' TO WS-SW-FIN-HISTORIA
045400     END-START.
045500     PERFORM 5010-LEER-HISTORIA THRU 5010-EXIT
045600         UNTIL FIN-HISTORIA.
045700 5000-EXIT.
045800     EXIT.
045900
046000 5010-LEER-HISTORIA.
046100     READ ASIGNAC-FILE NEXT RECORD
046200         AT END
046300             MOVE 'S' TO WS-SW-FIN-HISTORIA
046400             GO TO 5010-EXIT
046500     END-READ.
046600     IF DFH-ASG-NUMERO-CUENTA NOT = WS-CUENTA-BUSCADA
046700         MOVE 'S' TO WS-SW-FIN-HISTORIA
046800         GO TO 5010-EXIT
046900     END-IF.
047000     IF DFH-ASG-FECHA-ASIGNACION = WS-FECHA-PROCESO
047100         MOVE 'S' TO WS-SW-ASIGNADA-HOY
047200     END-IF.
047300     IF ASIGNACION-ACTIVA
047400         MOVE 'S'             TO WS-SW-ACTIVA
047500         MOVE DFH-ASG-LLAVE   TO WS-LLAVE-ACTIVA
047600         MOVE DFH-ASG-AGENCIA TO WS-AGENCIA-ACTIVA
047700     END-IF.
047800     IF ASIGNACION-DEVUELTA
047900         MOVE DFH-ASG-AGENCIA TO WS-AGENCIA-DEVOLVIO
048000     END-IF.
048100 5010-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------*
048500*  6000-VALIDAR-MANUAL : CUENTA CASTIGADA, AGENCIA ACTIVA Y SIN  *
048600*  ASIGNACION DEL DIA NI ACTIVA EN LA MISMA AGENCIA.             *
048700*----------------------------------------------------------------*
048800 6000-VALIDAR-MANUAL.
048900     MOVE 'N' TO WS-SW-TRANS-VALIDA.
049000     MOVE TA-NUMERO-CUENTA TO WR-CUENTA.
049100     MOVE TA-NUMERO-CUENTA TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
049200     READ CUENTAS-FILE
049300         INVALID KEY
049400             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
049500             GO TO 6000-EXIT
049600     END-READ.
049700     IF NOT INCOB-CASTIGADA
049800         MOVE 'CUENTA NO ESTA CASTIGADA' TO WR-MOTIVO
049900         GO TO 6000-EXIT
050000     END-IF.
050100     MOVE TA-AGENCIA TO DFH-AGC-CODIGO.
050200     READ AGENCIAS-FILE
050300         INVALID KEY
050400             MOVE 'AGENCIA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
050500             GO TO 6000-EXIT
050600     END-READ.
050700     IF NOT AGENCIA-ACTIVA
050800         MOVE 'AGENCIA INACTIVA' TO WR-MOTIVO
050900         GO TO 6000-EXIT
051000     END-IF.
051100     MOVE TA-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
051200     PERFORM 5000-REVISAR-HISTORIA THRU 5000-EXIT.
051300     IF ASIGNADA-HOY
051400         MOVE 'CUENTA YA ASIGNADA EN LA FECHA' TO WR-MOTIVO
051500         GO TO 6000-EXIT
051600     END-IF.
051700     IF TIENE-ASIGNACION-ACTIVA
051800        AND WS-AGENCIA-ACTIVA = TA-AGENCIA
051900         MOVE 'CUENTA YA ASIGNADA A LA AGENCIA' TO WR-MOTIVO
052000         GO TO 6000-EXIT
052100     END-IF.
052200     IF WS-CANT-ASIGNADAS = 5000
052300         MOVE 'LIMITE DE ASIGNACIONES DE LA CORRIDA' TO WR-MOTIVO
052400         GO TO 6000-EXIT
052500     END-IF.
052600     MOVE 'S' TO WS-SW-TRANS-VALIDA.
052700 6000-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------*
053100*  6500-VALIDAR-REGLA : AGENCIA ACTIVA Y RANGOS COHERENTES.      *
053200*----------------------------------------------------------------*
053300 6500-VALIDAR-REGLA.
053400     MOVE 'N' TO WS-SW-TRANS-VALIDA.
053500     MOVE TA-AGENCIA TO DFH-AGC-CODIGO.
053600     READ AGENCIAS-FILE
053700         INVALID KEY
053800             MOVE 'AGENCIA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
053900             GO TO 6500-EXIT
054000     END-READ.
054100     IF NOT AGENCIA-ACTIVA
054200         MOVE 'AGENCIA INACTIVA' TO WR-MOTIVO
054300         GO TO 6500-EXIT
054400     END-IF.
054500     IF TA-DIAS-DESDE NOT NUMERIC
054600        OR TA-DIAS-HASTA NOT NUMERIC
054700        OR TA-MONTO-DESDE NOT NUMERIC
054800        OR TA-MONTO-HASTA NOT NUMERIC
054900         MOVE 'RANGOS DE LA REGLA NO NUMERICOS' TO WR-MOTIVO
055000         GO TO 6500-EXIT
055100     END-IF.
055200     IF TA-DIAS-HASTA > ZERO
055300        AND TA-DIAS-HASTA < TA-DIAS-DESDE
055400         MOVE 'TRAMO DE DIAS INVERTIDO' TO WR-MOTIVO
055500         GO TO 6500-EXIT
055600     END-IF.
055700     IF TA-MONTO-HASTA > ZERO
055800        AND TA-MONTO-HASTA < TA-MONTO-DESDE
055900         MOVE 'RANGO DE SALDO INVERTIDO' TO WR-MOTIVO
056000         GO TO 6500-EXIT
056100     END-IF.
056200     IF WS-CANT-REGLAS = 100
056300         MOVE 'TABLA DE REGLAS LLENA' TO WR-MOTIVO
056400         GO TO 6500-EXIT
056500     END-IF.
056600     ADD 1 TO WS-CANT-REGLAS.
056700     MOVE WS-CANT-REGLAS          TO WS-SUB-REGLA.
056800     MOVE TA-AGENCIA              TO WG-AGENCIA (WS-SUB-REGLA).
056900     MOVE DFH-AGC-DIAS-ASIGNACION TO WG-DIAS-PLAZO (WS-SUB-REGLA).
057000     MOVE TA-DIAS-DESDE           TO WG-DIAS-DESDE (WS-SUB-REGLA).
057100     MOVE TA-DIAS-HASTA           TO WG-DIAS-HASTA (WS-SUB-REGLA).
057200     MOVE TA-MONTO-DESDE
057300       TO WG-MONTO-DESDE (WS-SUB-REGLA).
057400     MOVE TA-MONTO-HASTA
057500       TO WG-MONTO-HASTA (WS-SUB-REGLA).
057600     MOVE TA-REGION               TO WG-REGION (WS-SUB-REGLA).
057700     MOVE 'S' TO WS-SW-TRANS-VALIDA.
057800 6500-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------*
058200*  7000-APLICAR-MANUAL : RETIRA LA ASIGNACION ACTIVA EN OTRA     *
058300*  AGENCIA Y CREA LA NUEVA.                                      *
058400*----------------------------------------------------------------*
058500 7000-APLICAR-MANUAL.
058600     IF TIENE-ASIGNACION-ACTIVA
058700         PERFORM 7100-RETIRAR-ACTIVA THRU 7100-EXIT
058800     END-IF.
058900     MOVE TA-AGENCIA              TO WS-AGENCIA-ASIGNAR.
059000     MOVE DFH-AGC-DIAS-ASIGNACION TO WS-DIAS-PLAZO.
059100     MOVE 'M'                     TO WS-ORIGEN.
059200     PERFORM 7200-CREAR-ASIGNACION THRU 7200-EXIT.
059300     ADD 1 TO WS-ASIG-MANUALES.
059400 7000-EXIT.
059500     EXIT.
059600
059700 7100-RETIRAR-ACTIVA.
059800     MOVE WS-LLAVE-ACTIVA TO DFH-ASG-LLAVE.
059900     READ ASIGNAC-FILE
060000         INVALID KEY
060100             GO TO 7100-EXIT
060200     END-READ.
060300     MOVE 'R'              TO DFH-ASG-ESTADO.
060400     MOVE WS-FECHA-PROCESO TO DFH-ASG-FECHA-FIN.
060500     REWRITE REG-ASIGNACION-AGENCIA.
060600     ADD 1 TO WS-ASIG-RETIRADAS.
060700 7100-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------------*
061100*  7200-CREAR-ASIGNACION : GRABA EN ASGCOB LA ASIGNACION DE LA   *
061200*  CUENTA EN DFHCOMMAREA A WS-AGENCIA-ASIGNAR Y LA GUARDA PARA   *
061300*  EL ARCHIVO DE ENVIO.                                          *
061400*----------------------------------------------------------------*
061500 7200-CREAR-ASIGNACION.
061600     MOVE SPACES TO REG-ASIGNACION-AGENCIA.
061700     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
061800       TO DFH-ASG-NUMERO-CUENTA.
061900     MOVE WS-FECHA-PROCESO   TO DFH-ASG-FECHA-ASIGNACION.
062000     MOVE WS-AGENCIA-ASIGNAR TO DFH-ASG-AGENCIA.
062100     MOVE WS-ORIGEN          TO DFH-ASG-ORIGEN.
062200     COMPUTE WS-DIA-JULIANO =
062300         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
062400       + WS-DIAS-PLAZO.
062500     COMPUTE DFH-ASG-FECHA-VENCE =
062600         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
062700     MOVE 'A'                TO DFH-ASG-ESTADO.
062800     MOVE ZERO               TO DFH-ASG-FECHA-FIN
062900                                DFH-ASG-RECUPERADO
063000                                DFH-ASG-FECHA-ULT-RECUP.
063100     COMPUTE DFH-ASG-MONTO-CASTIGADO =
063200         DFH-DESC-INCOB-MONTO - DFH-DESC-INCOB-RECUPERADO.
063300     WRITE REG-ASIGNACION-AGENCIA
063400         INVALID KEY
063500             DISPLAY 'RMYD1ASA - ASIGNACION DUPLICADA '
063600                     DFH-ASG-NUMERO-CUENTA
063700             GO TO 7200-EXIT
063800     END-WRITE.
063900     ADD 1 TO WS-CANT-ASIGNADAS.
064000     MOVE WS-CANT-ASIGNADAS       TO WS-SUB-ASIG.
064100     MOVE DFH-ASG-AGENCIA         TO WA-AGENCIA (WS-SUB-ASIG).
064200     MOVE DFH-ASG-NUMERO-CUENTA   TO WA-CUENTA (WS-SUB-ASIG).
064300     MOVE DFH-ASG-MONTO-CASTIGADO
064400       TO WA-MONTO-CASTIGADO (WS-SUB-ASIG).
064500     MOVE DFH-ASG-FECHA-VENCE     TO WA-FECHA-VENCE (WS-SUB-ASIG).
064600 7200-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------*
065000*  4000-GENERAR-ENVIO : UN BLOQUE POR AGENCIA DEL MAESTRO QUE    *
065100*  RECIBIO CUENTAS EN LA CORRIDA.                                *
065200*----------------------------------------------------------------*
065300 4000-GENERAR-ENVIO.
065400     MOVE 'N' TO WS-SW-FIN-AGENCIAS.
065500     MOVE LOW-VALUES TO DFH-AGC-CODIGO.
065600     START AGENCIAS-FILE KEY NOT LESS THAN DFH-AGC-CODIGO
065700         INVALID KEY
065800             GO TO 4000-EXIT
065900     END-START.
066000     PERFORM 8200-LEER-AGENCIA THRU 8200-EXIT.
066100     PERFORM 4100-GENERAR-BLOQUE THRU 4100-EXIT
066200         UNTIL FIN-AGENCIAS.
066300 4000-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------*
066700*  4100-GENERAR-BLOQUE : ENCABEZADO CON LOS TOTALES, DETALLE Y   *
066800*  CIERRE DE LA AGENCIA, Y EL AVISO A SU CORREO.                 *
066900*----------------------------------------------------------------*
067000 4100-GENERAR-BLOQUE.
067100     MOVE ZERO TO WS-CANT-BLOQUE WS-TOTAL-BLOQUE.
067200     PERFORM 4150-CONTAR-CUENTA THRU 4150-EXIT
067300         VARYING WS-SUB-ASIG FROM 1 BY 1
067400         UNTIL WS-SUB-ASIG > WS-CANT-ASIGNADAS.
067500     IF WS-CANT-BLOQUE = ZERO
067600         GO TO 4100-SIGUIENTE
067700     END-IF.
067800     MOVE 'CAB' TO DFH-ASE-TIPO-REGISTRO.
067900     PERFORM 4300-ESCRIBIR-CONTROL THRU 4300-EXIT.
068000     PERFORM 4200-ESCRIBIR-DETALLE THRU 4200-EXIT
068100         VARYING WS-SUB-ASIG FROM 1 BY 1
068200         UNTIL WS-SUB-ASIG > WS-CANT-ASIGNADAS.
068300     MOVE 'CIE' TO DFH-ASE-TIPO-REGISTRO.
068400     PERFORM 4300-ESCRIBIR-CONTROL THRU 4300-EXIT.
068500     ADD 1 TO WS-BLOQUES-GRABADOS.
068600     MOVE DFH-AGC-CODIGO   TO WV-AGENCIA.
068700     MOVE DFH-AGC-CORREO   TO WV-CORREO.
068800     IF DFH-AGC-CORREO = SPACES
068900         MOVE WS-CORREO-RESPALDO TO WV-CORREO
069000     END-IF.
069100     MOVE WS-FECHA-PROCESO TO WV-FECHA.
069200     WRITE AVISO-LINEA FROM WS-DETALLE-AVISO.
069300 4100-SIGUIENTE.
069400     PERFORM 8200-LEER-AGENCIA THRU 8200-EXIT.
069500 4100-EXIT.
069600     EXIT.
069700
069800 4150-CONTAR-CUENTA.
069900     IF WA-AGENCIA (WS-SUB-ASIG) = DFH-AGC-CODIGO
070000         ADD 1 TO WS-CANT-BLOQUE
070100         ADD WA-MONTO-CASTIGADO (WS-SUB-ASIG) TO WS-TOTAL-BLOQUE
070200     END-IF.
070300 4150-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------------*
070700*  4200-ESCRIBIR-DETALLE : DATOS DEL DEUDOR DEL MAESTRO DE       *
070800*  CUENTAS Y DEL DE CONTACTO (SIN CONTACTO VAN EN BLANCO).       *
070900*----------------------------------------------------------------*
071000 4200-ESCRIBIR-DETALLE.
071100     IF WA-AGENCIA (WS-SUB-ASIG) NOT = DFH-AGC-CODIGO
071200         GO TO 4200-EXIT
071300     END-IF.
071400     MOVE SPACES                TO REG-ENVIO-ASIGNACION.
071500     MOVE 'DET'                 TO DFH-ASE-TIPO-REGISTRO.
071600     MOVE DFH-AGC-CODIGO        TO DFH-ASE-AGENCIA.
071700     MOVE WS-FECHA-PROCESO      TO DFH-ASE-FECHA-ASIGNACION.
071800     MOVE WA-CUENTA (WS-SUB-ASIG) TO DFH-ASE-NUMERO-CUENTA.
071900     MOVE WA-CUENTA (WS-SUB-ASIG)
072000       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
072100     MOVE ZERO TO DFH-ASE-FECHA-CASTIGO DFH-ASE-RECUPERADO.
072200     READ CUENTAS-FILE
072300         INVALID KEY
072400             CONTINUE
072500         NOT INVALID KEY
072600             MOVE DFH-NOMBRE-CUENTA    TO DFH-ASE-NOMBRE-DEUDOR
072700             MOVE DFH-DESC-INCOB-FECHA TO DFH-ASE-FECHA-CASTIGO
072800             MOVE DFH-DESC-INCOB-RECUPERADO
072900               TO DFH-ASE-RECUPERADO
073000     END-READ.
073100     MOVE WA-CUENTA (WS-SUB-ASIG) TO DFH-CTD-NUMERO-CUENTA.
073200     READ CONTACTO-FILE
073300         INVALID KEY
073400             CONTINUE
073500         NOT INVALID KEY
073600             MOVE DFH-CTD-DIRECCION  TO DFH-ASE-DIRECCION
073700             MOVE DFH-CTD-TELEFONO-1 TO DFH-ASE-TELEFONO-1
073800             MOVE DFH-CTD-TELEFONO-2 TO DFH-ASE-TELEFONO-2
073900             MOVE DFH-CTD-CORREO     TO DFH-ASE-CORREO
074000             MOVE DFH-CTD-REGION     TO DFH-ASE-REGION
074100     END-READ.
074200     MOVE WA-MONTO-CASTIGADO (WS-SUB-ASIG)
074300       TO DFH-ASE-MONTO-CASTIGADO.
074400     MOVE WA-FECHA-VENCE (WS-SUB-ASIG) TO DFH-ASE-FECHA-VENCE.
074500     WRITE REG-ENVIO-ASIGNACION.
074600 4200-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------------*
075000*  4300-ESCRIBIR-CONTROL : CAB O CIE (SEGUN EL TIPO YA MOVIDO)   *
075100*  CON LA CANTIDAD Y EL TOTAL CASTIGADO DEL BLOQUE.              *
075200*----------------------------------------------------------------*
075300 4300-ESCRIBIR-CONTROL.
075400     MOVE SPACES                TO DFH-ASE-DATOS.
075500     MOVE DFH-AGC-CODIGO        TO DFH-ASE-AGENCIA.
075600     MOVE WS-FECHA-PROCESO      TO DFH-ASE-FECHA-ASIGNACION.
075700     MOVE DFH-AGC-NOMBRE        TO DFH-ASE-NOMBRE-AGENCIA.
075800     MOVE WS-CANT-BLOQUE        TO DFH-ASE-CANT-CUENTAS.
075900     MOVE WS-TOTAL-BLOQUE       TO DFH-ASE-TOTAL-CASTIGADO.
076000     WRITE REG-ENVIO-ASIGNACION.
076100 4300-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500*  3000-FINALIZAR                                                *
076600*----------------------------------------------------------------*
076700 3000-FINALIZAR.
076800     DISPLAY 'RMYD1ASA - TRANSACCIONES LEIDAS : ' WS-TRN-LEIDAS.
076900     DISPLAY 'RMYD1ASA - RECHAZADAS           : '
077000             WS-TRN-RECHAZADAS.
077100     DISPLAY 'RMYD1ASA - REGLAS CARGADAS      : ' WS-CANT-REGLAS.
077200     DISPLAY 'RMYD1ASA - ASIGNACIONES MANUALES: '
077300             WS-ASIG-MANUALES.
077400     DISPLAY 'RMYD1ASA - ASIGNACIONES X REGLA : ' WS-ASIG-REGLA.
077500     DISPLAY 'RMYD1ASA - ASIGNACIONES RETIRAD.: '
077600             WS-ASIG-RETIRADAS.
077700     DISPLAY 'RMYD1ASA - CASTIGADAS REVISADAS : '
077800             WS-CTAS-REVISADAS.
077900     DISPLAY 'RMYD1ASA - SIN REGLA APLICABLE  : '
078000             WS-CTAS-SIN-REGLA.
078100     DISPLAY 'RMYD1ASA - BLOQUES DE ENVIO     : '
078200             WS-BLOQUES-GRABADOS.
078300     IF ARCHIVOS-ABIERTOS
078400         CLOSE TRANSACC-FILE AGENCIAS-FILE CUENTAS-FILE
078500               CONTACTO-FILE ASIGNAC-FILE ENVIO-FILE
078600               AVISOS-FILE RECHAZOS-FILE
078700     END-IF.
078800     MOVE 'RMYD1ASA' TO DFH-BTA-PROGRAMA.
078900     MOVE 'F'        TO DFH-BTA-ACCION.
079000     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
079100     MOVE WS-CANT-ASIGNADAS TO DFH-BTA-ESCRITOS.
079200     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
079300     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
079400     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
079500*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
079600*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
079700     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
079800 3000-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------*
080200*  8000-LEER-TRANSACCION / 8100-LEER-CUENTA / 8200-LEER-AGENCIA  *
080300*----------------------------------------------------------------*
080400 8000-LEER-TRANSACCION.
080500     READ TRANSACC-FILE
080600         AT END
080700             MOVE 'S' TO WS-SW-FIN-TRANS
080800     END-READ.
080900 8000-EXIT.
081000     EXIT.
081100
081200 8100-LEER-CUENTA.
081300     READ CUENTAS-FILE NEXT RECORD
081400         AT END
081500             MOVE 'S' TO WS-SW-FIN-CUENTAS
081600     END-READ.
081700 8100-EXIT.
081800     EXIT.
081900
082000 8200-LEER-AGENCIA.
082100     READ AGENCIAS-FILE NEXT RECORD
082200         AT END
082300             MOVE 'S' TO WS-SW-FIN-AGENCIAS
082400     END-READ.
082500 8200-EXIT.
082600     EXIT.
