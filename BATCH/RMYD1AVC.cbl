000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1AVC.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : CARGA BATCH DE AVALUOS DE GARANTIAS. CADA REGISTRO   *
000900*           DE AVLTRAN (RMYD1AVT) TRAE UN AVALUO NUEVO PARA LA   *
001000*           GARANTIA DE UNA CUENTA: FECHA, VALOR Y VALUADOR. SE  *
001100*           VALIDA QUE LA CUENTA EXISTA EN CTASMTR (RMYD1CLG),   *
001200*           ESTE VIGENTE Y TENGA GARANTIA; QUE EL VALOR SEA      *
001300*           POSITIVO Y TRAIGA VALUADOR; QUE LA FECHA SEA VALIDA  *
001400*           (RMYD1VDF), NO POSTERIOR AL PROCESO NI ANTERIOR AL   *
001500*           AVALUO VIGENTE. LO INVALIDO SALE A AVLRECH CON       *
001600*           MOTIVO. POR CADA AVALUO APLICADO SE GUARDA EN        *
001700*           AVLHIST (RMYD1AVH) EL VALOR, FECHA Y VALUADOR QUE SE *
001800*           REEMPLAZAN JUNTO CON LOS NUEVOS; EL MAESTRO SE       *
001900*           ACTUALIZA DEJANDO EN CTABITA (RMYD1CTB) UNA LINEA    *
002000*           POR CAMPO CAMBIADO CON LOS MISMOS NOMBRES DE CAMPO   *
002100*           DEL MANTENIMIENTO RMYD1CTM Y EL RESPONSABLE DEL LOTE *
002200*           DE AVCPARM. UNA BAJA DE VALOR QUE DEJA EL AVALUO POR *
002300*           DEBAJO DEL SALDO DE LA CUENTA (CRITERIO DE COBERTURA *
002400*           DE RMYD1RCG) SE MARCA DESCUBIERTA EN EL HISTORIAL Y  *
002500*           EN EL REPORTE RPTAVC.                                *
002510*           EL AVALUO DE UN VALUADOR INDEPENDIENTE NO PASA POR   *
002520*           EL DOBLE CONTROL DE RMYD1CTM SOBRE DFH-GARANTIA;     *
002530*           PERO MIENTRAS LA CUENTA TENGA EN CTAPEND (RMYD1CPN)  *
002540*           UNA SOLICITUD PENDIENTE SOBRE DFH-GARANTIA EL        *
002550*           AVALUO SE RECHAZA, PARA QUE LA APROBACION EN         *
002560*           RMYD1CTA NO LO SOBREESCRIBA CON DATOS ANTERIORES.    *
002600*----------------------------------------------------------------*
002700*  HISTORIAL DE MODIFICACIONES                                   *
002800*  FECHA       INIC  DESCRIPCION                                 *
002900*  15/10/2026  DS    VERSION INICIAL.                            *
002910*  15/10/2026  DS    SE RECHAZA EL AVALUO DE UNA CUENTA CON      *
002920*                    CAMBIO PENDIENTE SOBRE DFH-GARANTIA EN      *
002930*                    CTAPEND.                                    *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-390.
003400 OBJECT-COMPUTER.  IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TRANSACC-FILE  ASSIGN TO AVLTRAN
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS WS-TRN-STATUS.
004000
004100     SELECT PARAM-FILE     ASSIGN TO AVCPARM
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS   IS WS-PRM-STATUS.
004400
004500     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE   IS RANDOM
004800            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
004900            FILE STATUS   IS WS-CTAS-STATUS.
005000
005100     SELECT HISTORIA-FILE  ASSIGN TO AVLHIST
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS   IS WS-HIS-STATUS.
005400
005500     SELECT BITACORA-FILE  ASSIGN TO CTABITA
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS   IS WS-BIT-STATUS.
005800
005900     SELECT RECHAZOS-FILE  ASSIGN TO AVLRECH
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS   IS WS-RCH-STATUS.
006200
006300     SELECT REPORTE-FILE   ASSIGN TO RPTAVC
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS   IS WS-RPT-STATUS.
006510
006520     SELECT PENDIENTES-FILE ASSIGN TO CTAPEND
006530            ORGANIZATION IS INDEXED
006540            ACCESS MODE   IS DYNAMIC
006550            RECORD KEY    IS DFH-PEN-LLAVE
006560            FILE STATUS   IS WS-PEN-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  TRANSACC-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY RMYD1AVT.
007300
007400 FD  PARAM-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  REG-PARAM-AVC.
007800     05 PM-RESPONSABLE            PIC X(010).
007900
008000 FD  CUENTAS-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY RMYD1CLG.
008400
008500 FD  HISTORIA-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY RMYD1AVH.
008900
009000 FD  BITACORA-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY RMYD1CTB.
009400
009500 FD  RECHAZOS-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  RECHAZO-LINEA                PIC X(090).
009900
010000 FD  REPORTE-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  REPORTE-LINEA                PIC X(132).
010310
010320 FD  PENDIENTES-FILE
010330     RECORDING MODE IS F
010340     LABEL RECORDS ARE STANDARD.
010350     COPY RMYD1CPN.
010400
010500 WORKING-STORAGE SECTION.
010600 COPY RMYD1BTA.
010700 77  WS-TRN-STATUS                PIC X(02).
010800     88 TRN-OK                       VALUE '00'.
010900 77  WS-PRM-STATUS                PIC X(02).
011000     88 PRM-OK                       VALUE '00'.
011100 77  WS-CTAS-STATUS               PIC X(02).
011200     88 CTAS-OK                      VALUE '00'.
011300 77  WS-HIS-STATUS                PIC X(02).
011400 77  WS-BIT-STATUS                PIC X(02).
011500 77  WS-RCH-STATUS                PIC X(02).
011600 77  WS-RPT-STATUS                PIC X(02).
011610 77  WS-PEN-STATUS                PIC X(02).
011620     88 PEN-OK                       VALUE '00'.
011700 77  WS-SW-FIN-TRANS              PIC X(01).
011800     88 FIN-TRANSACCIONES            VALUE 'S'.
011900 77  WS-SW-TRANS-VALIDA           PIC X(01).
012000     88 TRANS-VALIDA                 VALUE 'S'.
012100     88 TRANS-INVALIDA               VALUE 'N'.
012200 77  WS-CODRET-VALIDA             PIC X(002).
012300     88 FECHA-VALIDA                 VALUE '00'.
012310 77  WS-SW-PENDIENTES             PIC X(01).
012320     88 PENDIENTES-DISPONIBLES       VALUE 'S'.
012330 77  WS-SW-FIN-PEND               PIC X(01).
012340     88 FIN-PENDIENTES               VALUE 'S'.
012350 77  WS-SW-YA-PENDIENTE           PIC X(01).
012360     88 YA-PENDIENTE                 VALUE 'S'.
012400 77  WS-RESPONSABLE               PIC X(010)
012500                                  VALUE 'AVCBATCH  '.
012600 77  WS-FECHA-PROCESO             PIC 9(008).
012700 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
012800 77  WS-TRN-APLICADAS             PIC 9(007) COMP.
012900 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
013000 77  WS-CAMBIOS-BITACORA          PIC 9(007) COMP.
013100 77  WS-CTAS-BAJA-VALOR           PIC 9(007) COMP.
013200 77  WS-CTAS-DESCUBIERTAS         PIC 9(007) COMP.
013300 77  WS-COBERTURA                 PIC S9(011)V99 COMP-3.
013400 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
013500
013600 01  WS-EDIT-VALOR                PIC ZZZZZZZZZZZ9.99-.
013700 01  WS-CAMPO-BITACORA            PIC X(025).
013800 01  WS-VALOR-ANTERIOR            PIC X(020).
013900 01  WS-VALOR-NUEVO               PIC X(020).
014000
014100 01  WS-RECHAZO-DET.
014200     05 WR-CUENTA                 PIC X(013).
014300     05 FILLER                    PIC X(002)     VALUE SPACES.
014400     05 WR-FECHA-AVALUO           PIC 9(008).
014500     05 FILLER                    PIC X(002)     VALUE SPACES.
014600     05 WR-MOTIVO                 PIC X(050).
014700     05 FILLER                    PIC X(015)     VALUE SPACES.
014800
014900 01  WS-LINEA-BLANCO              PIC X(132) VALUE SPACES.
015000
015100 01  WS-TITULO-1.
015200     05 FILLER                    PIC X(040)
015300        VALUE 'RMYD1AVC - CARGA DE AVALUOS DE GARANTIAS'.
015400     05 FILLER                    PIC X(019)
015500        VALUE '   FECHA PROCESO : '.
015600     05 WT-FECHA-PROCESO          PIC 9(008).
015700     05 FILLER                    PIC X(065)     VALUE SPACES.
015800
015900 01  WS-TITULO-2.
016000     05 FILLER                    PIC X(030)
016100        VALUE 'CUENTA        TIPO GARANTIA'.
016200     05 FILLER                    PIC X(016)
016300        VALUE ' VALOR ANTERIOR '.
016400     05 FILLER                    PIC X(010)
016500        VALUE 'FECHA ANT'.
016600     05 FILLER                    PIC X(011)     VALUE 'VALUADOR'.
016700     05 FILLER                    PIC X(016)
016800        VALUE '    VALOR NUEVO '.
016900     05 FILLER                    PIC X(010)
017000        VALUE 'FECHA NUEV'.
017100     05 FILLER                    PIC X(011)     VALUE 'VALUADOR'.
017200     05 FILLER                    PIC X(016)
017300        VALUE '          SALDO '.
017400     05 FILLER                    PIC X(012)
017500        VALUE 'COBERTURA'.
017600
017700 01  WS-DETALLE.
017800     05 WD-CUENTA                 PIC X(013).
017900     05 FILLER                    PIC X(001)     VALUE SPACES.
018000     05 WD-GARANTIA-TIPO          PIC X(015).
018100     05 FILLER                    PIC X(001)     VALUE SPACES.
018200     05 WD-VALOR-ANTERIOR         PIC ZZZ,ZZZ,ZZ9.99-.
018300     05 FILLER                    PIC X(001)     VALUE SPACES.
018400     05 WD-FECHA-ANTERIOR         PIC 9(008).
018500     05 FILLER                    PIC X(002)     VALUE SPACES.
018600     05 WD-VALUADOR-ANTERIOR      PIC X(010).
018700     05 FILLER                    PIC X(001)     VALUE SPACES.
018800     05 WD-VALOR-NUEVO            PIC ZZZ,ZZZ,ZZ9.99-.
018900     05 FILLER                    PIC X(001)     VALUE SPACES.
019000     05 WD-FECHA-NUEVA            PIC 9(008).
019100     05 FILLER                    PIC X(002)     VALUE SPACES.
019200     05 WD-VALUADOR-NUEVO         PIC X(010).
019300     05 FILLER                    PIC X(001)     VALUE SPACES.
019400     05 WD-SALDO                  PIC ZZZ,ZZZ,ZZ9.99-.
019500     05 FILLER                    PIC X(001)     VALUE SPACES.
019600     05 WD-MARCA                  PIC X(011).
019700
019800 01  WS-TOTALES.
019900     05 FILLER                    PIC X(022)
020000        VALUE 'AVALUOS APLICADOS   : '.
020100     05 WT-APLICADAS              PIC ZZZ,ZZ9.
020200     05 FILLER                    PIC X(022)
020300        VALUE '   CON BAJA DE VALOR: '.
020400     05 WT-BAJA-VALOR             PIC ZZZ,ZZ9.
020500     05 FILLER                    PIC X(022)
020600        VALUE '   DESCUBIERTAS     : '.
020700     05 WT-DESCUBIERTAS           PIC ZZZ,ZZ9.
020800     05 FILLER                    PIC X(022)
020900        VALUE '   RECHAZADOS       : '.
021000     05 WT-RECHAZADAS             PIC ZZZ,ZZ9.
021100     05 FILLER                    PIC X(016)     VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400
021500 0000-MAINLINE.
021600     PERFORM 1000-INICIALIZAR     THRU 1000-EXIT.
021700     PERFORM 2000-PROCESAR-TRANS  THRU 2000-EXIT
021800         UNTIL FIN-TRANSACCIONES.
021900     PERFORM 3000-FINALIZAR       THRU 3000-EXIT.
022000     STOP RUN.
022100
022200*----------------------------------------------------------------*
022300*  1000-INICIALIZAR : TOMA EL RESPONSABLE DEL LOTE DE AVCPARM,   *
022400*  ABRE LOS ARCHIVOS (EL HISTORIAL Y LA BITACORA ACUMULAN ENTRE  *
022500*  CORRIDAS) Y LEE EL PRIMER AVALUO. SIN CTAPEND NO HAY CAMBIOS  *
022550*  PENDIENTES QUE CONSULTAR.                                     *
022600*----------------------------------------------------------------*
022700 1000-INICIALIZAR.
022800     MOVE 'RMYD1AVC' TO DFH-BTA-PROGRAMA.
022900     MOVE 'I'        TO DFH-BTA-ACCION.
023000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
023100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
023200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
023300     MOVE 'N'  TO WS-SW-FIN-TRANS WS-SW-PENDIENTES.
023400     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-APLICADAS WS-TRN-RECHAZADAS
023500                  WS-CAMBIOS-BITACORA WS-CTAS-BAJA-VALOR
023600                  WS-CTAS-DESCUBIERTAS.
023700     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
023800     OPEN INPUT  TRANSACC-FILE.
023900     OPEN INPUT  PARAM-FILE.
024000     IF PRM-OK
024100         READ PARAM-FILE
024200             AT END
024300                 CONTINUE
024400             NOT AT END
024500                 IF PM-RESPONSABLE NOT = SPACES
024600                     MOVE PM-RESPONSABLE TO WS-RESPONSABLE
024700                 END-IF
024800         END-READ
024900         CLOSE PARAM-FILE
025000     END-IF.
025100     OPEN I-O    CUENTAS-FILE.
025200     OPEN OUTPUT RECHAZOS-FILE.
025300     OPEN OUTPUT REPORTE-FILE.
025400     OPEN EXTEND HISTORIA-FILE.
025500     IF WS-HIS-STATUS EQUAL '05' OR '35'
025600         CLOSE HISTORIA-FILE
025700         OPEN OUTPUT HISTORIA-FILE
025800     END-IF.
025900     OPEN EXTEND BITACORA-FILE.
026000     IF WS-BIT-STATUS EQUAL '05' OR '35'
026100         CLOSE BITACORA-FILE
026200         OPEN OUTPUT BITACORA-FILE
026300     END-IF.
026310     OPEN INPUT  PENDIENTES-FILE.
026320     IF PEN-OK
026330         MOVE 'S' TO WS-SW-PENDIENTES
026340     END-IF.
026400     MOVE WS-FECHA-PROCESO TO WT-FECHA-PROCESO.
026500     WRITE REPORTE-LINEA FROM WS-TITULO-1.
026600     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
026700     WRITE REPORTE-LINEA FROM WS-TITULO-2.
026800     IF NOT CTAS-OK
026900         DISPLAY 'RMYD1AVC - ERROR CUENTAS-FILE ' WS-CTAS-STATUS
027000         MOVE 'S' TO WS-SW-FIN-TRANS
027100         MOVE 16  TO WS-CODRET-CORRIDA
027200         GO TO 1000-EXIT
027300     END-IF.
027310     IF NOT PEN-OK AND WS-PEN-STATUS NOT = '35'
027320         DISPLAY 'RMYD1AVC - ERROR PENDIENTES-FILE ' WS-PEN-STATUS
027330         MOVE 'S' TO WS-SW-FIN-TRANS
027340         MOVE 16  TO WS-CODRET-CORRIDA
027350         GO TO 1000-EXIT
027360     END-IF.
027400     IF WS-TRN-STATUS EQUAL '35'
027500         DISPLAY 'RMYD1AVC - SIN AVALUOS PARA CARGAR'
027600         MOVE 'S' TO WS-SW-FIN-TRANS
027700         GO TO 1000-EXIT
027800     END-IF.
027900     IF NOT TRN-OK
028000         DISPLAY 'RMYD1AVC - ERROR TRANSACC-FILE ' WS-TRN-STATUS
028100         MOVE 'S' TO WS-SW-FIN-TRANS
028200         MOVE 16  TO WS-CODRET-CORRIDA
028300         GO TO 1000-EXIT
028400     END-IF.
028500     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------*
029000*  2000-PROCESAR-TRANS : VALIDA EL AVALUO Y, SI PROCEDE, LO      *
029100*  APLICA A LA CUENTA.                                           *
029200*----------------------------------------------------------------*
029300 2000-PROCESAR-TRANS.
029400     ADD 1 TO WS-TRN-LEIDAS.
029500     PERFORM 6000-VALIDAR-TRANSACCION THRU 6000-EXIT.
029600     IF TRANS-INVALIDA
029700         ADD 1 TO WS-TRN-RECHAZADAS
029800         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
029900         IF WS-CODRET-CORRIDA < 4
030000             MOVE 4 TO WS-CODRET-CORRIDA
030100         END-IF
030200         GO TO 2000-SIGUIENTE
030300     END-IF.
030400     PERFORM 7000-APLICAR-AVALUO THRU 7000-EXIT.
030500 2000-SIGUIENTE.
030600     PERFORM 8000-LEER-TRANSACCION THRU 8000-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900
031000*----------------------------------------------------------------*
031100*  6000-VALIDAR-TRANSACCION : CUENTA VIGENTE CON GARANTIA,       *
031200*  VALOR, VALUADOR Y FECHA DEL AVALUO. LA CUENTA QUEDA LEIDA EN  *
031300*  DFHCOMMAREA PARA LA APLICACION. LA GARANTIA NO PUEDE TENER    *
031350*  UN CAMBIO PENDIENTE DE APROBACION EN CTAPEND.                 *
031400*----------------------------------------------------------------*
031500 6000-VALIDAR-TRANSACCION.
031600     MOVE 'N' TO WS-SW-TRANS-VALIDA.
031700     MOVE DFH-AVT-NUMERO-CUENTA TO WR-CUENTA.
031800     MOVE DFH-AVT-FECHA-AVALUO  TO WR-FECHA-AVALUO.
031900     MOVE DFH-AVT-NUMERO-CUENTA
032000       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
032100     READ CUENTAS-FILE
032200         INVALID KEY
032300             MOVE 'CUENTA NO EXISTE EN EL MAESTRO' TO WR-MOTIVO
032400             GO TO 6000-EXIT
032500     END-READ.
032600     IF CUENTA-CANCELADA
032700         MOVE 'CUENTA CANCELADA' TO WR-MOTIVO
032800         GO TO 6000-EXIT
032900     END-IF.
033000     IF DFH-GARANTIA-TIPO = SPACES
033100         MOVE 'CUENTA SIN GARANTIA' TO WR-MOTIVO
033200         GO TO 6000-EXIT
033300     END-IF.
033400     IF DFH-AVT-VALOR-AVALUO NOT > ZERO
033500         MOVE 'VALOR DE AVALUO DEBE SER POSITIVO' TO WR-MOTIVO
033600         GO TO 6000-EXIT
033700     END-IF.
033800     IF DFH-AVT-VALUADOR = SPACES
033900         MOVE 'AVALUO SIN VALUADOR' TO WR-MOTIVO
034000         GO TO 6000-EXIT
034100     END-IF.
034200     CALL 'RMYD1VDF' USING DFH-AVT-FECHA-AVALUO
034300                           WS-CODRET-VALIDA.
034400     IF NOT FECHA-VALIDA
034500         MOVE 'FECHA DE AVALUO INVALIDA' TO WR-MOTIVO
034600         GO TO 6000-EXIT
034700     END-IF.
034800     IF DFH-AVT-FECHA-AVALUO > WS-FECHA-PROCESO
034900         MOVE 'FECHA DE AVALUO POSTERIOR AL PROCESO' TO WR-MOTIVO
035000         GO TO 6000-EXIT
035100     END-IF.
035200     IF DFH-AVT-FECHA-AVALUO < DFH-GARANTIA-FECHA-AVALUO
035300         MOVE 'AVALUO ANTERIOR AL VIGENTE EN EL MAESTRO'
035400           TO WR-MOTIVO
035500         GO TO 6000-EXIT
035600     END-IF.
035610     PERFORM 6100-BUSCAR-PENDIENTE THRU 6100-EXIT.
035620     IF YA-PENDIENTE
035630         MOVE 'GARANTIA CON CAMBIO PENDIENTE EN CTAPEND'
035640           TO WR-MOTIVO
035650         GO TO 6000-EXIT
035660     END-IF.
035700     MOVE 'S' TO WS-SW-TRANS-VALIDA.
035800 6000-EXIT.
035900     EXIT.
035902
035904*----------------------------------------------------------------*
035906*  6100-BUSCAR-PENDIENTE : RECORRE EN CTAPEND LAS SOLICITUDES DE *
035908*  DFH-GARANTIA DE LA CUENTA (COMO RMYD1CTM) Y MARCA SI ALGUNA   *
035910*  SIGUE PENDIENTE.                                              *
035912*----------------------------------------------------------------*
035914 6100-BUSCAR-PENDIENTE.
035916     MOVE 'N' TO WS-SW-YA-PENDIENTE WS-SW-FIN-PEND.
035918     IF NOT PENDIENTES-DISPONIBLES
035920         GO TO 6100-EXIT
035922     END-IF.
035924     MOVE DFH-NUMERO-CUENTA IN DFHCOMMAREA
035926                                     TO DFH-PEN-NUMERO-CUENTA.
035928     MOVE 'DFH-GARANTIA'             TO DFH-PEN-CAMPO.
035930     MOVE ZERO                       TO DFH-PEN-FECHA-SOLICITUD.
035932     START PENDIENTES-FILE KEY IS NOT < DFH-PEN-LLAVE
035934         INVALID KEY
035936             MOVE 'S' TO WS-SW-FIN-PEND
035938     END-START.
035940     PERFORM 6110-LEER-PENDIENTE THRU 6110-EXIT
035942         UNTIL FIN-PENDIENTES OR YA-PENDIENTE.
035944 6100-EXIT.
035946     EXIT.
035948
035950 6110-LEER-PENDIENTE.
035952     READ PENDIENTES-FILE NEXT RECORD
035954         AT END
035956             MOVE 'S' TO WS-SW-FIN-PEND
035958             GO TO 6110-EXIT
035960     END-READ.
035962     IF DFH-PEN-NUMERO-CUENTA NOT =
035964            DFH-NUMERO-CUENTA IN DFHCOMMAREA
035966        OR DFH-PEN-CAMPO NOT = 'DFH-GARANTIA'
035968         MOVE 'S' TO WS-SW-FIN-PEND
035970         GO TO 6110-EXIT
035972     END-IF.
035974     IF PEN-PENDIENTE
035976         MOVE 'S' TO WS-SW-YA-PENDIENTE
035978     END-IF.
035980 6110-EXIT.
035982     EXIT.
036000
036100*----------------------------------------------------------------*
036200*  7000-APLICAR-AVALUO : GUARDA EN EL HISTORIAL EL AVALUO QUE SE *
036300*  REEMPLAZA Y EL NUEVO, EVALUA LA COBERTURA, DEJA BITACORA POR  *
036400*  CAMPO CAMBIADO Y REESCRIBE EL MAESTRO.                        *
036500*----------------------------------------------------------------*
036600 7000-APLICAR-AVALUO.
036700     MOVE DFH-NUMERO-CUENTA         TO DFH-AVH-NUMERO-CUENTA.
036800     MOVE WS-FECHA-PROCESO          TO DFH-AVH-FECHA-CARGA.
036900     MOVE DFH-GARANTIA-TIPO         TO DFH-AVH-GARANTIA-TIPO.
037000     MOVE DFH-GARANTIA-VALOR-AVALUO TO DFH-AVH-VALOR-ANTERIOR.
037100     MOVE DFH-GARANTIA-FECHA-AVALUO TO DFH-AVH-FECHA-ANTERIOR.
037200     MOVE DFH-GARANTIA-VALUADOR     TO DFH-AVH-VALUADOR-ANTERIOR.
037300     MOVE DFH-AVT-VALOR-AVALUO      TO DFH-AVH-VALOR-NUEVO.
037400     MOVE DFH-AVT-FECHA-AVALUO      TO DFH-AVH-FECHA-NUEVA.
037500     MOVE DFH-AVT-VALUADOR          TO DFH-AVH-VALUADOR-NUEVO.
037600     MOVE DFH-SALDO                 TO DFH-AVH-SALDO.
037700     MOVE WS-RESPONSABLE            TO DFH-AVH-RESPONSABLE.
037800     MOVE 'C'                       TO DFH-AVH-COBERTURA.
037900     MOVE SPACES                    TO WD-MARCA.
038000*    SOLO UNA BAJA DE VALOR PUEDE DEJAR DESCUBIERTA LA CUENTA;
038100*    LA COBERTURA SE MIDE COMO EN RMYD1RCG (AVALUO MENOS SALDO).
038200     IF DFH-AVT-VALOR-AVALUO < DFH-GARANTIA-VALOR-AVALUO
038300         ADD 1 TO WS-CTAS-BAJA-VALOR
038400         MOVE 'BAJA VALOR' TO WD-MARCA
038500         COMPUTE WS-COBERTURA = DFH-AVT-VALOR-AVALUO - DFH-SALDO
038600         IF WS-COBERTURA NEGATIVE
038700             MOVE 'D' TO DFH-AVH-COBERTURA
038800             MOVE 'DESCUBIERTA' TO WD-MARCA
038900             ADD 1 TO WS-CTAS-DESCUBIERTAS
039000         END-IF
039100     END-IF.
039200     WRITE REG-HIST-AVALUO.
039300     MOVE DFH-NUMERO-CUENTA         TO WD-CUENTA.
039400     MOVE DFH-GARANTIA-TIPO         TO WD-GARANTIA-TIPO.
039500     MOVE DFH-GARANTIA-VALOR-AVALUO TO WD-VALOR-ANTERIOR.
039600     MOVE DFH-GARANTIA-FECHA-AVALUO TO WD-FECHA-ANTERIOR.
039700     MOVE DFH-GARANTIA-VALUADOR     TO WD-VALUADOR-ANTERIOR.
039800     MOVE DFH-AVT-VALOR-AVALUO      TO WD-VALOR-NUEVO.
039900     MOVE DFH-AVT-FECHA-AVALUO      TO WD-FECHA-NUEVA.
040000     MOVE DFH-AVT-VALUADOR          TO WD-VALUADOR-NUEVO.
040100     MOVE DFH-SALDO                 TO WD-SALDO.
040200     WRITE REPORTE-LINEA FROM WS-DETALLE.
040300     IF DFH-AVT-VALOR-AVALUO NOT = DFH-GARANTIA-VALOR-AVALUO
040400         MOVE 'DFH-GARANTIA-VALOR-AVALUO' TO WS-CAMPO-BITACORA
040500         MOVE DFH-GARANTIA-VALOR-AVALUO   TO WS-EDIT-VALOR
040600         MOVE WS-EDIT-VALOR               TO WS-VALOR-ANTERIOR
040700         MOVE DFH-AVT-VALOR-AVALUO        TO WS-EDIT-VALOR
040800         MOVE WS-EDIT-VALOR               TO WS-VALOR-NUEVO
040900         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
041000     END-IF.
041100     IF DFH-AVT-FECHA-AVALUO NOT = DFH-GARANTIA-FECHA-AVALUO
041200         MOVE 'DFH-GARANTIA-FECHA-AVALUO' TO WS-CAMPO-BITACORA
041300         MOVE DFH-GARANTIA-FECHA-AVALUO   TO WS-VALOR-ANTERIOR
041400         MOVE DFH-AVT-FECHA-AVALUO        TO WS-VALOR-NUEVO
041500         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
041600     END-IF.
041700     IF DFH-AVT-VALUADOR NOT = DFH-GARANTIA-VALUADOR
041800         MOVE 'DFH-GARANTIA-VALUADOR'     TO WS-CAMPO-BITACORA
041900         MOVE DFH-GARANTIA-VALUADOR       TO WS-VALOR-ANTERIOR
042000         MOVE DFH-AVT-VALUADOR            TO WS-VALOR-NUEVO
042100         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
042200     END-IF.
042300     MOVE DFH-AVT-VALOR-AVALUO TO DFH-GARANTIA-VALOR-AVALUO.
042400     MOVE DFH-AVT-FECHA-AVALUO TO DFH-GARANTIA-FECHA-AVALUO.
042500     MOVE DFH-AVT-VALUADOR     TO DFH-GARANTIA-VALUADOR.
042600     REWRITE DFHCOMMAREA.
042700     ADD 1 TO WS-TRN-APLICADAS.
042800 7000-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200*  7900-GRABAR-BITACORA                                          *
043300*----------------------------------------------------------------*
043400 7900-GRABAR-BITACORA.
043500     MOVE DFH-NUMERO-CUENTA  TO DFH-BIT-NUMERO-CUENTA.
043600     MOVE WS-FECHA-PROCESO   TO DFH-BIT-FECHA.
043700     MOVE WS-CAMPO-BITACORA  TO DFH-BIT-CAMPO.
043800     MOVE WS-VALOR-ANTERIOR  TO DFH-BIT-VALOR-ANTERIOR.
043900     MOVE WS-VALOR-NUEVO     TO DFH-BIT-VALOR-NUEVO.
044000     MOVE WS-RESPONSABLE     TO DFH-BIT-RESPONSABLE.
044100     WRITE REG-BITACORA-CAMBIO.
044200     ADD 1 TO WS-CAMBIOS-BITACORA.
044300 7900-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------*
044700*  3000-FINALIZAR : TOTALES DEL REPORTE, CIERRE Y BITACORA DE LA *
044800*  CORRIDA.                                                      *
044900*----------------------------------------------------------------*
045000 3000-FINALIZAR.
045100     MOVE WS-TRN-APLICADAS     TO WT-APLICADAS.
045200     MOVE WS-CTAS-BAJA-VALOR   TO WT-BAJA-VALOR.
045300     MOVE WS-CTAS-DESCUBIERTAS TO WT-DESCUBIERTAS.
045400     MOVE WS-TRN-RECHAZADAS    TO WT-RECHAZADAS.
045500     WRITE REPORTE-LINEA FROM WS-LINEA-BLANCO.
045600     WRITE REPORTE-LINEA FROM WS-TOTALES.
045700     DISPLAY 'RMYD1AVC - LEIDOS         : ' WS-TRN-LEIDAS.
045800     DISPLAY 'RMYD1AVC - APLICADOS      : ' WS-TRN-APLICADAS.
045900     DISPLAY 'RMYD1AVC - RECHAZADOS     : ' WS-TRN-RECHAZADAS.
046000     DISPLAY 'RMYD1AVC - BAJA DE VALOR  : ' WS-CTAS-BAJA-VALOR.
046100     DISPLAY 'RMYD1AVC - DESCUBIERTAS   : ' WS-CTAS-DESCUBIERTAS.
046200     DISPLAY 'RMYD1AVC - EN BITACORA    : ' WS-CAMBIOS-BITACORA.
046300     CLOSE CUENTAS-FILE HISTORIA-FILE BITACORA-FILE
046400           RECHAZOS-FILE REPORTE-FILE.
046500     IF WS-TRN-STATUS NOT EQUAL '35'
046600         CLOSE TRANSACC-FILE
046700     END-IF.
046710     IF PENDIENTES-DISPONIBLES
046720         CLOSE PENDIENTES-FILE
046730     END-IF.
046800     MOVE 'RMYD1AVC' TO DFH-BTA-PROGRAMA.
046900     MOVE 'F'        TO DFH-BTA-ACCION.
047000     MOVE WS-TRN-LEIDAS TO DFH-BTA-LEIDOS.
047100     MOVE WS-TRN-APLICADAS TO DFH-BTA-ESCRITOS.
047200     MOVE WS-TRN-RECHAZADAS TO DFH-BTA-RECHAZADOS.
047300     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
047400     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
047500*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
047600*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
047700     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
047800 3000-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------*
048200*  8000-LEER-TRANSACCION                                         *
048300*----------------------------------------------------------------*
048400 8000-LEER-TRANSACCION.
048500     READ TRANSACC-FILE
048600         AT END
048700             MOVE 'S' TO WS-SW-FIN-TRANS
048800     END-READ.
048900 8000-EXIT.
049000     EXIT.
