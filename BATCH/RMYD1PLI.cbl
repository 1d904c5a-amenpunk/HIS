000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1PLI.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONVENIOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : INSTRUCCION DE DESCUENTO POR PLANILLA PARA CADA      *
000900*           EMPLEADOR, ANTES DEL CICLO DE PLANILLA DEL PERIODO   *
001000*           (PLIPARM, POR OMISION EL MES DE PROCESO). POR CADA   *
001100*           CONVENIO ACTIVO DE CNVMTR LISTA LAS CUENTAS          *
001200*           VINCULADAS ACTIVAS DE CNVVINC (RMYD1VCC) CON EL DPI  *
001300*           Y NOMBRE DEL TITULAR (TITMTR - RMYD1TIT) Y EL VALOR  *
001400*           A DESCONTAR: LA CUOTA PACTADA MAS, SEGUN LA POLITICA *
001500*           DEL CONVENIO (DFH-POLITICA-DESCUENTO), EL REMANENTE  *
001600*           DE LAS CUOTAS VENCIDAS NO PAGADAS DE CUOTDET Y LOS   *
001700*           CARGOS DE MORA PENDIENTES DE MORACRG. GRABA EN       *
001800*           PLAINST (RMYD1DPL) UN BLOQUE POR CONVENIO CON        *
001900*           ENCABEZADO, DETALLE Y CIERRE CON LOS TOTALES DE      *
002000*           CONTROL, Y ENCOLA EN PLIDIST EL ENVIO DEL BLOQUE A   *
002100*           CADA DIRECCION DE LA LISTA DE DISTRIBUCION DEL       *
002200*           CONVENIO (DFH-EMAILS-NOTIFI, MISMO CRITERIO DE       *
002300*           RMYD1NOT). LA CUENTA SIN TITULAR EN TITMTR SALE CON  *
002400*           EL DPI EN BLANCO Y LA CORRIDA TERMINA CON AVISO.     *
002500*           LO RETENIDO SE COMPARA DESPUES EN RMYD1PLC.          *
002600*----------------------------------------------------------------*
002700*  HISTORIAL DE MODIFICACIONES                                   *
002800*  FECHA       INIC  DESCRIPCION                                 *
002900*  15/10/2026  DS    VERSION INICIAL.                            *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-390.
003400 OBJECT-COMPUTER.  IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARAM-FILE     ASSIGN TO PLIPARM
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS   IS WS-PRM-STATUS.
004000
004100     SELECT CONVENIOS-FILE ASSIGN TO CNVMTR
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE   IS SEQUENTIAL
004400            RECORD KEY    IS DFH-CODIGO-CONVENIO
004500            FILE STATUS   IS WS-CNV-STATUS.
004600
004700     SELECT VINCULOS-FILE  ASSIGN TO CNVVINC
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE   IS SEQUENTIAL
005000            RECORD KEY    IS DFH-VIN-NUMERO-CUENTA
005100            FILE STATUS   IS WS-VIN-STATUS.
005200
005300     SELECT CUOTAS-FILE    ASSIGN TO CUOTDET
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE   IS SEQUENTIAL
005600            RECORD KEY    IS DFH-CUOTA-LLAVE
005700            FILE STATUS   IS WS-CUO-STATUS.
005800
005900     SELECT CARGOS-FILE    ASSIGN TO MORACRG
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS   IS WS-CRG-STATUS.
006200
006300     SELECT TITULAR-FILE   ASSIGN TO TITMTR
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE   IS SEQUENTIAL
006600            RECORD KEY    IS DFH-TIT-LLAVE
006700            FILE STATUS   IS WS-TIT-STATUS.
006800
006900     SELECT INSTRUC-FILE   ASSIGN TO PLAINST
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS   IS WS-INS-STATUS.
007200
007300     SELECT ENVIOS-FILE    ASSIGN TO PLIDIST
007400            ORGANIZATION IS LINE SEQUENTIAL
007500            FILE STATUS   IS WS-ENV-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARAM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  REG-PARAM-PLI.
008300     05 PM-PERIODO-ANOMES         PIC 9(006).
008400
008500 FD  CONVENIOS-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY "temp.cpy".
008900
009000 FD  VINCULOS-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY RMYD1VCC.
009400
009500 FD  CUOTAS-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY RMYD1CLD.
009900
010000 FD  CARGOS-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY RMYD1MCG.
010400
010500 FD  TITULAR-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY RMYD1TIT.
010900
011000 FD  INSTRUC-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY RMYD1DPL.
011400
011500 FD  ENVIOS-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  ENVIO-LINEA                  PIC X(096).
011900
012000 WORKING-STORAGE SECTION.
012100 COPY RMYD1BTA.
012200 77  WS-PRM-STATUS                PIC X(02).
012300     88 PRM-OK                       VALUE '00'.
012400 77  WS-CNV-STATUS                PIC X(02).
012500 77  WS-VIN-STATUS                PIC X(02).
012600 77  WS-CUO-STATUS                PIC X(02).
012700 77  WS-CRG-STATUS                PIC X(02).
012800 77  WS-TIT-STATUS                PIC X(02).
012900 77  WS-INS-STATUS                PIC X(02).
013000 77  WS-ENV-STATUS                PIC X(02).
013100 77  WS-SW-FIN-CONVENIOS          PIC X(01).
013200     88 FIN-CONVENIOS                VALUE 'S'.
013300 77  WS-SW-FIN-VINCULOS           PIC X(01).
013400     88 FIN-VINCULOS                 VALUE 'S'.
013500 77  WS-SW-FIN-CUOTAS             PIC X(01).
013600     88 FIN-CUOTAS                   VALUE 'S'.
013700 77  WS-SW-FIN-CARGOS             PIC X(01).
013800     88 FIN-CARGOS                   VALUE 'S'.
013900 77  WS-SW-FIN-TITULARES          PIC X(01).
014000     88 FIN-TITULARES                VALUE 'S'.
014100 77  WS-SW-ABIERTOS               PIC X(01).
014200     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
014300 77  WS-CRG-APERTURA              PIC X(02).
014400 77  WS-SW-HALLADO                PIC X(01).
014500     88 ENTRADA-HALLADA              VALUE 'S'.
014600 77  WS-FECHA-PROCESO             PIC 9(008).
014700 77  WS-PERIODO-ANOMES            PIC 9(006).
014800 77  WS-CANT-CONVENIOS            PIC 9(003) COMP VALUE ZERO.
014900 77  WS-SUB-CONVENIO              PIC 9(003) COMP.
015000 77  WS-CANT-DESCUENTOS           PIC 9(005) COMP VALUE ZERO.
015100 77  WS-SUB-DESC                  PIC 9(005) COMP.
015200 77  WS-BIN-INFERIOR              PIC 9(005) COMP.
015300 77  WS-BIN-SUPERIOR              PIC 9(005) COMP.
015400 77  WS-BIN-MEDIO                 PIC 9(005) COMP.
015500 77  WS-IX-EMAIL                  PIC 9(002) COMP.
015600 77  WS-CODIGO-BUSCADO            PIC 9(006).
015700 77  WS-CUENTA-BUSCADA            PIC X(013).
015800 77  WS-SALDO-VENCIDO             PIC S9(009)V99 COMP-3.
015900 77  WS-MORA-PENDIENTE            PIC S9(009)V99 COMP-3.
016000 77  WS-CANT-BLOQUE               PIC 9(007) COMP.
016100 77  WS-TOTAL-BLOQUE              PIC S9(013)V99 COMP-3.
016200 77  WS-VINCULOS-LEIDOS           PIC 9(007) COMP.
016300 77  WS-VIN-SIN-CONVENIO          PIC 9(007) COMP.
016400 77  WS-DETALLES-GRABADOS         PIC 9(007) COMP.
016500 77  WS-BLOQUES-GRABADOS          PIC 9(007) COMP.
016600 77  WS-CUENTAS-SIN-DPI           PIC 9(007) COMP.
016700 77  WS-ENVIOS-ENCOLADOS          PIC 9(007) COMP.
016800 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
016900 77  WS-EMAIL-RESPALDO            PIC X(030)
017000                              VALUE 'CONVENIOS@RESPALDO.LOCAL'.
017100
017200 01  WS-FECHA-PAGO-EDIT.
017300     05 WS-FP-CCYY                PIC X(004).
017400     05 FILLER                    PIC X(001).
017500     05 WS-FP-MM                  PIC X(002).
017600     05 FILLER                    PIC X(001).
017700     05 WS-FP-DD                  PIC X(002).
017800 01  WS-FECHA-PAGO-N              PIC 9(008).
017900 01  FILLER REDEFINES WS-FECHA-PAGO-N.
018000     05 WS-FPN-CCYY               PIC 9(004).
018100     05 WS-FPN-MM                 PIC 9(002).
018200     05 WS-FPN-DD                 PIC 9(002).
018300
018400*----------------------------------------------------------------*
018500*  CONVENIOS ACTIVOS CON SU POLITICA DE DESCUENTO, SU LISTA DE   *
018600*  DISTRIBUCION Y EL ACUMULADO DE SUS EMPLEADOS.                 *
018700*----------------------------------------------------------------*
018800 01  WS-TABLA-CONVENIOS.
018900     05 WS-CONVENIO-ENTRADA OCCURS 500 TIMES.
019000         10 WV-CODIGO             PIC 9(006).
019100         10 WV-DESCRIPCION        PIC X(050).
019200         10 WV-POLITICA           PIC X(001).
019300             88 WV-INCLUYE-VENCIDO   VALUE 'V' 'M'.
019400             88 WV-INCLUYE-MORA      VALUE 'M'.
019500         10 WV-CANT-EMAILS        PIC 9(002).
019600         10 WV-EMAIL              PIC X(030) OCCURS 5 TIMES.
019700         10 WV-CANT-EMPLEADOS     PIC 9(007) COMP.
019800         10 WV-TOTAL-DESCONTAR    PIC S9(013)V99 COMP-3.
019900
020000*----------------------------------------------------------------*
020100*  VALORES A DESCONTAR POR CUENTA, EN EL ORDEN DE CUENTA DE      *
020200*  CNVVINC (LA BUSQUEDA DEL TITULAR ES BINARIA SOBRE ESE ORDEN). *
020300*----------------------------------------------------------------*
020400 01  WS-TABLA-DESCUENTOS.
020500     05 WS-DESCUENTO-ENTRADA OCCURS 10000 TIMES.
020600         10 WD-CUENTA             PIC X(013).
020700         10 WD-CODIGO-CONVENIO    PIC 9(006).
020800         10 WD-NUM-DPI            PIC X(013).
020900         10 WD-NOMBRE-TITULAR     PIC X(060).
021000         10 WD-CUOTA-PACTADA      PIC S9(009)V99 COMP-3.
021100         10 WD-SALDO-VENCIDO      PIC S9(009)V99 COMP-3.
021200         10 WD-MORA-PENDIENTE     PIC S9(009)V99 COMP-3.
021300         10 WD-VALOR-DESCONTAR    PIC S9(009)V99 COMP-3.
021400
021500 01  WS-DETALLE-ENVIO.
021600     05 WA-CODIGO-CONVENIO        PIC 9(006).
021700     05 FILLER                    PIC X(002)     VALUE SPACES.
021800     05 WA-EMAIL-DESTINO          PIC X(030).
021900     05 FILLER                    PIC X(002)     VALUE SPACES.
022000     05 FILLER                    PIC X(046)
022100        VALUE 'INSTRUCCION DE DESCUENTO POR PLANILLA PERIODO '.
022200     05 WA-PERIODO-ANOMES         PIC 9(006).
022300     05 FILLER                    PIC X(004)     VALUE SPACES.
022400
022500 PROCEDURE DIVISION.
022600
022700 0000-MAINLINE.
022800     PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
022900     PERFORM 2000-CARGAR-CONVENIO   THRU 2000-EXIT
023000         UNTIL FIN-CONVENIOS.
023100     PERFORM 2100-PROCESAR-VINCULO  THRU 2100-EXIT
023200         UNTIL FIN-VINCULOS.
023300     PERFORM 2500-COMPLETAR-TITULAR THRU 2500-EXIT
023400         UNTIL FIN-TITULARES.
023500     IF WS-CODRET-CORRIDA < 16
023600         PERFORM 4000-GENERAR-BLOQUE THRU 4000-EXIT
023700             VARYING WS-SUB-CONVENIO FROM 1 BY 1
023800             UNTIL WS-SUB-CONVENIO > WS-CANT-CONVENIOS
023900     END-IF.
024000     PERFORM 3000-FINALIZAR         THRU 3000-EXIT.
024100     STOP RUN.
024200
024300*----------------------------------------------------------------*
024400*  1000-INICIALIZAR : PERIODO DE PLIPARM, APERTURA DE ARCHIVOS   *
024500*  Y PRIMERAS LECTURAS. MORACRG PUEDE NO EXISTIR TODAVIA.        *
024600*----------------------------------------------------------------*
024700 1000-INICIALIZAR.
024800     MOVE 'RMYD1PLI' TO DFH-BTA-PROGRAMA.
024900     MOVE 'I'        TO DFH-BTA-ACCION.
025000     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
025100                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
025200     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
025300     MOVE 'N'  TO WS-SW-FIN-CONVENIOS WS-SW-FIN-VINCULOS
025400                  WS-SW-FIN-CUOTAS WS-SW-FIN-CARGOS
025500                  WS-SW-FIN-TITULARES WS-SW-ABIERTOS.
025600     MOVE ZERO TO WS-VINCULOS-LEIDOS WS-VIN-SIN-CONVENIO
025700                  WS-DETALLES-GRABADOS WS-BLOQUES-GRABADOS
025800                  WS-CUENTAS-SIN-DPI WS-ENVIOS-ENCOLADOS.
025900     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
026000     MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO-ANOMES.
026100     OPEN INPUT PARAM-FILE.
026200     IF PRM-OK
026300         READ PARAM-FILE
026400             AT END
026500                 CONTINUE
026600             NOT AT END
026700                 IF PM-PERIODO-ANOMES > ZERO
026800                     MOVE PM-PERIODO-ANOMES TO WS-PERIODO-ANOMES
026900                 END-IF
027000         END-READ
027100         CLOSE PARAM-FILE
027200     END-IF.
027300     OPEN INPUT CONVENIOS-FILE.
027400     OPEN INPUT VINCULOS-FILE.
027500     OPEN INPUT CUOTAS-FILE.
027600     OPEN INPUT CARGOS-FILE.
027700     OPEN INPUT TITULAR-FILE.
027800     IF WS-CNV-STATUS NOT = '00'
027900         DISPLAY 'RMYD1PLI - ERROR CONVENIOS-FILE ' WS-CNV-STATUS
028000         MOVE 16 TO WS-CODRET-CORRIDA
028100     END-IF.
028200     IF WS-VIN-STATUS NOT = '00'
028300         DISPLAY 'RMYD1PLI - ERROR VINCULOS-FILE ' WS-VIN-STATUS
028400         MOVE 16 TO WS-CODRET-CORRIDA
028500     END-IF.
028600     IF WS-CUO-STATUS NOT = '00'
028700         DISPLAY 'RMYD1PLI - ERROR CUOTAS-FILE ' WS-CUO-STATUS
028800         MOVE 16 TO WS-CODRET-CORRIDA
028900     END-IF.
029000     IF WS-TIT-STATUS NOT = '00'
029100         DISPLAY 'RMYD1PLI - ERROR TITULAR-FILE ' WS-TIT-STATUS
029200         MOVE 16 TO WS-CODRET-CORRIDA
029300     END-IF.
029400     IF WS-CRG-STATUS NOT = '00' AND '35'
029500         DISPLAY 'RMYD1PLI - ERROR CARGOS-FILE ' WS-CRG-STATUS
029600         MOVE 16 TO WS-CODRET-CORRIDA
029700     END-IF.
029800     IF WS-CODRET-CORRIDA = 16
029900         MOVE 'S' TO WS-SW-FIN-CONVENIOS WS-SW-FIN-VINCULOS
030000                     WS-SW-FIN-TITULARES
030100         GO TO 1000-EXIT
030200     END-IF.
030300     MOVE 'S' TO WS-SW-ABIERTOS.
030400     MOVE WS-CRG-STATUS TO WS-CRG-APERTURA.
030500     IF WS-CRG-STATUS = '35'
030600         MOVE 'S' TO WS-SW-FIN-CARGOS
030700     ELSE
030800         PERFORM 8300-LEER-CARGO THRU 8300-EXIT
030900     END-IF.
031000     OPEN OUTPUT INSTRUC-FILE.
031100     OPEN OUTPUT ENVIOS-FILE.
031200     PERFORM 8000-LEER-CONVENIO THRU 8000-EXIT.
031300     PERFORM 8100-LEER-VINCULO  THRU 8100-EXIT.
031400     PERFORM 8200-LEER-CUOTA    THRU 8200-EXIT.
031500     PERFORM 8400-LEER-TITULAR  THRU 8400-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000*  2000-CARGAR-CONVENIO : SOLO LOS CONVENIOS ACTIVOS.            *
032100*----------------------------------------------------------------*
032200 2000-CARGAR-CONVENIO.
032300     IF NOT CONVENIO-ACTIVO
032400         GO TO 2000-SIGUIENTE
032500     END-IF.
032600     IF WS-CANT-CONVENIOS = 500
032700         DISPLAY 'RMYD1PLI - TABLA DE CONVENIOS LLENA'
032800         MOVE 16  TO WS-CODRET-CORRIDA
032900         MOVE 'S' TO WS-SW-FIN-CONVENIOS WS-SW-FIN-VINCULOS
033000                     WS-SW-FIN-TITULARES
033100         GO TO 2000-EXIT
033200     END-IF.
033300     ADD 1 TO WS-CANT-CONVENIOS.
033400     MOVE WS-CANT-CONVENIOS TO WS-SUB-CONVENIO.
033500     MOVE DFH-CODIGO-CONVENIO
033600       TO WV-CODIGO (WS-SUB-CONVENIO).
033700     MOVE DFH-DESCRIPCION-CONVENIO
033800       TO WV-DESCRIPCION (WS-SUB-CONVENIO).
033900     MOVE DFH-POLITICA-DESCUENTO
034000       TO WV-POLITICA (WS-SUB-CONVENIO).
034100     MOVE DFH-CANT-EMAILS-NOTIFI
034200       TO WV-CANT-EMAILS (WS-SUB-CONVENIO).
034300     IF DFH-CANT-EMAILS-NOTIFI > 5
034400         MOVE 5 TO WV-CANT-EMAILS (WS-SUB-CONVENIO)
034500     END-IF.
034600     PERFORM 2010-COPIAR-EMAIL THRU 2010-EXIT
034700         VARYING WS-IX-EMAIL FROM 1 BY 1
034800         UNTIL WS-IX-EMAIL > 5.
034900     MOVE ZERO TO WV-CANT-EMPLEADOS  (WS-SUB-CONVENIO)
035000                  WV-TOTAL-DESCONTAR (WS-SUB-CONVENIO).
035100 2000-SIGUIENTE.
035200     PERFORM 8000-LEER-CONVENIO THRU 8000-EXIT.
035300 2000-EXIT.
035400     EXIT.
035500
035600 2010-COPIAR-EMAIL.
035700     MOVE DFH-EMAIL-NOTIFI-CARGA (WS-IX-EMAIL)
035800       TO WV-EMAIL (WS-SUB-CONVENIO WS-IX-EMAIL).
035900 2010-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------*
036300*  2100-PROCESAR-VINCULO : POR CADA CUENTA VINCULADA ACTIVA DE   *
036400*  UN CONVENIO ACTIVO SUMA EL REMANENTE VENCIDO DE SUS CUOTAS Y  *
036500*  SUS CARGOS DE MORA PENDIENTES (CUOTDET Y MORACRG VAN EN EL    *
036600*  MISMO ORDEN DE CUENTA) Y CALCULA EL VALOR A DESCONTAR SEGUN   *
036700*  LA POLITICA DEL CONVENIO.                                     *
036800*----------------------------------------------------------------*
036900 2100-PROCESAR-VINCULO.
037000     IF NOT VINCULO-ACTIVO
037100         GO TO 2100-SIGUIENTE
037200     END-IF.
037300     MOVE DFH-VIN-CODIGO-CONVENIO TO WS-CODIGO-BUSCADO.
037400     PERFORM 5000-BUSCAR-CONVENIO THRU 5000-EXIT.
037500     IF NOT ENTRADA-HALLADA
037600         ADD 1 TO WS-VIN-SIN-CONVENIO
037700         GO TO 2100-SIGUIENTE
037800     END-IF.
037900     IF WS-CANT-DESCUENTOS = 10000
038000         DISPLAY 'RMYD1PLI - TABLA DE DESCUENTOS LLENA'
038100         MOVE 16  TO WS-CODRET-CORRIDA
038200         MOVE 'S' TO WS-SW-FIN-VINCULOS WS-SW-FIN-TITULARES
038300         GO TO 2100-EXIT
038400     END-IF.
038500     MOVE ZERO TO WS-SALDO-VENCIDO WS-MORA-PENDIENTE.
038600     PERFORM 2110-SALTAR-CUOTA THRU 2110-EXIT
038700         UNTIL FIN-CUOTAS
038800         OR DFH-NUMERO-CUENTA NOT LESS THAN DFH-VIN-NUMERO-CUENTA.
038900     PERFORM 2120-MEDIR-CUOTA THRU 2120-EXIT
039000         UNTIL FIN-CUOTAS
039100         OR DFH-NUMERO-CUENTA NOT EQUAL DFH-VIN-NUMERO-CUENTA.
039200     PERFORM 2130-SALTAR-CARGO THRU 2130-EXIT
039300         UNTIL FIN-CARGOS
039400         OR DFH-MOR-NUMERO-CUENTA
039500            NOT LESS THAN DFH-VIN-NUMERO-CUENTA.
039600     PERFORM 2140-SUMAR-CARGO THRU 2140-EXIT
039700         UNTIL FIN-CARGOS
039800         OR DFH-MOR-NUMERO-CUENTA NOT EQUAL DFH-VIN-NUMERO-CUENTA.
039900     IF NOT WV-INCLUYE-VENCIDO (WS-SUB-CONVENIO)
040000         MOVE ZERO TO WS-SALDO-VENCIDO
040100     END-IF.
040200     IF NOT WV-INCLUYE-MORA (WS-SUB-CONVENIO)
040300         MOVE ZERO TO WS-MORA-PENDIENTE
040400     END-IF.
040500     ADD 1 TO WS-CANT-DESCUENTOS.
040600     MOVE WS-CANT-DESCUENTOS    TO WS-SUB-DESC.
040700     MOVE DFH-VIN-NUMERO-CUENTA TO WD-CUENTA (WS-SUB-DESC).
040800     MOVE DFH-VIN-CODIGO-CONVENIO
040900       TO WD-CODIGO-CONVENIO (WS-SUB-DESC).
041000     MOVE SPACES TO WD-NUM-DPI        (WS-SUB-DESC)
041100                    WD-NOMBRE-TITULAR (WS-SUB-DESC).
041200     MOVE DFH-VIN-CUOTA-PACTADA TO WD-CUOTA-PACTADA (WS-SUB-DESC).
041300     MOVE WS-SALDO-VENCIDO      TO WD-SALDO-VENCIDO (WS-SUB-DESC).
041400     MOVE WS-MORA-PENDIENTE   TO WD-MORA-PENDIENTE (WS-SUB-DESC).
041500     COMPUTE WD-VALOR-DESCONTAR (WS-SUB-DESC) =
041600         DFH-VIN-CUOTA-PACTADA + WS-SALDO-VENCIDO
041700       + WS-MORA-PENDIENTE.
041800     ADD 1 TO WV-CANT-EMPLEADOS (WS-SUB-CONVENIO).
041900     ADD WD-VALOR-DESCONTAR (WS-SUB-DESC)
042000       TO WV-TOTAL-DESCONTAR (WS-SUB-CONVENIO).
042100 2100-SIGUIENTE.
042200     PERFORM 8100-LEER-VINCULO THRU 8100-EXIT.
042300 2100-EXIT.
042400     EXIT.
042500
042600 2110-SALTAR-CUOTA.
042700     PERFORM 8200-LEER-CUOTA THRU 8200-EXIT.
042800 2110-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200*  2120-MEDIR-CUOTA : CUOTA NO PAGADA, CON REMANENTE Y FECHA DE  *
043300*  PAGO ANTERIOR A LA FECHA DE PROCESO.                          *
043400*----------------------------------------------------------------*
043500 2120-MEDIR-CUOTA.
043600     IF NOT SITPAGO-PAGADA
043700        AND DFH-VALOR-REMANENTE > ZERO
043800         MOVE DFH-FECHA-PAGO TO WS-FECHA-PAGO-EDIT
043900         MOVE WS-FP-CCYY     TO WS-FPN-CCYY
044000         MOVE WS-FP-MM       TO WS-FPN-MM
044100         MOVE WS-FP-DD       TO WS-FPN-DD
044200         IF WS-FECHA-PAGO-N < WS-FECHA-PROCESO
044300             ADD DFH-VALOR-REMANENTE TO WS-SALDO-VENCIDO
044400         END-IF
044500     END-IF.
044600     PERFORM 8200-LEER-CUOTA THRU 8200-EXIT.
044700 2120-EXIT.
044800     EXIT.
044900
045000 2130-SALTAR-CARGO.
045100     PERFORM 8300-LEER-CARGO THRU 8300-EXIT.
045200 2130-EXIT.
045300     EXIT.
045400
045500 2140-SUMAR-CARGO.
045600     IF MOR-CARGO-PENDIENTE
045700         ADD DFH-MOR-VALOR-CARGO TO WS-MORA-PENDIENTE
045800     END-IF.
045900     PERFORM 8300-LEER-CARGO THRU 8300-EXIT.
046000 2140-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------*
046400*  2500-COMPLETAR-TITULAR : TITMTR VA POR DPI; CADA TITULAR SE   *
046500*  BUSCA POR CUENTA EN LA TABLA DE DESCUENTOS Y LA PRIMERA       *
046600*  COINCIDENCIA DEJA EL DPI Y EL NOMBRE.                         *
046700*----------------------------------------------------------------*
046800 2500-COMPLETAR-TITULAR.
046900     MOVE DFH-TIT-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
047000     PERFORM 5100-BUSCAR-CUENTA THRU 5100-EXIT.
047100     IF ENTRADA-HALLADA
047200        AND WD-NUM-DPI (WS-SUB-DESC) = SPACES
047300         MOVE DFH-TIT-NUM-DPI TO WD-NUM-DPI (WS-SUB-DESC)
047400         MOVE DFH-TIT-NOMBRE-TITULAR
047500           TO WD-NOMBRE-TITULAR (WS-SUB-DESC)
047600     END-IF.
047700     PERFORM 8400-LEER-TITULAR THRU 8400-EXIT.
047800 2500-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------*
048200*  4000-GENERAR-BLOQUE : ENCABEZADO, DETALLE Y CIERRE DEL        *
048300*  CONVENIO WS-SUB-CONVENIO Y SU ENVIO A LA LISTA DE             *
048400*  DISTRIBUCION. EL CONVENIO SIN EMPLEADOS VINCULADOS NO GENERA  *
048500*  BLOQUE.                                                       *
048600*----------------------------------------------------------------*
048700 4000-GENERAR-BLOQUE.
048800     IF WV-CANT-EMPLEADOS (WS-SUB-CONVENIO) = ZERO
048900         GO TO 4000-EXIT
049000     END-IF.
049100     MOVE SPACES TO REG-INSTRUCCION-PLANILLA.
049200     MOVE 'CAB'                         TO DFH-DPL-TIPO-REGISTRO.
049300     MOVE WV-CODIGO (WS-SUB-CONVENIO) TO DFH-DPL-CODIGO-CONVENIO.
049400     MOVE WS-PERIODO-ANOMES             TO DFH-DPL-PERIODO-ANOMES.
049500     MOVE WS-FECHA-PROCESO TO DFH-DPL-FECHA-GENERACION.
049600     MOVE WV-DESCRIPCION (WS-SUB-CONVENIO) TO DFH-DPL-DESCRIPCION.
049700     MOVE WV-POLITICA (WS-SUB-CONVENIO) TO DFH-DPL-POLITICA.
049800     MOVE WV-CANT-EMPLEADOS (WS-SUB-CONVENIO)
049900       TO DFH-DPL-CANT-EMPLEADOS.
050000     MOVE WV-TOTAL-DESCONTAR (WS-SUB-CONVENIO)
050100       TO DFH-DPL-TOTAL-DESCONTAR.
050200     WRITE REG-INSTRUCCION-PLANILLA.
050300     MOVE ZERO TO WS-CANT-BLOQUE WS-TOTAL-BLOQUE.
050400     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT
050500         VARYING WS-SUB-DESC FROM 1 BY 1
050600         UNTIL WS-SUB-DESC > WS-CANT-DESCUENTOS.
050700     MOVE SPACES TO REG-INSTRUCCION-PLANILLA.
050800     MOVE 'CIE'                         TO DFH-DPL-TIPO-REGISTRO.
050900     MOVE WV-CODIGO (WS-SUB-CONVENIO) TO DFH-DPL-CODIGO-CONVENIO.
051000     MOVE WS-PERIODO-ANOMES             TO DFH-DPL-PERIODO-ANOMES.
051100     MOVE WS-FECHA-PROCESO TO DFH-DPL-FECHA-GENERACION.
051200     MOVE WV-DESCRIPCION (WS-SUB-CONVENIO) TO DFH-DPL-DESCRIPCION.
051300     MOVE WV-POLITICA (WS-SUB-CONVENIO) TO DFH-DPL-POLITICA.
051400     MOVE WS-CANT-BLOQUE                TO DFH-DPL-CANT-EMPLEADOS.
051500     MOVE WS-TOTAL-BLOQUE TO DFH-DPL-TOTAL-DESCONTAR.
051600     WRITE REG-INSTRUCCION-PLANILLA.
051700     ADD 1 TO WS-BLOQUES-GRABADOS.
051800     MOVE WV-CODIGO (WS-SUB-CONVENIO) TO WA-CODIGO-CONVENIO.
051900     MOVE WS-PERIODO-ANOMES           TO WA-PERIODO-ANOMES.
052000     IF WV-CANT-EMAILS (WS-SUB-CONVENIO) = ZERO
052100         MOVE WS-EMAIL-RESPALDO TO WA-EMAIL-DESTINO
052200         WRITE ENVIO-LINEA FROM WS-DETALLE-ENVIO
052300         ADD 1 TO WS-ENVIOS-ENCOLADOS
052400     ELSE
052500         PERFORM 4500-ENCOLAR-ENVIO THRU 4500-EXIT
052600             VARYING WS-IX-EMAIL FROM 1 BY 1
052700             UNTIL WS-IX-EMAIL > WV-CANT-EMAILS (WS-SUB-CONVENIO)
052800     END-IF.
052900 4000-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------*
053300*  4100-ESCRIBIR-DETALLE : UN DETALLE POR EMPLEADO DEL CONVENIO. *
053400*----------------------------------------------------------------*
053500 4100-ESCRIBIR-DETALLE.
053600     IF WD-CODIGO-CONVENIO (WS-SUB-DESC)
053700        NOT = WV-CODIGO (WS-SUB-CONVENIO)
053800         GO TO 4100-EXIT
053900     END-IF.
054000     MOVE SPACES                      TO REG-INSTRUCCION-PLANILLA.
054100     MOVE 'DET'                       TO DFH-DPL-TIPO-REGISTRO.
054200     MOVE WV-CODIGO (WS-SUB-CONVENIO) TO DFH-DPL-CODIGO-CONVENIO.
054300     MOVE WS-PERIODO-ANOMES           TO DFH-DPL-PERIODO-ANOMES.
054400     MOVE WD-CUENTA (WS-SUB-DESC)     TO DFH-DPL-NUMERO-CUENTA.
054500     MOVE WD-NUM-DPI (WS-SUB-DESC)    TO DFH-DPL-NUM-DPI.
054600     MOVE WD-NOMBRE-TITULAR (WS-SUB-DESC)
054700       TO DFH-DPL-NOMBRE-TITULAR.
054800     MOVE WD-CUOTA-PACTADA (WS-SUB-DESC)
054900       TO DFH-DPL-CUOTA-PACTADA.
055000     MOVE WD-SALDO-VENCIDO (WS-SUB-DESC)
055100       TO DFH-DPL-SALDO-VENCIDO.
055200     MOVE WD-MORA-PENDIENTE (WS-SUB-DESC)
055300       TO DFH-DPL-MORA-PENDIENTE.
055400     MOVE WD-VALOR-DESCONTAR (WS-SUB-DESC)
055500       TO DFH-DPL-VALOR-DESCONTAR.
055600     WRITE REG-INSTRUCCION-PLANILLA.
055700     ADD 1 TO WS-CANT-BLOQUE WS-DETALLES-GRABADOS.
055800     ADD WD-VALOR-DESCONTAR (WS-SUB-DESC) TO WS-TOTAL-BLOQUE.
055900     IF WD-NUM-DPI (WS-SUB-DESC) = SPACES
056000         DISPLAY 'RMYD1PLI - CUENTA SIN TITULAR EN TITMTR '
056100                 WD-CUENTA (WS-SUB-DESC)
056200         ADD 1 TO WS-CUENTAS-SIN-DPI
056300         IF WS-CODRET-CORRIDA < 4
056400             MOVE 4 TO WS-CODRET-CORRIDA
056500         END-IF
056600     END-IF.
056700 4100-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------*
057100*  4500-ENCOLAR-ENVIO : UN ENVIO POR DIRECCION DE LA LISTA.      *
057200*----------------------------------------------------------------*
057300 4500-ENCOLAR-ENVIO.
057400     MOVE WV-EMAIL (WS-SUB-CONVENIO WS-IX-EMAIL)
057500       TO WA-EMAIL-DESTINO.
057600     WRITE ENVIO-LINEA FROM WS-DETALLE-ENVIO.
057700     ADD 1 TO WS-ENVIOS-ENCOLADOS.
057800 4500-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------*
058200*  5000-BUSCAR-CONVENIO : UBICA WS-CODIGO-BUSCADO EN LA TABLA DE *
058300*  CONVENIOS ACTIVOS; DEJA SU SUBINDICE EN WS-SUB-CONVENIO.      *
058400*----------------------------------------------------------------*
058500 5000-BUSCAR-CONVENIO.
058600     MOVE 'N' TO WS-SW-HALLADO.
058700     MOVE 1   TO WS-SUB-CONVENIO.
058800     PERFORM 5010-COMPARAR-CONVENIO THRU 5010-EXIT
058900         UNTIL ENTRADA-HALLADA
059000         OR WS-SUB-CONVENIO > WS-CANT-CONVENIOS.
059100 5000-EXIT.
059200     EXIT.
059300
059400 5010-COMPARAR-CONVENIO.
059500     IF WV-CODIGO (WS-SUB-CONVENIO) = WS-CODIGO-BUSCADO
059600         MOVE 'S' TO WS-SW-HALLADO
059700     ELSE
059800         ADD 1 TO WS-SUB-CONVENIO
059900     END-IF.
060000 5010-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------*
060400*  5100-BUSCAR-CUENTA : BUSQUEDA BINARIA DE WS-CUENTA-BUSCADA EN *
060500*  LA TABLA DE DESCUENTOS; DEJA SU SUBINDICE EN WS-SUB-DESC.     *
060600*----------------------------------------------------------------*
060700 5100-BUSCAR-CUENTA.
060800     MOVE 'N'                TO WS-SW-HALLADO.
060900     MOVE 1                  TO WS-BIN-INFERIOR.
061000     MOVE WS-CANT-DESCUENTOS TO WS-BIN-SUPERIOR.
061100     PERFORM 5110-PARTIR-TRAMO THRU 5110-EXIT
061200         UNTIL ENTRADA-HALLADA
061300         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
061400 5100-EXIT.
061500     EXIT.
061600
061700 5110-PARTIR-TRAMO.
061800     COMPUTE WS-BIN-MEDIO =
061900         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
062000     IF WD-CUENTA (WS-BIN-MEDIO) = WS-CUENTA-BUSCADA
062100         MOVE 'S'          TO WS-SW-HALLADO
062200         MOVE WS-BIN-MEDIO TO WS-SUB-DESC
062300         GO TO 5110-EXIT
062400     END-IF.
062500     IF WD-CUENTA (WS-BIN-MEDIO) < WS-CUENTA-BUSCADA
062600         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
062700     ELSE
062800         IF WS-BIN-MEDIO = 1
062900             MOVE ZERO TO WS-BIN-SUPERIOR
063000         ELSE
063100             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
063200         END-IF
063300     END-IF.
063400 5110-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------*
063800*  3000-FINALIZAR                                                *
063900*----------------------------------------------------------------*
064000 3000-FINALIZAR.
064100     DISPLAY 'RMYD1PLI - PERIODO            : ' WS-PERIODO-ANOMES.
064200     DISPLAY 'RMYD1PLI - CONVENIOS ACTIVOS  : ' WS-CANT-CONVENIOS.
064300     DISPLAY 'RMYD1PLI - VINCULOS LEIDOS    : '
064400             WS-VINCULOS-LEIDOS.
064500     DISPLAY 'RMYD1PLI - VINC. SIN CONVENIO : '
064600             WS-VIN-SIN-CONVENIO.
064700     DISPLAY 'RMYD1PLI - BLOQUES GRABADOS   : '
064800             WS-BLOQUES-GRABADOS.
064900     DISPLAY 'RMYD1PLI - DETALLES GRABADOS  : '
065000             WS-DETALLES-GRABADOS.
065100     DISPLAY 'RMYD1PLI - CUENTAS SIN DPI    : '
065200             WS-CUENTAS-SIN-DPI.
065300     DISPLAY 'RMYD1PLI - ENVIOS ENCOLADOS   : '
065400             WS-ENVIOS-ENCOLADOS.
065500     IF ARCHIVOS-ABIERTOS
065600         CLOSE CONVENIOS-FILE VINCULOS-FILE CUOTAS-FILE
065700               TITULAR-FILE INSTRUC-FILE ENVIOS-FILE
065800         IF WS-CRG-APERTURA NOT = '35'
065900             CLOSE CARGOS-FILE
066000         END-IF
066100     END-IF.
066200     MOVE 'RMYD1PLI' TO DFH-BTA-PROGRAMA.
066300     MOVE 'F'        TO DFH-BTA-ACCION.
066400     MOVE WS-VINCULOS-LEIDOS TO DFH-BTA-LEIDOS.
066500     MOVE WS-DETALLES-GRABADOS TO DFH-BTA-ESCRITOS.
066600     MOVE WS-CUENTAS-SIN-DPI TO DFH-BTA-RECHAZADOS.
066700     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
066800     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
066900*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
067000*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
067100     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
067200 3000-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------*
067600*  8000-LEER-CONVENIO / 8100-LEER-VINCULO / 8200-LEER-CUOTA /    *
067700*  8300-LEER-CARGO / 8400-LEER-TITULAR                           *
067800*----------------------------------------------------------------*
067900 8000-LEER-CONVENIO.
068000     READ CONVENIOS-FILE NEXT RECORD
068100         AT END
068200             MOVE 'S' TO WS-SW-FIN-CONVENIOS
068300     END-READ.
068400 8000-EXIT.
068500     EXIT.
068600
068700 8100-LEER-VINCULO.
068800     READ VINCULOS-FILE NEXT RECORD
068900         AT END
069000             MOVE 'S' TO WS-SW-FIN-VINCULOS
069100             GO TO 8100-EXIT
069200     END-READ.
069300     ADD 1 TO WS-VINCULOS-LEIDOS.
069400 8100-EXIT.
069500     EXIT.
069600
069700 8200-LEER-CUOTA.
069800     READ CUOTAS-FILE NEXT RECORD
069900         AT END
070000             MOVE 'S' TO WS-SW-FIN-CUOTAS
070100     END-READ.
070200 8200-EXIT.
070300     EXIT.
070400
070500 8300-LEER-CARGO.
070600     READ CARGOS-FILE
070700         AT END
070800             MOVE 'S' TO WS-SW-FIN-CARGOS
070900     END-READ.
071000 8300-EXIT.
071100     EXIT.
071200
071300 8400-LEER-TITULAR.
071400     READ TITULAR-FILE NEXT RECORD
071500         AT END
071600             MOVE 'S' TO WS-SW-FIN-TITULARES
071700     END-READ.
071800 8400-EXIT.
071900     EXIT.
