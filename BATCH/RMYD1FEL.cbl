000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1FEL.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CONTABILIDAD.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : EMISION DE DOCUMENTOS TRIBUTARIOS ELECTRONICOS (FEL) *
000900*           POR LOS PAGOS APLICADOS EN EL DIA. LEE EL HISTORIAL  *
001000*           DE IMPUTACIONES (IMPHIST - RMYD1IMH) Y TOMA SOLO LO  *
001100*           IMPUTADO HOY A CONCEPTOS AFECTOS A IVA (INTERES,     *
001200*           COMISION Y CARGOS DE MORA; CAPITAL, SEGURO, GASTOS   *
001300*           JUDICIALES Y ABONOS A CAPITAL NO CAUSAN IVA). LAS    *
001400*           IMPUTACIONES DE UN MISMO PAGO (CUENTA, SECUENCIA,    *
001500*           REFERENCIA Y TIPO DE MOVIMIENTO) VIENEN SEGUIDAS EN  *
001600*           EL HISTORIAL, EN EL ORDEN CUENTA/SECUENCIA DEL LOTE  *
001700*           DE PAGOS, Y FORMAN UN DOCUMENTO: FACTURA (FACT) EL   *
001800*           PAGO Y NOTA DE CREDITO (NCRE) SU REVERSA, QUE        *
001900*           REFERENCIA LA ULTIMA FACTURA AUTORIZADA DEL MISMO    *
002000*           PAGO. LO COBRADO INCLUYE EL IVA: POR CONCEPTO LA     *
002100*           BASE ES EL VALOR ENTRE (1 + TASA) Y EL IVA LA        *
002200*           DIFERENCIA, CON LA TASA DE FELPARM (A FALTA DE ELLA  *
002300*           12 POR CIENTO). EL RECEPTOR ES EL DPI Y NOMBRE DEL   *
002400*           TITULAR EN TITMTR (RMYD1TIT, QUE SE RECORRE CONTRA   *
002500*           LAS CUENTAS DEL DIA COMO EN RMYD1PLI); SIN TITULAR   *
002600*           SE EMITE A CONSUMIDOR FINAL (CF). CADA DOCUMENTO SE  *
002700*           GRABA EN EL MAESTRO FELMTR (RMYD1FED) EN ESTADO      *
002800*           EMITIDO Y SALE AL EXTRACTO PARA EL CERTIFICADOR      *
002900*           FELEMI (RMYD1FEX, CON CABECERA CAB Y CIERRE CIE).    *
003000*           UN DOCUMENTO YA EMITIDO (CORRIDA REPETIDA) NO SE     *
003100*           VUELVE A EMITIR. EL IVA SE CONTABILIZA AL RECIBIR LA *
003200*           AUTORIZACION (RMYD1FEA). EMITE EL DETALLE EN RPTFEL. *
003210*           LO IMPUTADO POR EL CANAL ACUERDO (QUITA DE LOS       *
003220*           ACUERDOS JUDICIALES, RMYD1ACS) ES CONDONACION, NO    *
003230*           COBRO: NO CAUSA IVA NI SE FACTURA.                   *
003300*           CORRE DESPUES DE RMYD1PGA Y RMYD1ABX.                *
003400*----------------------------------------------------------------*
003500*  HISTORIAL DE MODIFICACIONES                                   *
003600*  FECHA       INIC  DESCRIPCION                                 *
003700*  15/10/2026  DS    VERSION INICIAL.                            *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-390.
004200 OBJECT-COMPUTER.  IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARAM-FILE     ASSIGN TO FELPARM
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS   IS WS-PRM-STATUS.
004800
004900     SELECT IMPUTAC-FILE   ASSIGN TO IMPHIST
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS   IS WS-IMP-STATUS.
005200
005300     SELECT TITULAR-FILE   ASSIGN TO TITMTR
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE   IS SEQUENTIAL
005600            RECORD KEY    IS DFH-TIT-LLAVE
005700            FILE STATUS   IS WS-TIT-STATUS.
005800
005900     SELECT DOCUMENT-FILE  ASSIGN TO FELMTR
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE   IS DYNAMIC
006200            RECORD KEY    IS DFH-FED-LLAVE
006300            FILE STATUS   IS WS-FED-STATUS.
006400
006500     SELECT EMISION-FILE   ASSIGN TO FELEMI
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS   IS WS-FEX-STATUS.
006800
006900     SELECT REPORTE-FILE   ASSIGN TO RPTFEL
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS   IS WS-RPT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARAM-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  REG-PARAM-FEL.
007900     05 PM-TASA-IVA               PIC 9(003)V99.
008000
008100 FD  IMPUTAC-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY RMYD1IMH.
008500
008600 FD  TITULAR-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY RMYD1TIT.
009000
009100 FD  DOCUMENT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY RMYD1FED.
009500
009600 FD  EMISION-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RMYD1FEX.
010000
010100 FD  REPORTE-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  REPORTE-LINEA                PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 COPY RMYD1BTA.
010800 77  WS-PRM-STATUS                PIC X(02).
010900     88 PRM-OK                       VALUE '00'.
011000 77  WS-IMP-STATUS                PIC X(02).
011100     88 IMP-OK                       VALUE '00'.
011200 77  WS-TIT-STATUS                PIC X(02).
011300     88 TIT-OK                       VALUE '00'.
011400 77  WS-FED-STATUS                PIC X(02).
011500     88 FED-OK                       VALUE '00'.
011600 77  WS-FEX-STATUS                PIC X(02).
011700 77  WS-RPT-STATUS                PIC X(02).
011800 77  WS-SW-FIN-IMPUTACIONES       PIC X(01).
011900     88 FIN-IMPUTACIONES             VALUE 'S'.
012000 77  WS-SW-FIN-TITULARES          PIC X(01).
012100     88 FIN-TITULARES                VALUE 'S'.
012200 77  WS-SW-FIN-ORIGEN             PIC X(01).
012300     88 FIN-ORIGEN                   VALUE 'S'.
012400 77  WS-SW-ABIERTOS               PIC X(01).
012500     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
012600 77  WS-SW-HALLADO                PIC X(01).
012700     88 ENTRADA-HALLADA              VALUE 'S'.
012800 77  WS-FECHA-PROCESO             PIC 9(008).
012900 77  WS-TASA-IVA                  PIC 9(003)V99.
013000 77  WS-TIPO-MOV                  PIC X(001).
013100 77  WS-CUENTA-BUSCADA            PIC X(013).
013200 77  WS-CANT-CUENTAS              PIC 9(005) COMP VALUE ZERO.
013300 77  WS-SUB-CTA                   PIC 9(005) COMP.
013400 77  WS-CANT-DOCUMENTOS           PIC 9(005) COMP VALUE ZERO.
013500 77  WS-SUB-DOC                   PIC 9(005) COMP.
013600 77  WS-SUB-CON                   PIC 9(002) COMP.
013700 77  WS-BIN-INFERIOR              PIC 9(005) COMP.
013800 77  WS-BIN-SUPERIOR              PIC 9(005) COMP.
013900 77  WS-BIN-MEDIO                 PIC 9(005) COMP.
014000 77  WS-IMP-LEIDAS                PIC 9(007) COMP.
014100 77  WS-IMP-AFECTAS               PIC 9(007) COMP.
014150 77  WS-IMP-ACUERDO               PIC 9(007) COMP.
014200 77  WS-DOC-EMITIDOS              PIC 9(007) COMP.
014300 77  WS-DOC-DUPLICADOS            PIC 9(007) COMP.
014400 77  WS-DOC-SIN-TITULAR           PIC 9(007) COMP.
014500 77  WS-NCRE-SIN-ORIGEN           PIC 9(007) COMP.
014600 77  WS-BASE-CONCEPTO             PIC S9(009)V99 COMP-3.
014700 77  WS-TOTAL-EMITIDO             PIC S9(013)V99 COMP-3.
014800 77  WS-TOTAL-IVA                 PIC S9(013)V99 COMP-3.
014900 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
015000
015100*----------------------------------------------------------------*
015200*  CONCEPTOS AFECTOS A IVA, EN EL ORDEN DE DFH-FED-CONCEPTO.     *
015300*----------------------------------------------------------------*
015400 01  WS-CONCEPTOS-IVA.
015500     05 FILLER                    PIC X(010) VALUE 'INTERES'.
015600     05 FILLER                    PIC X(010) VALUE 'COMISION'.
015700     05 FILLER                    PIC X(010) VALUE 'MORA'.
015800 01  WS-CONCEPTOS-IVA-R REDEFINES WS-CONCEPTOS-IVA.
015900     05 WS-NOMBRE-IVA             PIC X(010) OCCURS 3 TIMES.
016000
016100*----------------------------------------------------------------*
016200*  LLAVE DE LA FACTURA ORIGINAL QUE ANULA UNA NOTA DE CREDITO    *
016300*  (MISMO PAGO CON TIPO DE MOVIMIENTO P, CUALQUIER FECHA).       *
016400*----------------------------------------------------------------*
016500 01  WS-LLAVE-ORIGEN.
016600     05 WS-LO-PAGO.
016700        10 WS-LO-CUENTA           PIC X(013).
016800        10 WS-LO-SECUENCIA        PIC 9(003).
016900        10 WS-LO-REFERENCIA       PIC X(015).
017000        10 WS-LO-TIPO-MOV         PIC X(001).
017100     05 WS-LO-FECHA               PIC 9(008).
017200 01  WS-ORIGEN-HALLADO.
017300     05 WS-OH-AUTORIZACION        PIC X(036).
017400     05 WS-OH-SERIE               PIC X(010).
017500     05 WS-OH-NUMERO              PIC 9(010).
017600
017700*----------------------------------------------------------------*
017800*  CUENTAS DEL DIA EN ORDEN DE CUENTA CON SU TITULAR; LA         *
017900*  BUSQUEDA DEL TITULAR ES BINARIA SOBRE ESE ORDEN.              *
018000*----------------------------------------------------------------*
018100 01  WS-TABLA-CUENTAS.
018200     05 WS-CUENTA-ENTRADA OCCURS 5000 TIMES.
018300         10 WC-CUENTA             PIC X(013).
018400         10 WC-NUM-DPI            PIC X(013).
018500         10 WC-NOMBRE-TITULAR     PIC X(060).
018600
018700*----------------------------------------------------------------*
018800*  DOCUMENTOS DEL DIA, UNO POR PAGO, CON LO COBRADO POR CONCEPTO *
018900*----------------------------------------------------------------*
019000 01  WS-TABLA-DOCUMENTOS.
019100     05 WS-DOCUMENTO-ENTRADA OCCURS 5000 TIMES.
019200         10 WT-SUB-CUENTA         PIC 9(005) COMP.
019300         10 WT-SECUENCIA          PIC 9(003).
019400         10 WT-REFERENCIA         PIC X(015).
019500         10 WT-TIPO-MOV           PIC X(001).
019600         10 WT-CANAL              PIC X(010).
019700         10 WT-VALOR              PIC S9(009)V99 COMP-3
019800                                  OCCURS 3 TIMES.
019900
020000 01  WS-TITULO-RPT.
020100     05 FILLER                    PIC X(044)
020200        VALUE 'DOCUMENTOS TRIBUTARIOS ELECTRONICOS EMITIDOS'.
020300     05 FILLER                    PIC X(007)     VALUE ' FECHA '.
020400     05 WE-FECHA                  PIC 9(008).
020500     05 FILLER                    PIC X(010)
020600        VALUE ' TASA IVA'.
020700     05 FILLER                    PIC X(001)     VALUE SPACES.
020800     05 WE-TASA-IVA               PIC ZZ9.99.
020900     05 FILLER                    PIC X(056)     VALUE SPACES.
021000
021100 01  WS-ENCABEZADO-RPT.
021200     05 FILLER                    PIC X(014)     VALUE 'CUENTA'.
021300     05 FILLER                    PIC X(004)     VALUE 'SEC'.
021400     05 FILLER                    PIC X(016)
021500        VALUE 'REFERENCIA'.
021600     05 FILLER                    PIC X(005)     VALUE 'DOC'.
021700     05 FILLER                    PIC X(014)     VALUE 'RECEPTOR'.
021800     05 FILLER                    PIC X(015)
021900        VALUE '          BASE'.
022000     05 FILLER                    PIC X(015)
022100        VALUE '           IVA'.
022200     05 FILLER                    PIC X(016)
022300        VALUE '         TOTAL'.
022400     05 FILLER                    PIC X(033)
022500        VALUE 'OBSERVACION'.
022600
022700 01  WS-DETALLE-RPT.
022800     05 WD-CUENTA                 PIC X(013).
022900     05 FILLER                    PIC X(001)     VALUE SPACES.
023000     05 WD-SECUENCIA              PIC 999.
023100     05 FILLER                    PIC X(001)     VALUE SPACES.
023200     05 WD-REFERENCIA             PIC X(015).
023300     05 FILLER                    PIC X(001)     VALUE SPACES.
023400     05 WD-TIPO-DOC               PIC X(004).
023500     05 FILLER                    PIC X(001)     VALUE SPACES.
023600     05 WD-RECEPTOR               PIC X(013).
023700     05 FILLER                    PIC X(001)     VALUE SPACES.
023800     05 WD-BASE                   PIC ZZZ,ZZZ,ZZ9.99-.
023900     05 WD-IVA                    PIC ZZZ,ZZZ,ZZ9.99-.
024000     05 WD-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99-.
024100     05 FILLER                    PIC X(001)     VALUE SPACES.
024200     05 WD-OBSERVACION            PIC X(033).
024300
024400 01  WS-TOTAL-RPT.
024500     05 WT-ETIQUETA               PIC X(040).
024600     05 WT-CANTIDAD               PIC Z,ZZZ,ZZ9.
024700     05 FILLER                    PIC X(002)     VALUE SPACES.
024800     05 WT-IMPORTE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024900     05 FILLER                    PIC X(063)     VALUE SPACES.
025000
025100 PROCEDURE DIVISION.
025200
025300 0000-MAINLINE.
025400     PERFORM 1000-INICIALIZAR         THRU 1000-EXIT.
025500     PERFORM 2000-PROCESAR-IMPUTACION THRU 2000-EXIT
025600         UNTIL FIN-IMPUTACIONES.
025700     PERFORM 2500-COMPLETAR-TITULAR   THRU 2500-EXIT
025800         UNTIL FIN-TITULARES.
025900     IF WS-CODRET-CORRIDA < 16
026000         PERFORM 4000-EMITIR-DOCUMENTO THRU 4000-EXIT
026100             VARYING WS-SUB-DOC FROM 1 BY 1
026200             UNTIL WS-SUB-DOC > WS-CANT-DOCUMENTOS
026300     END-IF.
026400     PERFORM 3000-FINALIZAR           THRU 3000-EXIT.
026500     STOP RUN.
026600
026700*----------------------------------------------------------------*
026800*  1000-INICIALIZAR : TASA DE IVA DE FELPARM, APERTURA DE        *
026900*  ARCHIVOS Y CABECERA DEL EXTRACTO. EL MAESTRO FELMTR SE CREA   *
027000*  SI NO EXISTE.                                                 *
027100*----------------------------------------------------------------*
027200 1000-INICIALIZAR.
027300     MOVE 'RMYD1FEL' TO DFH-BTA-PROGRAMA.
027400     MOVE 'I'        TO DFH-BTA-ACCION.
027500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
027600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
027700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
027800     MOVE 'N'  TO WS-SW-FIN-IMPUTACIONES WS-SW-FIN-TITULARES
027900                  WS-SW-ABIERTOS.
028000     MOVE ZERO TO WS-IMP-LEIDAS WS-IMP-AFECTAS WS-DOC-EMITIDOS
028100                  WS-DOC-DUPLICADOS WS-DOC-SIN-TITULAR
028200                  WS-NCRE-SIN-ORIGEN WS-TOTAL-EMITIDO
028300                  WS-TOTAL-IVA WS-IMP-ACUERDO.
028400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
028500     MOVE 12 TO WS-TASA-IVA.
028600     OPEN INPUT PARAM-FILE.
028700     IF PRM-OK
028800         READ PARAM-FILE
028900             AT END
029000                 CONTINUE
029100             NOT AT END
029200                 IF PM-TASA-IVA NUMERIC
029300                    AND PM-TASA-IVA > ZERO
029400                     MOVE PM-TASA-IVA TO WS-TASA-IVA
029500                 END-IF
029600         END-READ
029700         CLOSE PARAM-FILE
029800     END-IF.
029900     OPEN OUTPUT REPORTE-FILE.
030000     MOVE WS-FECHA-PROCESO TO WE-FECHA.
030100     MOVE WS-TASA-IVA      TO WE-TASA-IVA.
030200     WRITE REPORTE-LINEA FROM WS-TITULO-RPT.
030300     MOVE SPACES TO REPORTE-LINEA.
030400     WRITE REPORTE-LINEA.
030500     WRITE REPORTE-LINEA FROM WS-ENCABEZADO-RPT.
030600     OPEN INPUT  IMPUTAC-FILE.
030700     OPEN INPUT  TITULAR-FILE.
030800     OPEN I-O    DOCUMENT-FILE.
030900     IF WS-FED-STATUS EQUAL '35'
031000         OPEN OUTPUT DOCUMENT-FILE
031100         CLOSE DOCUMENT-FILE
031200         OPEN I-O DOCUMENT-FILE
031300     END-IF.
031400     OPEN OUTPUT EMISION-FILE.
031500     MOVE 'S' TO WS-SW-ABIERTOS.
031600     MOVE SPACES           TO REG-CONTROL-FEX.
031700     MOVE 'CAB'            TO DFH-FEXC-TIPO-REG.
031800     MOVE WS-FECHA-PROCESO TO DFH-FEXC-FECHA.
031900     MOVE ZERO             TO DFH-FEXC-CANT-DOCUMENTOS
032000                              DFH-FEXC-TOTAL.
032100     WRITE REG-CONTROL-FEX.
032200     IF NOT FED-OK
032300         DISPLAY 'RMYD1FEL - ERROR DOCUMENT-FILE ' WS-FED-STATUS
032400         MOVE 16 TO WS-CODRET-CORRIDA
032500     END-IF.
032600     IF NOT TIT-OK
032700         DISPLAY 'RMYD1FEL - ERROR TITULAR-FILE ' WS-TIT-STATUS
032800         MOVE 16 TO WS-CODRET-CORRIDA
032900     END-IF.
033000     IF WS-IMP-STATUS EQUAL '35'
033100         DISPLAY 'RMYD1FEL - SIN HISTORIAL DE IMPUTACIONES'
033200         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES WS-SW-FIN-TITULARES
033300         GO TO 1000-EXIT
033400     END-IF.
033500     IF NOT IMP-OK
033600         DISPLAY 'RMYD1FEL - ERROR IMPUTAC-FILE ' WS-IMP-STATUS
033700         MOVE 16 TO WS-CODRET-CORRIDA
033800     END-IF.
033900     IF WS-CODRET-CORRIDA = 16
034000         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES WS-SW-FIN-TITULARES
034100         GO TO 1000-EXIT
034200     END-IF.
034300     PERFORM 8000-LEER-IMPUTACION THRU 8000-EXIT.
034400     PERFORM 8100-LEER-TITULAR    THRU 8100-EXIT.
034500 1000-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------------*
034900*  2000-PROCESAR-IMPUTACION : LO IMPUTADO HOY A UN CONCEPTO      *
035000*  AFECTO SE SUMA AL DOCUMENTO DE SU PAGO; UN PAGO DISTINTO AL   *
035100*  ANTERIOR ABRE DOCUMENTO NUEVO. LA QUITA DE UN ACUERDO (CANAL *
035150*  ACUERDO) SOLO SE CUENTA.                                      *
035200*----------------------------------------------------------------*
035300 2000-PROCESAR-IMPUTACION.
035400     IF DFH-IMP-FECHA-PROCESO NOT = WS-FECHA-PROCESO
035500        OR DFH-IMP-VALOR-APLICADO = ZERO
035600        OR NOT IMP-AFECTO-IVA
035700         GO TO 2000-SIGUIENTE
035800     END-IF.
035810     IF IMP-CANAL-ACUERDO
035820         ADD 1 TO WS-IMP-ACUERDO
035830         GO TO 2000-SIGUIENTE
035840     END-IF.
035900     ADD 1 TO WS-IMP-AFECTAS.
036000     IF IMP-MOV-REVERSA
036100         MOVE 'R' TO WS-TIPO-MOV
036200     ELSE
036300         MOVE 'P' TO WS-TIPO-MOV
036400     END-IF.
036500     IF WS-CANT-DOCUMENTOS = ZERO
036600         PERFORM 5000-ABRIR-DOCUMENTO THRU 5000-EXIT
036700     ELSE
036800         IF WC-CUENTA (WT-SUB-CUENTA (WS-CANT-DOCUMENTOS))
036900                NOT = DFH-IMP-NUMERO-CUENTA
037000            OR WT-SECUENCIA (WS-CANT-DOCUMENTOS)
037100                NOT = DFH-IMP-SECUENCIA-PAGO
037200            OR WT-REFERENCIA (WS-CANT-DOCUMENTOS)
037300                NOT = DFH-IMP-REFERENCIA
037400            OR WT-TIPO-MOV (WS-CANT-DOCUMENTOS)
037500                NOT = WS-TIPO-MOV
037600             PERFORM 5000-ABRIR-DOCUMENTO THRU 5000-EXIT
037700         END-IF
037800     END-IF.
037900     IF WS-CODRET-CORRIDA = 16
038000         MOVE 'S' TO WS-SW-FIN-IMPUTACIONES WS-SW-FIN-TITULARES
038100         GO TO 2000-EXIT
038200     END-IF.
038300     MOVE 1 TO WS-SUB-CON.
038400     PERFORM 5100-UBICAR-CONCEPTO THRU 5100-EXIT
038500         UNTIL WS-SUB-CON > 3
038600         OR WS-NOMBRE-IVA (WS-SUB-CON) = DFH-IMP-CONCEPTO.
038700     ADD DFH-IMP-VALOR-APLICADO
038800       TO WT-VALOR (WS-CANT-DOCUMENTOS WS-SUB-CON).
038900 2000-SIGUIENTE.
039000     PERFORM 8000-LEER-IMPUTACION THRU 8000-EXIT.
039100 2000-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------*
039500*  2500-COMPLETAR-TITULAR : TITMTR VA POR DPI; CADA TITULAR SE   *
039600*  BUSCA POR CUENTA EN LA TABLA DE CUENTAS DEL DIA Y LA PRIMERA  *
039700*  COINCIDENCIA DEJA EL DPI Y EL NOMBRE (VER RMYD1PLI).          *
039800*----------------------------------------------------------------*
039900 2500-COMPLETAR-TITULAR.
040000     MOVE DFH-TIT-NUMERO-CUENTA TO WS-CUENTA-BUSCADA.
040100     PERFORM 5200-BUSCAR-CUENTA THRU 5200-EXIT.
040200     IF ENTRADA-HALLADA
040300        AND WC-NUM-DPI (WS-SUB-CTA) = SPACES
040400         MOVE DFH-TIT-NUM-DPI TO WC-NUM-DPI (WS-SUB-CTA)
040500         MOVE DFH-TIT-NOMBRE-TITULAR
040600           TO WC-NOMBRE-TITULAR (WS-SUB-CTA)
040700     END-IF.
040800     PERFORM 8100-LEER-TITULAR THRU 8100-EXIT.
040900 2500-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------*
041300*  4000-EMITIR-DOCUMENTO : SEPARA BASE E IVA POR CONCEPTO, BUSCA *
041400*  LA FACTURA ORIGINAL DE UNA NOTA DE CREDITO, GRABA EL MAESTRO  *
041500*  FELMTR Y EL DETALLE DEL EXTRACTO.                             *
041600*----------------------------------------------------------------*
041700 4000-EMITIR-DOCUMENTO.
041800     MOVE SPACES TO WS-ORIGEN-HALLADO WD-OBSERVACION.
041900     MOVE ZERO   TO WS-OH-NUMERO.
042000     IF WT-TIPO-MOV (WS-SUB-DOC) = 'R'
042100         PERFORM 5300-BUSCAR-ORIGEN THRU 5300-EXIT
042200     END-IF.
042300     MOVE SPACES TO REG-DOCUMENTO-FEL.
042400     MOVE WC-CUENTA (WT-SUB-CUENTA (WS-SUB-DOC))
042500       TO DFH-FED-NUMERO-CUENTA.
042600     MOVE WT-SECUENCIA (WS-SUB-DOC)  TO DFH-FED-SECUENCIA-PAGO.
042700     MOVE WT-REFERENCIA (WS-SUB-DOC) TO DFH-FED-REFERENCIA.
042800     MOVE WT-TIPO-MOV (WS-SUB-DOC)   TO DFH-FED-TIPO-MOV.
042900     MOVE WS-FECHA-PROCESO           TO DFH-FED-FECHA-EMISION.
043000     IF FED-MOV-REVERSA
043100         MOVE 'NCRE' TO DFH-FED-TIPO-DOC
043200     ELSE
043300         MOVE 'FACT' TO DFH-FED-TIPO-DOC
043400     END-IF.
043500     IF WC-NUM-DPI (WT-SUB-CUENTA (WS-SUB-DOC)) = SPACES
043600         MOVE 'CF'               TO DFH-FED-ID-RECEPTOR
043700         MOVE 'CONSUMIDOR FINAL' TO DFH-FED-NOMBRE-RECEPTOR
043800         ADD 1 TO WS-DOC-SIN-TITULAR
043900         MOVE 'SIN TITULAR EN TITMTR, EMITIDO CF'
044000                                 TO WD-OBSERVACION
044100     ELSE
044200         MOVE WC-NUM-DPI (WT-SUB-CUENTA (WS-SUB-DOC))
044300           TO DFH-FED-ID-RECEPTOR
044400         MOVE WC-NOMBRE-TITULAR (WT-SUB-CUENTA (WS-SUB-DOC))
044500           TO DFH-FED-NOMBRE-RECEPTOR
044600     END-IF.
044700     MOVE WT-CANAL (WS-SUB-DOC) TO DFH-FED-CANAL.
044800     MOVE WS-TASA-IVA           TO DFH-FED-TASA-IVA.
044900     MOVE ZERO TO DFH-FED-BASE DFH-FED-IVA DFH-FED-TOTAL.
045000     PERFORM 4100-SEPARAR-IVA THRU 4100-EXIT
045100         VARYING WS-SUB-CON FROM 1 BY 1
045200         UNTIL WS-SUB-CON > 3.
045300     MOVE 'E'  TO DFH-FED-ESTADO.
045400     MOVE ZERO TO DFH-FED-NUMERO-DTE DFH-FED-FECHA-CERTIF
045500                  DFH-FED-FECHA-CONTAB.
045600     MOVE WS-OH-AUTORIZACION TO DFH-FED-ORIGEN-AUTORIZ.
045700     MOVE WS-OH-SERIE        TO DFH-FED-ORIGEN-SERIE.
045800     MOVE WS-OH-NUMERO       TO DFH-FED-ORIGEN-NUMERO.
045900     MOVE DFH-FED-NUMERO-CUENTA  TO WD-CUENTA.
046000     MOVE DFH-FED-SECUENCIA-PAGO TO WD-SECUENCIA.
046100     MOVE DFH-FED-REFERENCIA     TO WD-REFERENCIA.
046200     MOVE DFH-FED-TIPO-DOC       TO WD-TIPO-DOC.
046300     MOVE DFH-FED-ID-RECEPTOR    TO WD-RECEPTOR.
046400     MOVE DFH-FED-BASE           TO WD-BASE.
046500     MOVE DFH-FED-IVA            TO WD-IVA.
046600     MOVE DFH-FED-TOTAL          TO WD-TOTAL.
046700     IF DFH-FED-TOTAL NOT > ZERO
046800         GO TO 4000-EXIT
046900     END-IF.
047000     WRITE REG-DOCUMENTO-FEL
047100         INVALID KEY
047200             ADD 1 TO WS-DOC-DUPLICADOS
047300             MOVE 'YA EMITIDO, NO SE REPITE' TO WD-OBSERVACION
047400             WRITE REPORTE-LINEA FROM WS-DETALLE-RPT
047500             GO TO 4000-EXIT
047600     END-WRITE.
047700     MOVE SPACES                  TO REG-EMISION-FEL.
047800     MOVE 'DET'                   TO DFH-FEX-TIPO-REG.
047900     MOVE DFH-FED-LLAVE           TO DFH-FEX-LLAVE.
048000     MOVE DFH-FED-TIPO-DOC        TO DFH-FEX-TIPO-DOC.
048100     MOVE DFH-FED-FECHA-EMISION   TO DFH-FEX-FECHA-EMISION.
048200     MOVE DFH-FED-ID-RECEPTOR     TO DFH-FEX-ID-RECEPTOR.
048300     MOVE DFH-FED-NOMBRE-RECEPTOR TO DFH-FEX-NOMBRE-RECEPTOR.
048400     MOVE DFH-FED-VALOR-CONCEPTO (1) TO DFH-FEX-VALOR-INTERES.
048500     MOVE DFH-FED-VALOR-CONCEPTO (2) TO DFH-FEX-VALOR-COMISION.
048600     MOVE DFH-FED-VALOR-CONCEPTO (3) TO DFH-FEX-VALOR-CARGOS.
048700     MOVE DFH-FED-BASE            TO DFH-FEX-BASE.
048800     MOVE DFH-FED-TASA-IVA        TO DFH-FEX-TASA-IVA.
048900     MOVE DFH-FED-IVA             TO DFH-FEX-IVA.
049000     MOVE DFH-FED-TOTAL           TO DFH-FEX-TOTAL.
049100     MOVE DFH-FED-REFERENCIA      TO DFH-FEX-REFERENCIA-PAGO.
049200     MOVE DFH-FED-CANAL           TO DFH-FEX-CANAL.
049300     MOVE DFH-FED-ORIGEN-AUTORIZ  TO DFH-FEX-ORIGEN-AUTORIZ.
049400     MOVE DFH-FED-ORIGEN-SERIE    TO DFH-FEX-ORIGEN-SERIE.
049500     MOVE DFH-FED-ORIGEN-NUMERO   TO DFH-FEX-ORIGEN-NUMERO.
049600     WRITE REG-EMISION-FEL.
049700     ADD 1             TO WS-DOC-EMITIDOS.
049800     ADD DFH-FED-TOTAL TO WS-TOTAL-EMITIDO.
049900     ADD DFH-FED-IVA   TO WS-TOTAL-IVA.
050000     WRITE REPORTE-LINEA FROM WS-DETALLE-RPT.
050100 4000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  4100-SEPARAR-IVA : LO COBRADO DEL CONCEPTO INCLUYE EL IVA.    *
050600*----------------------------------------------------------------*
050700 4100-SEPARAR-IVA.
050800     MOVE WT-VALOR (WS-SUB-DOC WS-SUB-CON)
050900       TO DFH-FED-VALOR-CONCEPTO (WS-SUB-CON).
051000     COMPUTE WS-BASE-CONCEPTO ROUNDED =
051100         WT-VALOR (WS-SUB-DOC WS-SUB-CON) * 100
051200       / (100 + WS-TASA-IVA).
051300     COMPUTE DFH-FED-IVA-CONCEPTO (WS-SUB-CON) =
051400         WT-VALOR (WS-SUB-DOC WS-SUB-CON) - WS-BASE-CONCEPTO.
051500     ADD WS-BASE-CONCEPTO TO DFH-FED-BASE.
051600     ADD DFH-FED-IVA-CONCEPTO (WS-SUB-CON) TO DFH-FED-IVA.
051700     ADD WT-VALOR (WS-SUB-DOC WS-SUB-CON)  TO DFH-FED-TOTAL.
051800 4100-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------------*
052200*  5000-ABRIR-DOCUMENTO : NUEVO DOCUMENTO PARA EL PAGO; LA       *
052300*  CUENTA SE AGREGA A LA TABLA DE CUENTAS SI ES DISTINTA DE LA   *
052400*  ULTIMA. UNA CUENTA MENOR QUE LA ANTERIOR (HISTORIAL FUERA DE  *
052500*  ORDEN) SE AVISA: SU TITULAR PUEDE NO HALLARSE.                *
052600*----------------------------------------------------------------*
052700 5000-ABRIR-DOCUMENTO.
052800     IF WS-CANT-DOCUMENTOS = 5000
052900         DISPLAY 'RMYD1FEL - TABLA DE DOCUMENTOS LLENA'
053000         MOVE 16 TO WS-CODRET-CORRIDA
053100         GO TO 5000-EXIT
053200     END-IF.
053300     IF WS-CANT-CUENTAS = ZERO
053400         PERFORM 5010-AGREGAR-CUENTA THRU 5010-EXIT
053500     ELSE
053600         IF WC-CUENTA (WS-CANT-CUENTAS)
053700                NOT = DFH-IMP-NUMERO-CUENTA
053800             IF WC-CUENTA (WS-CANT-CUENTAS)
053900                    > DFH-IMP-NUMERO-CUENTA
054000                 DISPLAY 'RMYD1FEL - HISTORIAL FUERA DE ORDEN EN '
054100                         'CUENTA ' DFH-IMP-NUMERO-CUENTA
054200                 IF WS-CODRET-CORRIDA < 4
054300                     MOVE 4 TO WS-CODRET-CORRIDA
054400                 END-IF
054500             END-IF
054600             PERFORM 5010-AGREGAR-CUENTA THRU 5010-EXIT
054700         END-IF
054800     END-IF.
054900     IF WS-CODRET-CORRIDA = 16
055000         GO TO 5000-EXIT
055100     END-IF.
055200     ADD 1 TO WS-CANT-DOCUMENTOS.
055300     MOVE WS-CANT-CUENTAS TO WT-SUB-CUENTA (WS-CANT-DOCUMENTOS).
055400     MOVE DFH-IMP-SECUENCIA-PAGO
055500       TO WT-SECUENCIA (WS-CANT-DOCUMENTOS).
055600     MOVE DFH-IMP-REFERENCIA
055700       TO WT-REFERENCIA (WS-CANT-DOCUMENTOS).
055800     MOVE WS-TIPO-MOV   TO WT-TIPO-MOV (WS-CANT-DOCUMENTOS).
055900     MOVE DFH-IMP-CANAL TO WT-CANAL (WS-CANT-DOCUMENTOS).
056000     MOVE ZERO TO WT-VALOR (WS-CANT-DOCUMENTOS 1)
056100                  WT-VALOR (WS-CANT-DOCUMENTOS 2)
056200                  WT-VALOR (WS-CANT-DOCUMENTOS 3).
056300 5000-EXIT.
056400     EXIT.
056500
056600 5010-AGREGAR-CUENTA.
056700     IF WS-CANT-CUENTAS = 5000
056800         DISPLAY 'RMYD1FEL - TABLA DE CUENTAS LLENA'
056900         MOVE 16 TO WS-CODRET-CORRIDA
057000         GO TO 5010-EXIT
057100     END-IF.
057200     ADD 1 TO WS-CANT-CUENTAS.
057300     MOVE DFH-IMP-NUMERO-CUENTA TO WC-CUENTA (WS-CANT-CUENTAS).
057400     MOVE SPACES TO WC-NUM-DPI (WS-CANT-CUENTAS)
057500                    WC-NOMBRE-TITULAR (WS-CANT-CUENTAS).
057600 5010-EXIT.
057700     EXIT.
057800
057900 5100-UBICAR-CONCEPTO.
058000     ADD 1 TO WS-SUB-CON.
058100 5100-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------*
058500*  5200-BUSCAR-CUENTA : BUSQUEDA BINARIA DE WS-CUENTA-BUSCADA EN *
058600*  LA TABLA DE CUENTAS; LA DEJA EN WS-SUB-CTA.                   *
058700*----------------------------------------------------------------*
058800 5200-BUSCAR-CUENTA.
058900     MOVE 'N'             TO WS-SW-HALLADO.
059000     MOVE 1               TO WS-BIN-INFERIOR.
059100     MOVE WS-CANT-CUENTAS TO WS-BIN-SUPERIOR.
059200     PERFORM 5210-PARTIR-TRAMO THRU 5210-EXIT
059300         UNTIL ENTRADA-HALLADA
059400         OR WS-BIN-INFERIOR > WS-BIN-SUPERIOR.
059500 5200-EXIT.
059600     EXIT.
059700
059800 5210-PARTIR-TRAMO.
059900     COMPUTE WS-BIN-MEDIO =
060000         (WS-BIN-INFERIOR + WS-BIN-SUPERIOR) / 2.
060100     IF WC-CUENTA (WS-BIN-MEDIO) = WS-CUENTA-BUSCADA
060200         MOVE 'S'          TO WS-SW-HALLADO
060300         MOVE WS-BIN-MEDIO TO WS-SUB-CTA
060400         GO TO 5210-EXIT
060500     END-IF.
060600     IF WC-CUENTA (WS-BIN-MEDIO) < WS-CUENTA-BUSCADA
060700         COMPUTE WS-BIN-INFERIOR = WS-BIN-MEDIO + 1
060800     ELSE
060900         IF WS-BIN-MEDIO = 1
061000             MOVE ZERO TO WS-BIN-SUPERIOR
061100         ELSE
061200             COMPUTE WS-BIN-SUPERIOR = WS-BIN-MEDIO - 1
061300         END-IF
061400     END-IF.
061500 5210-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------------*
061900*  5300-BUSCAR-ORIGEN : RECORRE EN FELMTR LOS DOCUMENTOS DEL     *
062000*  MISMO PAGO CON TIPO DE MOVIMIENTO P Y SE QUEDA CON LA ULTIMA  *
062100*  FACTURA AUTORIZADA. SIN ELLA LA NOTA DE CREDITO SALE SIN      *
062200*  DOCUMENTO DE ORIGEN Y SE AVISA EN EL REPORTE.                 *
062300*----------------------------------------------------------------*
062400 5300-BUSCAR-ORIGEN.
062500     MOVE WC-CUENTA (WT-SUB-CUENTA (WS-SUB-DOC)) TO WS-LO-CUENTA.
062600     MOVE WT-SECUENCIA (WS-SUB-DOC)  TO WS-LO-SECUENCIA.
062700     MOVE WT-REFERENCIA (WS-SUB-DOC) TO WS-LO-REFERENCIA.
062800     MOVE 'P'                        TO WS-LO-TIPO-MOV.
062900     MOVE ZERO                       TO WS-LO-FECHA.
063000     MOVE WS-LLAVE-ORIGEN            TO DFH-FED-LLAVE.
063100     MOVE 'N' TO WS-SW-FIN-ORIGEN.
063200     START DOCUMENT-FILE KEY NOT LESS THAN DFH-FED-LLAVE
063300         INVALID KEY
063400             MOVE 'S' TO WS-SW-FIN-ORIGEN
063500     END-START.
063600     PERFORM 5310-LEER-ORIGEN THRU 5310-EXIT
063700         UNTIL FIN-ORIGEN.
063800     IF WS-OH-AUTORIZACION = SPACES
063900         ADD 1 TO WS-NCRE-SIN-ORIGEN
064000         MOVE 'NCRE SIN FACTURA AUTORIZADA'
064100                                 TO WD-OBSERVACION
064200         IF WS-CODRET-CORRIDA < 4
064300             MOVE 4 TO WS-CODRET-CORRIDA
064400         END-IF
064500     END-IF.
064600 5300-EXIT.
064700     EXIT.
064800
064900 5310-LEER-ORIGEN.
065000     READ DOCUMENT-FILE NEXT RECORD
065100         AT END
065200             MOVE 'S' TO WS-SW-FIN-ORIGEN
065300             GO TO 5310-EXIT
065400     END-READ.
065500     IF DFH-FED-LLAVE (1:32) NOT = WS-LO-PAGO
065600         MOVE 'S' TO WS-SW-FIN-ORIGEN
065700         GO TO 5310-EXIT
065800     END-IF.
065900     IF FED-FACTURA AND FED-AUTORIZADO
066000         MOVE DFH-FED-AUTORIZACION TO WS-OH-AUTORIZACION
066100         MOVE DFH-FED-SERIE        TO WS-OH-SERIE
066200         MOVE DFH-FED-NUMERO-DTE   TO WS-OH-NUMERO
066300     END-IF.
066400 5310-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------*
066800*  3000-FINALIZAR : CIERRE DEL EXTRACTO CON CANTIDAD Y TOTAL,    *
066900*  TOTALES DEL REPORTE Y FIN DE LA CORRIDA EN LA BITACORA.       *
067000*----------------------------------------------------------------*
067100 3000-FINALIZAR.
067200     IF ARCHIVOS-ABIERTOS
067300         MOVE SPACES           TO REG-CONTROL-FEX
067400         MOVE 'CIE'            TO DFH-FEXC-TIPO-REG
067500         MOVE WS-FECHA-PROCESO TO DFH-FEXC-FECHA
067600         MOVE WS-DOC-EMITIDOS  TO DFH-FEXC-CANT-DOCUMENTOS
067700         MOVE WS-TOTAL-EMITIDO TO DFH-FEXC-TOTAL
067800         WRITE REG-CONTROL-FEX
067900     END-IF.
068000     MOVE SPACES TO REPORTE-LINEA.
068100     WRITE REPORTE-LINEA.
068200     MOVE 'DOCUMENTOS EMITIDOS / TOTAL COBRADO'  TO WT-ETIQUETA.
068300     MOVE WS-DOC-EMITIDOS                       TO WT-CANTIDAD.
068400     MOVE WS-TOTAL-EMITIDO                      TO WT-IMPORTE.
068500     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
068600     MOVE 'IVA DE LOS DOCUMENTOS EMITIDOS'       TO WT-ETIQUETA.
068700     MOVE WS-DOC-EMITIDOS                       TO WT-CANTIDAD.
068800     MOVE WS-TOTAL-IVA                          TO WT-IMPORTE.
068900     WRITE REPORTE-LINEA FROM WS-TOTAL-RPT.
069000     DISPLAY 'RMYD1FEL - IMPUTACIONES LEIDAS: ' WS-IMP-LEIDAS.
069100     DISPLAY 'RMYD1FEL - AFECTAS A IVA HOY  : ' WS-IMP-AFECTAS.
069150     DISPLAY 'RMYD1FEL - QUITAS DE ACUERDO  : ' WS-IMP-ACUERDO.
069200     DISPLAY 'RMYD1FEL - DOCUMENTOS EMITIDOS: ' WS-DOC-EMITIDOS.
069300     DISPLAY 'RMYD1FEL - YA EMITIDOS        : ' WS-DOC-DUPLICADOS.
069400     DISPLAY 'RMYD1FEL - EMITIDOS A CF      : '
069500             WS-DOC-SIN-TITULAR.
069600     DISPLAY 'RMYD1FEL - NCRE SIN ORIGEN    : '
069700             WS-NCRE-SIN-ORIGEN.
069800     CLOSE REPORTE-FILE.
069900     IF ARCHIVOS-ABIERTOS
070000         CLOSE TITULAR-FILE DOCUMENT-FILE EMISION-FILE
070100         IF WS-IMP-STATUS NOT EQUAL '35'
070200             CLOSE IMPUTAC-FILE
070300         END-IF
070400     END-IF.
070500     MOVE 'RMYD1FEL' TO DFH-BTA-PROGRAMA.
070600     MOVE 'F'        TO DFH-BTA-ACCION.
070700     MOVE WS-IMP-LEIDAS     TO DFH-BTA-LEIDOS.
070800     MOVE WS-DOC-EMITIDOS   TO DFH-BTA-ESCRITOS.
070900     MOVE WS-DOC-DUPLICADOS TO DFH-BTA-RECHAZADOS.
071000     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
071100     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
071200*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
071300*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
071400     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
071500 3000-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------*
071900*  8000-LEER-IMPUTACION / 8100-LEER-TITULAR                      *
072000*----------------------------------------------------------------*
072100 8000-LEER-IMPUTACION.
072200     READ IMPUTAC-FILE
072300         AT END
072400             MOVE 'S' TO WS-SW-FIN-IMPUTACIONES
072500             GO TO 8000-EXIT
072600     END-READ.
072700     ADD 1 TO WS-IMP-LEIDAS.
072800 8000-EXIT.
072900     EXIT.
073000
073100 8100-LEER-TITULAR.
073200     READ TITULAR-FILE
073300         AT END
073400             MOVE 'S' TO WS-SW-FIN-TITULARES
073500     END-READ.
073600 8100-EXIT.
073700     EXIT.
