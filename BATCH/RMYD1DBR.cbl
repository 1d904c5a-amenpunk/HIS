000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RMYD1DBR.
000300 AUTHOR.        DEPARTAMENTO DE SISTEMAS - CARTERA.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  OBJETO : PROCESO DE LA RESPUESTA DEL BANCO A LAS SOLICITUDES  *
000900*           DE DEBITO AUTOMATICO (DEBRSP - RMYD1DBR). PRIMERO    *
001000*           CUADRA EL ARCHIVO CONTRA SU CIERRE CIE (CANTIDAD DE  *
001100*           DETALLES Y TOTAL CARGADO); SI NO CUADRA NO APLICA    *
001200*           NADA Y TERMINA CON CODIGO 16. CADA CARGO CONFIRMADO  *
001300*           SALE A DEBPAGO COMO PAGO DEL CANAL DEBITO (FORMATO   *
001400*           PAGOTRN - RMYD1PGH), QUE SE INCORPORA AL LOTE DEL    *
001500*           DIA ANTES DE RMYD1PGV, Y REINICIA LOS RECHAZOS       *
001600*           CONSECUTIVOS DEL MANDATO (MANMTR - RMYD1MAN). CADA   *
001700*           CARGO RECHAZADO SALE A DEBRECH CON EL CODIGO Y EL    *
001800*           MOTIVO DEL BANCO, QUEDA ANOTADO EN EL MANDATO Y      *
001900*           RETROCEDE SU ULTIMA CUOTA SOLICITADA PARA QUE        *
002000*           RMYD1DBG LA VUELVA A PEDIR. AL LLEGAR A N RECHAZOS   *
002100*           CONSECUTIVOS (N DE DBRPARM, 3 POR OMISION) EL        *
002200*           MANDATO SE SUSPENDE Y LA CUENTA QUEDA MARCADA PARA   *
002300*           SEGUIMIENTO DE COBRANZA (DFH-SEGUIMIENTO-COBRO EN    *
002400*           RMYD1CLG), CON BITACORA EN CTABITA.                  *
002500*----------------------------------------------------------------*
002600*  HISTORIAL DE MODIFICACIONES                                   *
002700*  FECHA       INIC  DESCRIPCION                                 *
002800*  15/10/2026  DS    VERSION INICIAL.                            *
002820*  15/10/2026  DS    SE DEJAN EN BLANCO LOS DATOS DE EFECTIVO    *
002840*                    DEL PAGO GENERADO (RMYD1PGH).               *
002860*  15/10/2026  DS    LOS ARCHIVOS DE LA APLICACION SE CIERRAN    *
002880*                    SIEMPRE QUE SE HAYAN ABIERTO, AUN CON RC 16.*
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-390.
003300 OBJECT-COMPUTER.  IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARAM-FILE     ASSIGN TO DBRPARM
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS   IS WS-PRM-STATUS.
003900
004000     SELECT RESPUESTA-FILE ASSIGN TO DEBRSP
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS   IS WS-RSP-STATUS.
004300
004400     SELECT MANDATOS-FILE  ASSIGN TO MANMTR
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE   IS RANDOM
004700            RECORD KEY    IS DFH-MAN-NUMERO-CUENTA
004800            FILE STATUS   IS WS-MAN-STATUS.
004900
005000     SELECT CUENTAS-FILE   ASSIGN TO CTASMTR
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE   IS RANDOM
005300            RECORD KEY    IS DFH-NUMERO-CUENTA IN DFHCOMMAREA
005400            FILE STATUS   IS WS-CTAS-STATUS.
005500
005600     SELECT PAGOS-FILE     ASSIGN TO DEBPAGO
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS   IS WS-PAG-STATUS.
005900
006000     SELECT RECHAZOS-FILE  ASSIGN TO DEBRECH
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS   IS WS-RCH-STATUS.
006300
006400     SELECT BITACORA-FILE  ASSIGN TO CTABITA
006500            ORGANIZATION IS LINE SEQUENTIAL
006600            FILE STATUS   IS WS-BIT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARAM-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  REG-PARAM-DBR.
007400     05 PM-MAX-RECHAZOS           PIC 9(002).
007500     05 PM-RESPONSABLE            PIC X(010).
007600
007700 FD  RESPUESTA-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RMYD1DBR.
008100
008200 FD  MANDATOS-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY RMYD1MAN.
008600
008700 FD  CUENTAS-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY RMYD1CLG.
009100
009200 FD  PAGOS-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY RMYD1PGH.
009600
009700 FD  RECHAZOS-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  RECHAZO-LINEA                PIC X(132).
010100
010200 FD  BITACORA-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY RMYD1CTB.
010600
010700 WORKING-STORAGE SECTION.
010800 COPY RMYD1BTA.
010900 77  WS-PRM-STATUS                PIC X(02).
011000     88 PRM-OK                       VALUE '00'.
011100 77  WS-RSP-STATUS                PIC X(02).
011200     88 RSP-OK                       VALUE '00'.
011300 77  WS-MAN-STATUS                PIC X(02).
011400     88 MAN-OK                       VALUE '00'.
011500 77  WS-CTAS-STATUS               PIC X(02).
011600 77  WS-PAG-STATUS                PIC X(02).
011700 77  WS-RCH-STATUS                PIC X(02).
011800 77  WS-BIT-STATUS                PIC X(02).
011900 77  WS-SW-FIN-RESPUESTA          PIC X(01).
012000     88 FIN-RESPUESTA                VALUE 'S'.
012100 77  WS-SW-CIERRE                 PIC X(01).
012200     88 CIERRE-LEIDO                 VALUE 'S'.
012210 77  WS-SW-ABIERTOS               PIC X(01).
012220     88 ARCHIVOS-ABIERTOS            VALUE 'S'.
012300 77  WS-MAX-RECHAZOS              PIC 9(002) VALUE 3.
012400 77  WS-RESPONSABLE               PIC X(010)
012500                                  VALUE 'DBRBATCH  '.
012600 77  WS-FECHA-PROCESO             PIC 9(008).
012700 77  WS-CTL-DETALLES              PIC 9(007) COMP.
012800 77  WS-CTL-CARGADO               PIC S9(013)V99 COMP-3.
012900 77  WS-CIE-DETALLES              PIC 9(007) COMP.
013000 77  WS-CIE-CARGADO               PIC S9(013)V99 COMP-3.
013100 77  WS-DETALLES-LEIDOS           PIC 9(007) COMP.
013200 77  WS-CARGOS-APLICADOS          PIC 9(007) COMP.
013300 77  WS-TOTAL-APLICADO            PIC S9(013)V99 COMP-3.
013400 77  WS-CARGOS-RECHAZADOS         PIC 9(007) COMP.
013500 77  WS-MANDATOS-SUSPENDIDOS      PIC 9(007) COMP.
013600 77  WS-CAMBIOS-BITACORA          PIC 9(007) COMP.
013700 77  WS-CODRET-CORRIDA            PIC 9(004) VALUE ZERO.
013800
013900 01  WS-CAMPO-BITACORA            PIC X(025).
014000 01  WS-VALOR-ANTERIOR            PIC X(020).
014100 01  WS-VALOR-NUEVO               PIC X(020).
014200
014300 01  WS-RECHAZO-DET.
014400     05 WR-CUENTA                 PIC X(013).
014500     05 FILLER                    PIC X(002)     VALUE SPACES.
014600     05 WR-SECUENCIA              PIC 9(003).
014700     05 FILLER                    PIC X(002)     VALUE SPACES.
014800     05 WR-REFERENCIA             PIC X(015).
014900     05 FILLER                    PIC X(002)     VALUE SPACES.
015000     05 WR-CODIGO                 PIC X(002).
015100     05 FILLER                    PIC X(002)     VALUE SPACES.
015200     05 WR-MOTIVO                 PIC X(040).
015300     05 FILLER                    PIC X(002)     VALUE SPACES.
015400     05 WR-RECHAZOS               PIC Z9.
015500     05 FILLER                    PIC X(002)     VALUE SPACES.
015600     05 WR-OBSERVACION            PIC X(020).
015700     05 FILLER                    PIC X(025)     VALUE SPACES.
015800
015900 PROCEDURE DIVISION.
016000
016100 0000-MAINLINE.
016200     PERFORM 1000-INICIALIZAR      THRU 1000-EXIT.
016300     PERFORM 2000-PROCESAR-RESPUESTA THRU 2000-EXIT
016400         UNTIL FIN-RESPUESTA.
016500     PERFORM 3000-FINALIZAR        THRU 3000-EXIT.
016600     STOP RUN.
016700
016800*----------------------------------------------------------------*
016900*  1000-INICIALIZAR : PARAMETROS DE DBRPARM, CUADRE DEL ARCHIVO  *
017000*  DEL BANCO CONTRA SU CIERRE Y APERTURA PARA APLICARLO.         *
017100*----------------------------------------------------------------*
017200 1000-INICIALIZAR.
017300     MOVE 'RMYD1DBR' TO DFH-BTA-PROGRAMA.
017400     MOVE 'I'        TO DFH-BTA-ACCION.
017500     MOVE ZERO TO DFH-BTA-LEIDOS DFH-BTA-ESCRITOS
017600                  DFH-BTA-RECHAZADOS DFH-BTA-CODRET.
017700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
017800     MOVE 'N'  TO WS-SW-FIN-RESPUESTA WS-SW-CIERRE
017850                  WS-SW-ABIERTOS.
017900     MOVE ZERO TO WS-CTL-DETALLES WS-CTL-CARGADO
018000                  WS-CIE-DETALLES WS-CIE-CARGADO
018100                  WS-DETALLES-LEIDOS WS-CARGOS-APLICADOS
018200                  WS-TOTAL-APLICADO WS-CARGOS-RECHAZADOS
018300                  WS-MANDATOS-SUSPENDIDOS WS-CAMBIOS-BITACORA.
018400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
018500     OPEN INPUT PARAM-FILE.
018600     IF PRM-OK
018700         READ PARAM-FILE
018800             AT END
018900                 CONTINUE
019000             NOT AT END
019100                 IF PM-MAX-RECHAZOS > ZERO
019200                     MOVE PM-MAX-RECHAZOS TO WS-MAX-RECHAZOS
019300                 END-IF
019400                 IF PM-RESPONSABLE NOT = SPACES
019500                     MOVE PM-RESPONSABLE  TO WS-RESPONSABLE
019600                 END-IF
019700         END-READ
019800         CLOSE PARAM-FILE
019900     END-IF.
020000     OPEN OUTPUT PAGOS-FILE.
020100     OPEN OUTPUT RECHAZOS-FILE.
020200     OPEN INPUT  RESPUESTA-FILE.
020300     IF NOT RSP-OK
020400         DISPLAY 'RMYD1DBR - ERROR RESPUESTA-FILE ' WS-RSP-STATUS
020500         MOVE 'S' TO WS-SW-FIN-RESPUESTA
020600         MOVE 16  TO WS-CODRET-CORRIDA
020700         GO TO 1000-EXIT
020800     END-IF.
020900     PERFORM 1100-CUADRAR-ARCHIVO THRU 1100-EXIT.
021000     CLOSE RESPUESTA-FILE.
021100     IF NOT CIERRE-LEIDO
021200        OR WS-CTL-DETALLES NOT = WS-CIE-DETALLES
021300        OR WS-CTL-CARGADO  NOT = WS-CIE-CARGADO
021400         DISPLAY 'RMYD1DBR - ARCHIVO DEL BANCO NO CUADRA CON SU '
021500                 'CIERRE; NO SE APLICA'
021600         DISPLAY 'RMYD1DBR - DETALLES ' WS-CTL-DETALLES
021700                 ' CIERRE ' WS-CIE-DETALLES
021800         DISPLAY 'RMYD1DBR - CARGADO  ' WS-CTL-CARGADO
021900                 ' CIERRE ' WS-CIE-CARGADO
022000         MOVE 'S' TO WS-SW-FIN-RESPUESTA
022100         MOVE 16  TO WS-CODRET-CORRIDA
022200         GO TO 1000-EXIT
022300     END-IF.
022400     OPEN INPUT  RESPUESTA-FILE.
022500     OPEN I-O    MANDATOS-FILE.
022600     OPEN I-O    CUENTAS-FILE.
022700     OPEN EXTEND BITACORA-FILE.
022800     IF WS-BIT-STATUS EQUAL '05' OR '35'
022900         CLOSE BITACORA-FILE
023000         OPEN OUTPUT BITACORA-FILE
023100     END-IF.
023150     MOVE 'S' TO WS-SW-ABIERTOS.
023200     IF NOT MAN-OK
023300         DISPLAY 'RMYD1DBR - ERROR MANDATOS-FILE ' WS-MAN-STATUS
023400         MOVE 'S' TO WS-SW-FIN-RESPUESTA
023500         MOVE 16  TO WS-CODRET-CORRIDA
023600         GO TO 1000-EXIT
023700     END-IF.
023800     MOVE 'N' TO WS-SW-FIN-RESPUESTA.
023900     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------*
024400*  1100-CUADRAR-ARCHIVO : PRIMERA PASADA; SUMA LOS DETALLES Y EL *
024500*  VALOR CARGADO Y TOMA LOS TOTALES DEL CIERRE.                  *
024600*----------------------------------------------------------------*
024700 1100-CUADRAR-ARCHIVO.
024800     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
024900     PERFORM 1110-SUMAR-REGISTRO THRU 1110-EXIT
025000         UNTIL FIN-RESPUESTA.
025100 1100-EXIT.
025200     EXIT.
025300
025400 1110-SUMAR-REGISTRO.
025500     EVALUATE TRUE
025600         WHEN DBR-DETALLE
025700             ADD 1 TO WS-CTL-DETALLES
025800             IF DBR-CARGADO
025900                 ADD DFH-DBR-VALOR-CARGADO TO WS-CTL-CARGADO
026000             END-IF
026100         WHEN DBR-CONTROL-CIERRE
026200             MOVE 'S' TO WS-SW-CIERRE
026300             MOVE DFH-DBRC-CANT-DETALLES TO WS-CIE-DETALLES
026400             MOVE DFH-DBRC-TOTAL-CARGADO TO WS-CIE-CARGADO
026500         WHEN OTHER
026600             CONTINUE
026700     END-EVALUATE.
026800     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
026900 1110-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  2000-PROCESAR-RESPUESTA : SOLO LOS DETALLES; LA CABECERA Y EL *
027400*  CIERRE YA SE USARON EN EL CUADRE.                             *
027500*----------------------------------------------------------------*
027600 2000-PROCESAR-RESPUESTA.
027700     IF NOT DBR-DETALLE
027800         GO TO 2000-SIGUIENTE
027900     END-IF.
028000     ADD 1 TO WS-DETALLES-LEIDOS.
028100     MOVE DFH-DBR-NUMERO-CUENTA TO DFH-MAN-NUMERO-CUENTA.
028200     READ MANDATOS-FILE
028300         INVALID KEY
028400             MOVE SPACES TO WS-RECHAZO-DET
028500             MOVE 'MANDATO NO EXISTE' TO WR-OBSERVACION
028600             PERFORM 5900-ESCRIBIR-RECHAZO THRU 5900-EXIT
028700             GO TO 2000-SIGUIENTE
028800     END-READ.
028900     IF DBR-CARGADO
029000         PERFORM 5000-APLICAR-CARGO  THRU 5000-EXIT
029100     ELSE
029200         PERFORM 5500-APLICAR-RECHAZO THRU 5500-EXIT
029300     END-IF.
029400 2000-SIGUIENTE.
029500     PERFORM 8000-LEER-RESPUESTA THRU 8000-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------*
030000*  5000-APLICAR-CARGO : EL CARGO CONFIRMADO ENTRA COMO PAGO DEL  *
030100*  CANAL DEBITO CON LA REFERENCIA DE LA SOLICITUD Y EL MANDATO   *
030200*  VUELVE A CERO RECHAZOS CONSECUTIVOS.                          *
030300*----------------------------------------------------------------*
030400 5000-APLICAR-CARGO.
030500     IF DFH-DBR-VALOR-CARGADO NOT > ZERO
030600         MOVE SPACES TO WS-RECHAZO-DET
030700         MOVE 'CARGO SIN VALOR' TO WR-OBSERVACION
030800         PERFORM 5900-ESCRIBIR-RECHAZO THRU 5900-EXIT
030900         GO TO 5000-EXIT
031000     END-IF.
031100     MOVE DFH-DBR-NUMERO-CUENTA
031200       TO DFH-NUMERO-CUENTA IN REG-HIST-PAGO.
031300     MOVE DFH-DBR-SECUENCIA     TO DFH-PAGO-SECUENCIA.
031400     IF DFH-DBR-FECHA-CARGO = ZERO
031500         MOVE WS-FECHA-PROCESO    TO DFH-PAGO-FECHA-REAL
031600     ELSE
031700         MOVE DFH-DBR-FECHA-CARGO TO DFH-PAGO-FECHA-REAL
031800     END-IF.
031900     MOVE DFH-DBR-VALOR-CARGADO TO DFH-PAGO-VALOR-RECIBIDO.
032000     MOVE 'DEBITO'              TO DFH-PAGO-CANAL.
032100     MOVE DFH-DBR-REFERENCIA    TO DFH-PAGO-REFERENCIA.
032200     MOVE 'P'                   TO DFH-PAGO-TIPO-MOV.
032300     MOVE 'P'                   TO DFH-PAGO-OPCION-EXCED.
032350     MOVE SPACES                TO DFH-PAGO-DATOS-EFECTIVO.
032400     WRITE REG-HIST-PAGO.
032500     ADD 1 TO WS-CARGOS-APLICADOS.
032600     ADD DFH-DBR-VALOR-CARGADO TO WS-TOTAL-APLICADO.
032700     IF DFH-MAN-RECHAZOS-CONSEC > ZERO
032800         MOVE ZERO TO DFH-MAN-RECHAZOS-CONSEC
032900         REWRITE REG-MANDATO-DEBITO
033000     END-IF.
033100 5000-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------*
033500*  5500-APLICAR-RECHAZO : ANOTA EL RECHAZO EN EL MANDATO,        *
033600*  RETROCEDE LA ULTIMA CUOTA SOLICITADA PARA REINTENTARLA Y, AL  *
033700*  LLEGAR AL MAXIMO DE RECHAZOS CONSECUTIVOS, SUSPENDE EL        *
033800*  MANDATO Y MARCA LA CUENTA PARA SEGUIMIENTO DE COBRANZA.       *
033900*----------------------------------------------------------------*
034000 5500-APLICAR-RECHAZO.
034100     IF DFH-MAN-RECHAZOS-CONSEC < 99
034200         ADD 1 TO DFH-MAN-RECHAZOS-CONSEC
034300     END-IF.
034400     MOVE WS-FECHA-PROCESO TO DFH-MAN-FECHA-ULT-RECHAZO.
034500     MOVE DFH-DBR-MOTIVO   TO DFH-MAN-MOTIVO-ULT-RECHAZO.
034600     IF DFH-MAN-ULT-SEC-SOLICITADA NOT < DFH-DBR-SECUENCIA
034700         COMPUTE DFH-MAN-ULT-SEC-SOLICITADA =
034800             DFH-DBR-SECUENCIA - 1
034900     END-IF.
035000     MOVE SPACES TO WS-RECHAZO-DET.
035100     IF MANDATO-ACTIVO
035200        AND DFH-MAN-RECHAZOS-CONSEC NOT < WS-MAX-RECHAZOS
035300         MOVE 'S'              TO DFH-MAN-ESTADO
035400         MOVE WS-FECHA-PROCESO TO DFH-MAN-FECHA-ESTADO
035500         ADD 1 TO WS-MANDATOS-SUSPENDIDOS
035600         MOVE 'MANDATO SUSPENDIDO' TO WR-OBSERVACION
035700         MOVE 'DFH-MAN-ESTADO' TO WS-CAMPO-BITACORA
035800         MOVE 'A'              TO WS-VALOR-ANTERIOR
035900         MOVE 'S'              TO WS-VALOR-NUEVO
036000         PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT
036100         PERFORM 5600-MARCAR-SEGUIMIENTO THRU 5600-EXIT
036200     END-IF.
036300     REWRITE REG-MANDATO-DEBITO.
036400     ADD 1 TO WS-CARGOS-RECHAZADOS.
036500     MOVE DFH-MAN-RECHAZOS-CONSEC TO WR-RECHAZOS.
036600     PERFORM 5900-ESCRIBIR-RECHAZO THRU 5900-EXIT.
036700 5500-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------------*
037100*  5600-MARCAR-SEGUIMIENTO                                       *
037200*----------------------------------------------------------------*
037300 5600-MARCAR-SEGUIMIENTO.
037400     MOVE DFH-DBR-NUMERO-CUENTA
037500       TO DFH-NUMERO-CUENTA IN DFHCOMMAREA.
037600     READ CUENTAS-FILE
037700         INVALID KEY
037800             DISPLAY 'RMYD1DBR - MANDATO SIN CUENTA '
037900                     DFH-DBR-NUMERO-CUENTA
038000             GO TO 5600-EXIT
038100     END-READ.
038200     MOVE 'DFH-SEGUIMIENTO-COBRO' TO WS-CAMPO-BITACORA.
038300     MOVE DFH-SEGUIMIENTO-COBRO   TO WS-VALOR-ANTERIOR.
038400     MOVE 'D'                     TO DFH-SEGUIMIENTO-COBRO.
038500     MOVE WS-FECHA-PROCESO        TO DFH-FECHA-SEGUIMIENTO.
038600     MOVE DFH-SEGUIMIENTO-COBRO   TO WS-VALOR-NUEVO.
038700     REWRITE DFHCOMMAREA.
038800     PERFORM 7900-GRABAR-BITACORA THRU 7900-EXIT.
038900 5600-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------*
039300*  5900-ESCRIBIR-RECHAZO : LINEA DE DEBRECH CON EL CODIGO Y EL   *
039400*  MOTIVO DEL BANCO.                                             *
039500*----------------------------------------------------------------*
039600 5900-ESCRIBIR-RECHAZO.
039700     MOVE DFH-DBR-NUMERO-CUENTA TO WR-CUENTA.
039800     MOVE DFH-DBR-SECUENCIA     TO WR-SECUENCIA.
039900     MOVE DFH-DBR-REFERENCIA    TO WR-REFERENCIA.
040000     MOVE DFH-DBR-RESULTADO     TO WR-CODIGO.
040100     MOVE DFH-DBR-MOTIVO        TO WR-MOTIVO.
040200     WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET.
040300     IF WS-CODRET-CORRIDA < 4
040400         MOVE 4 TO WS-CODRET-CORRIDA
040500     END-IF.
040600 5900-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000*  7900-GRABAR-BITACORA                                          *
041100*----------------------------------------------------------------*
041200 7900-GRABAR-BITACORA.
041300     MOVE DFH-DBR-NUMERO-CUENTA TO DFH-BIT-NUMERO-CUENTA.
041400     MOVE WS-FECHA-PROCESO   TO DFH-BIT-FECHA.
041500     MOVE WS-CAMPO-BITACORA  TO DFH-BIT-CAMPO.
041600     MOVE WS-VALOR-ANTERIOR  TO DFH-BIT-VALOR-ANTERIOR.
041700     MOVE WS-VALOR-NUEVO     TO DFH-BIT-VALOR-NUEVO.
041800     MOVE WS-RESPONSABLE     TO DFH-BIT-RESPONSABLE.
041900     WRITE REG-BITACORA-CAMBIO.
042000     ADD 1 TO WS-CAMBIOS-BITACORA.
042100 7900-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------*
042500*  3000-FINALIZAR                                                *
042600*----------------------------------------------------------------*
042700 3000-FINALIZAR.
042800     DISPLAY 'RMYD1DBR - DETALLES LEIDOS   : ' WS-DETALLES-LEIDOS.
042900     DISPLAY 'RMYD1DBR - CARGOS APLICADOS  : '
043000             WS-CARGOS-APLICADOS.
043100     DISPLAY 'RMYD1DBR - TOTAL APLICADO    : ' WS-TOTAL-APLICADO.
043200     DISPLAY 'RMYD1DBR - CARGOS RECHAZADOS : '
043300             WS-CARGOS-RECHAZADOS.
043400     DISPLAY 'RMYD1DBR - MANDATOS SUSPENDIDOS: '
043500             WS-MANDATOS-SUSPENDIDOS.
043600     CLOSE PAGOS-FILE RECHAZOS-FILE.
043700     IF ARCHIVOS-ABIERTOS
043800         CLOSE RESPUESTA-FILE MANDATOS-FILE CUENTAS-FILE
043900               BITACORA-FILE
044000     END-IF.
044100     MOVE 'RMYD1DBR' TO DFH-BTA-PROGRAMA.
044200     MOVE 'F'        TO DFH-BTA-ACCION.
044300     MOVE WS-DETALLES-LEIDOS TO DFH-BTA-LEIDOS.
044400     MOVE WS-CARGOS-APLICADOS TO DFH-BTA-ESCRITOS.
044500     MOVE WS-CARGOS-RECHAZADOS TO DFH-BTA-RECHAZADOS.
044600     MOVE WS-CODRET-CORRIDA TO DFH-BTA-CODRET.
044700     CALL 'RMYD1BTC' USING REG-BITACORA-CORRIDA.
044800*    EL CALL DEJA RETURN-CODE EN CERO; EL DE LA CORRIDA SE FIJA
044900*    DESPUES DE LA ULTIMA LLAMADA (VER RMYD1GLC).
045000     MOVE WS-CODRET-CORRIDA TO RETURN-CODE.
045100 3000-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------*
045500*  8000-LEER-RESPUESTA                                           *
045600*----------------------------------------------------------------*
045700 8000-LEER-RESPUESTA.
045800     READ RESPUESTA-FILE
045900         AT END
046000             MOVE 'S' TO WS-SW-FIN-RESPUESTA
046100     END-READ.
046200 8000-EXIT.
046300     EXIT.
