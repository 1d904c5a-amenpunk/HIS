001800*           CADA CAMBIO APLICADO DEJA BITACORA POR CAMPO (VALOR  *
001900*           ANTERIOR, NUEVO Y RESPONSABLE DEL LOTE, TOMADO DE    *
002000*           CTMPARM) EN CTABITA (RMYD1CTB).                      *
002010*           LOS CAMBIOS A LOS CAMPOS SENSIBLES QUE LISTA CTMSENS *
002020*           (SIN LISTA: SALDO, MONTO, TASA DE INTERES,           *
002030*           VENCIMIENTO, GARANTIA, SITUACION JURIDICA Y ESTADO   *
002040*           DE INCOBRABLE) NO SE APLICAN: QUEDAN EN CTAPEND      *
002050*           (RMYD1CPN) PENDIENTES DE APROBACION POR OTRO USUARIO *
002060*           (RMYD1CTA) HASTA LA FECHA DE VENCIMIENTO, Y EL RESTO *
002070*           DE LA TRANSACCION SE APLICA NORMALMENTE.             *
002080*           EXCEPCION: EL AVALUO DE LA GARANTIA QUE CARGA        *
002085*           RMYD1AVC (VALOR, FECHA Y VALUADOR) SE APLICA SIN     *
002090*           DOBLE CONTROL, SALVO QUE DFH-GARANTIA TENGA UNA      *
002095*           SOLICITUD PENDIENTE, EN CUYO CASO SE RECHAZA.        *
002100*----------------------------------------------------------------*
002200*  HISTORIAL DE MODIFICACIONES                                   *
002300*  FECHA       INIC  DESCRIPCION                                 *
002440*                    (FIJA/VARIABLE) Y EL MARGEN PACTADO SOBRE   *
002450*                    LA REFERENCIA (DFH-TIPO-TASA /              *
002460*                    DFH-MARGEN-TASA).                           *
002465*  15/10/2026  DS    DOBLE CONTROL: LOS CAMBIOS A CAMPOS         *
002470*                    SENSIBLES (CTMSENS) QUEDAN PENDIENTES DE    *
002475*                    APROBACION EN CTAPEND CON VENCIMIENTO A     *
002480*                    PM-DIAS-VIGENCIA DIAS; EL MAESTRO CONSERVA  *
002485*                    EL VALOR ACTUAL HASTA QUE RMYD1CTA APRUEBE. *
002487*  15/10/2026  DS    EL VALUADOR DE LA GARANTIA SE CONSERVA DEL  *
002489*                    MAESTRO EN LOS CAMBIOS; LO MANTIENE LA      *
002491*                    CARGA DE AVALUOS (RMYD1AVC).                *
002493*  15/10/2026  DS    TAMBIEN SE CONSERVAN DEL MAESTRO EL         *
002495*                    DEVENGO, LO DESEMBOLSADO, LA CANCELACION Y  *
002497*                    EL SEGUIMIENTO DE COBRO, QUE SOLO MANTIENE  *
002499*                    EL BATCH (DEV, DES, CAN Y DBR).             *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005000     SELECT BITACORA-FILE  ASSIGN TO CTABITA
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS   IS WS-BIT-STATUS.
005205
005210     SELECT SENSIBLES-FILE ASSIGN TO CTMSENS
005215            ORGANIZATION IS LINE SEQUENTIAL
005220            FILE STATUS   IS WS-SEN-STATUS.
005225
005230     SELECT PENDIENTES-FILE ASSIGN TO CTAPEND
005235            ORGANIZATION IS INDEXED
005240            ACCESS MODE   IS DYNAMIC
005245            RECORD KEY    IS DFH-PEN-LLAVE
005250            FILE STATUS   IS WS-PEN-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006300     LABEL RECORDS ARE STANDARD.
006400 01  REG-PARAM-CTM.
006500     05 PM-RESPONSABLE            PIC X(010).
006550     05 PM-DIAS-VIGENCIA          PIC 9(003).
006600
006700 FD  CUENTAS-FILE
006800     RECORDING MODE IS F
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RMYD1CTB.
008005
008010 FD  SENSIBLES-FILE
008015     RECORDING MODE IS F
008020     LABEL RECORDS ARE STANDARD.
008025 01  REG-CAMPO-SENSIBLE.
008030     05 SN-CAMPO                  PIC X(025).
008035        88 SN-CAMPO-CONTROLADO       VALUE 'DFH-SALDO'
008040                                           'DFH-MONTO'
008045                                           'DFH-TASA-INTERES'
008050                                           'DFH-FECHA-VENC'
008055                                           'DFH-SITJURIDICA'
008060                                           'DFH-GARANTIA'
008065                                           'DFH-DESC-INCOBRABLE'.
008070
008075 FD  PENDIENTES-FILE
008080     RECORDING MODE IS F
008085     LABEL RECORDS ARE STANDARD.
008090     COPY RMYD1CPN.
008100
008200 WORKING-STORAGE SECTION.
008300 77  WS-TRN-STATUS                PIC X(02).
008700 77  WS-CTAS-STATUS               PIC X(02).
008800 77  WS-RCH-STATUS                PIC X(02).
008900 77  WS-BIT-STATUS                PIC X(02).
008920 77  WS-SEN-STATUS                PIC X(02).
008940     88 SEN-OK                       VALUE '00'.
008960 77  WS-PEN-STATUS                PIC X(02).
009000 77  WS-SW-FIN-TRANS              PIC X(01).
009100     88 FIN-TRANSACCIONES            VALUE 'S'.
009200 77  WS-SW-TRANS-VALIDA           PIC X(01).
009300     88 TRANS-VALIDA                 VALUE 'S'.
009400     88 TRANS-INVALIDA               VALUE 'N'.
009410 77  WS-SW-FIN-SENSIBLES          PIC X(01).
009420     88 FIN-SENSIBLES                VALUE 'S'.
009430 77  WS-SW-SENSIBLE               PIC X(01).
009440     88 CAMPO-SENSIBLE               VALUE 'S'.
009450 77  WS-SW-FIN-PEND               PIC X(01).
009460     88 FIN-PENDIENTES               VALUE 'S'.
009470 77  WS-SW-YA-PENDIENTE           PIC X(01).
009480     88 YA-PENDIENTE                 VALUE 'S'.
009500 77  WS-CODRET-VALIDA             PIC X(002).
009600     88 FECHA-VALIDA                 VALUE '00'.
009700 77  WS-RESPONSABLE               PIC X(010)
009800                                  VALUE 'CTMBATCH  '.
009900 77  WS-FECHA-PROCESO             PIC 9(008).
009910 77  WS-DIAS-VIGENCIA             PIC 9(003) VALUE 5.
009920 77  WS-FECHA-VENCE               PIC 9(008).
009930 77  WS-DIA-JULIANO               PIC 9(007) COMP.
009940 77  WS-CANT-SENSIBLES            PIC 9(003) COMP VALUE ZERO.
009950 77  WS-SUB-SEN                   PIC 9(003) COMP.
009960 77  WS-MONTO-CONTROL             PIC S9(011)V99 COMP-3.
010000 77  WS-TRN-LEIDAS                PIC 9(007) COMP.
010100 77  WS-TRN-ALTAS                 PIC 9(007) COMP.
010200 77  WS-TRN-CAMBIOS               PIC 9(007) COMP.
010300 77  WS-TRN-RECHAZADAS            PIC 9(007) COMP.
010400 77  WS-CAMBIOS-BITACORA          PIC 9(007) COMP.
010402 77  WS-CAMBIOS-RETENIDOS         PIC 9(007) COMP.
010404 77  WS-RETENCIONES-RECHAZADAS    PIC 9(007) COMP.
010406
010408*----------------------------------------------------------------*
010410*  CAMPOS SENSIBLES VIGENTES (CTMSENS O LA LISTA POR OMISION).   *
010412*----------------------------------------------------------------*
010414 01  WS-TABLA-SENSIBLES.
010416     05 WS-SEN-CAMPO              PIC X(025) OCCURS 20 TIMES.
010418
010420*----------------------------------------------------------------*
010422*  DATO ANTERIOR Y NUEVO DE UN CAMPO SENSIBLE EN SU FORMATO DEL  *
010424*  MAESTRO; LAS VISTAS CUBREN LOS CAMPOS ELEMENTALES Y LOS       *
010426*  GRUPOS SE MUEVEN COMPLETOS SOBRE EL TEXTO.                    *
010428*----------------------------------------------------------------*
010430 01  WS-DATO-ANTERIOR.
010432     05 WD-ANT-TEXTO              PIC X(090).
010434     05 WD-ANT-IMPORTE REDEFINES WD-ANT-TEXTO
010436                                  PIC S9(011)V99.
010438     05 WD-ANT-TASA    REDEFINES WD-ANT-TEXTO
010440                                  PIC S9(005)V9(005).
010442     05 WD-ANT-FECHA   REDEFINES WD-ANT-TEXTO
010444                                  PIC 9(008).
010446 01  WS-DATO-NUEVO.
010448     05 WD-NUE-TEXTO              PIC X(090).
010450     05 WD-NUE-IMPORTE REDEFINES WD-NUE-TEXTO
010452                                  PIC S9(011)V99.
010454     05 WD-NUE-TASA    REDEFINES WD-NUE-TEXTO
010456                                  PIC S9(005)V9(005).
010458     05 WD-NUE-FECHA   REDEFINES WD-NUE-TEXTO
010460                                  PIC 9(008).
010500
010600 01  WS-EDIT-VALOR                PIC ZZZZZZZZZZZ9.99-.
010700 01  WS-CAMPO-BITACORA            PIC X(025).
013000 1000-INICIALIZAR.
013100     MOVE 'N'  TO WS-SW-FIN-TRANS.
013200     MOVE ZERO TO WS-TRN-LEIDAS WS-TRN-ALTAS WS-TRN-CAMBIOS
013300                  WS-TRN-RECHAZADAS WS-CAMBIOS-BITACORA
013350                  WS-CAMBIOS-RETENIDOS WS-RETENCIONES-RECHAZADAS.
013400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
013500     OPEN INPUT  TRANSACC-FILE.
013600     OPEN INPUT  PARAM-FILE.
014000                 CONTINUE
014100             NOT AT END
014200                 MOVE PM-RESPONSABLE TO WS-RESPONSABLE
014220                 IF PM-DIAS-VIGENCIA NUMERIC
014240                    AND PM-DIAS-VIGENCIA > ZERO
014260                     MOVE PM-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
014280                 END-IF
014300         END-READ
014400     END-IF.
014410     COMPUTE WS-DIA-JULIANO =
014420         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
014430       + WS-DIAS-VIGENCIA.
014440     COMPUTE WS-FECHA-VENCE =
014450         FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO).
014460     PERFORM 1100-CARGAR-SENSIBLES THRU 1100-EXIT.
014500     OPEN I-O    CUENTAS-FILE.
014600     IF WS-CTAS-STATUS EQUAL '35'
014700         OPEN OUTPUT CUENTAS-FILE
014800         CLOSE CUENTAS-FILE
014900         OPEN I-O CUENTAS-FILE
015000     END-IF.
015010     OPEN I-O    PENDIENTES-FILE.
015020     IF WS-PEN-STATUS EQUAL '35'
015030         OPEN OUTPUT PENDIENTES-FILE
015040         CLOSE PENDIENTES-FILE
015050         OPEN I-O PENDIENTES-FILE
015060     END-IF.
015100     OPEN OUTPUT RECHAZOS-FILE.
015200     OPEN EXTEND BITACORA-FILE.
015300     IF WS-BIT-STATUS EQUAL '05' OR '35'
016300 1000-EXIT.
016400     EXIT.
016500
016501*----------------------------------------------------------------*
016502*  1100-CARGAR-SENSIBLES : LISTA DE CAMPOS SENSIBLES DE CTMSENS, *
016503*  UN CAMPO POR LINEA. SIN ARCHIVO RIGE LA LISTA POR OMISION;    *
016504*  UN ARCHIVO VACIO DEJA TODOS LOS CAMBIOS DE APLICACION         *
016505*  DIRECTA.                                                      *
016506*----------------------------------------------------------------*
016507 1100-CARGAR-SENSIBLES.
016508     OPEN INPUT SENSIBLES-FILE.
016509     IF WS-SEN-STATUS EQUAL '35'
016510         MOVE 'DFH-SALDO'           TO WS-SEN-CAMPO (1)
016511         MOVE 'DFH-MONTO'           TO WS-SEN-CAMPO (2)
016512         MOVE 'DFH-TASA-INTERES'    TO WS-SEN-CAMPO (3)
016513         MOVE 'DFH-FECHA-VENC'      TO WS-SEN-CAMPO (4)
016514         MOVE 'DFH-GARANTIA'        TO WS-SEN-CAMPO (5)
016515         MOVE 'DFH-SITJURIDICA'     TO WS-SEN-CAMPO (6)
016516         MOVE 'DFH-DESC-INCOBRABLE' TO WS-SEN-CAMPO (7)
016517         MOVE 7 TO WS-CANT-SENSIBLES
016518         GO TO 1100-EXIT
016519     END-IF.
016520     IF NOT SEN-OK
016521         DISPLAY 'RMYD1CTM - ERROR SENSIBLES-FILE ' WS-SEN-STATUS
016522         GO TO 1100-EXIT
016523     END-IF.
016524     MOVE 'N' TO WS-SW-FIN-SENSIBLES.
016525     PERFORM 1110-LEER-SENSIBLE THRU 1110-EXIT
016526         UNTIL FIN-SENSIBLES.
016527     CLOSE SENSIBLES-FILE.
016528 1100-EXIT.
016529     EXIT.
016530
016531 1110-LEER-SENSIBLE.
016532     READ SENSIBLES-FILE
016533         AT END
016534             MOVE 'S' TO WS-SW-FIN-SENSIBLES
016535             GO TO 1110-EXIT
016536     END-READ.
016537     IF NOT SN-CAMPO-CONTROLADO
016538         DISPLAY 'RMYD1CTM - CAMPO SENSIBLE NO RECONOCIDO '
016539                 SN-CAMPO
016540         GO TO 1110-EXIT
016541     END-IF.
016542     IF WS-CANT-SENSIBLES = 20
016543         DISPLAY 'RMYD1CTM - LISTA DE SENSIBLES LLENA ' SN-CAMPO
016544         GO TO 1110-EXIT
016545     END-IF.
016546     ADD 1 TO WS-CANT-SENSIBLES.
016547     MOVE SN-CAMPO TO WS-SEN-CAMPO (WS-CANT-SENSIBLES).
016548 1110-EXIT.
016549     EXIT.
016550
016600*----------------------------------------------------------------*
016700*  2000-PROCESAR-TRANS : VALIDA LA TRANSACCION Y APLICA EL ALTA  *
016800*  O EL CAMBIO, DEJANDO BITACORA DE LO APLICADO.                 *
026500*  7500-APLICAR-CAMBIO : COMPARA LOS CAMPOS CONTROLADOS, DEJA    *
026600*  UNA LINEA DE BITACORA POR CADA DIFERENCIA Y REESCRIBE EL      *
026700*  MAESTRO CON LA IMAGEN DE LA TRANSACCION.                      *
026720*  ANTES, LOS CAMPOS SENSIBLES QUE CAMBIAN QUEDAN PENDIENTES DE  *
026740*  APROBACION Y LA IMAGEN CONSERVA PARA ELLOS EL VALOR ACTUAL    *
026760*  DEL MAESTRO.                                                  *
026770*  LOS CAMPOS QUE SOLO MANTIENE EL BATCH SE TOMAN DEL MAESTRO.   *
026800*----------------------------------------------------------------*
026900 7500-APLICAR-CAMBIO.
026950     PERFORM 7700-RETENER-SENSIBLES THRU 7700-EXIT.
027000     PERFORM 7600-COMPARAR-CAMPOS THRU 7600-EXIT.
027002*    LOS CAMPOS QUE SOLO MANTIENE EL BATCH NO VIENEN EN LA IMAGEN
027005*    DE CTATRAN Y SE CONSERVAN DEL MAESTRO: DEVENGO (RMYD1DEV),
027008*    DESEMBOLSOS (RMYD1DES), CANCELACION (RMYD1CAN), SEGUIMIENTO
027011*    DE COBRO (RMYD1DBR) Y VALUADOR (RMYD1AVC).
027014     MOVE DFH-DEVENGO-ESTADO IN DFHCOMMAREA
027017       TO DFH-DEVENGO-ESTADO IN REG-CUENTA-TRN.
027020     MOVE DFH-DEVENGO-FECHA-ESTADO IN DFHCOMMAREA
027023       TO DFH-DEVENGO-FECHA-ESTADO IN REG-CUENTA-TRN.
027026     MOVE DFH-INTERES-SUSPENDIDO IN DFHCOMMAREA
027029       TO DFH-INTERES-SUSPENDIDO IN REG-CUENTA-TRN.
027032     MOVE DFH-MONTO-DESEMBOLSADO IN DFHCOMMAREA
027035       TO DFH-MONTO-DESEMBOLSADO IN REG-CUENTA-TRN.
027038     MOVE DFH-CANT-DESEMBOLSOS IN DFHCOMMAREA
027041       TO DFH-CANT-DESEMBOLSOS IN REG-CUENTA-TRN.
027044     MOVE DFH-FECHA-DESEMBOLSO IN DFHCOMMAREA
027047       TO DFH-FECHA-DESEMBOLSO IN REG-CUENTA-TRN.
027050     MOVE DFH-CANCELACION-ESTADO IN DFHCOMMAREA
027053       TO DFH-CANCELACION-ESTADO IN REG-CUENTA-TRN.
027056     MOVE DFH-FECHA-CANCELACION IN DFHCOMMAREA
027059       TO DFH-FECHA-CANCELACION IN REG-CUENTA-TRN.
027062     MOVE DFH-SEGUIMIENTO-COBRO IN DFHCOMMAREA
027065       TO DFH-SEGUIMIENTO-COBRO IN REG-CUENTA-TRN.
027068     MOVE DFH-FECHA-SEGUIMIENTO IN DFHCOMMAREA
027071       TO DFH-FECHA-SEGUIMIENTO IN REG-CUENTA-TRN.
027074     MOVE DFH-GARANTIA-VALUADOR IN DFHCOMMAREA
027077       TO DFH-GARANTIA-VALUADOR IN REG-CUENTA-TRN.
027100     MOVE REG-CUENTA-TRN TO DFHCOMMAREA.
027200     REWRITE DFHCOMMAREA.
027300     ADD 1 TO WS-TRN-CAMBIOS.
041600     ADD 1 TO WS-CAMBIOS-BITACORA.
041700 7900-EXIT.
041800     EXIT.
041801
041802*----------------------------------------------------------------*
041803*  7700-RETENER-SENSIBLES : CADA CAMPO SENSIBLE QUE CAMBIA DEJA  *
041804*  UNA SOLICITUD EN CTAPEND CON SU DATO ANTERIOR Y NUEVO, Y LA   *
041805*  IMAGEN DE LA TRANSACCION RECUPERA EL VALOR DEL MAESTRO. EL    *
041806*  MONTO A CONTRASTAR CON LA FACULTAD DEL APROBADOR ES LA        *
041807*  DIFERENCIA ABSOLUTA EN SALDO Y MONTO, Y EL SALDO DE LA CUENTA *
041808*  EN LOS DEMAS CAMPOS.                                          *
041809*----------------------------------------------------------------*
041810 7700-RETENER-SENSIBLES.
041811     IF DFH-SALDO IN DFHCOMMAREA < ZERO
041812         COMPUTE WS-MONTO-CONTROL = DFH-SALDO IN DFHCOMMAREA * -1
041813     ELSE
041814         MOVE DFH-SALDO IN DFHCOMMAREA TO WS-MONTO-CONTROL
041815     END-IF.
041816     MOVE 'DFH-TASA-INTERES' TO WS-CAMPO-BITACORA.
041817     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041818     IF CAMPO-SENSIBLE
041819        AND DFH-TASA-INTERES IN REG-CUENTA-TRN
041820            NOT = DFH-TASA-INTERES IN DFHCOMMAREA
041821         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041822         MOVE DFH-TASA-INTERES IN DFHCOMMAREA  TO WD-ANT-TASA
041823         MOVE DFH-TASA-INTERES IN REG-CUENTA-TRN
041824                                               TO WD-NUE-TASA
041825         MOVE WD-ANT-TASA                TO WS-EDIT-VALOR
041826         MOVE WS-EDIT-VALOR              TO WS-VALOR-ANTERIOR
041827         MOVE WD-NUE-TASA                TO WS-EDIT-VALOR
041828         MOVE WS-EDIT-VALOR              TO WS-VALOR-NUEVO
041829         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041830         MOVE DFH-TASA-INTERES IN DFHCOMMAREA
041831           TO DFH-TASA-INTERES IN REG-CUENTA-TRN
041832     END-IF.
041833     MOVE 'DFH-FECHA-VENC' TO WS-CAMPO-BITACORA.
041834     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041835     IF CAMPO-SENSIBLE
041836        AND DFH-FECHA-VENC IN REG-CUENTA-TRN
041837            NOT = DFH-FECHA-VENC IN DFHCOMMAREA
041838         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041839         MOVE DFH-FECHA-VENC IN DFHCOMMAREA    TO WD-ANT-FECHA
041840         MOVE DFH-FECHA-VENC IN REG-CUENTA-TRN TO WD-NUE-FECHA
041841         MOVE WD-ANT-FECHA               TO WS-VALOR-ANTERIOR
041842         MOVE WD-NUE-FECHA               TO WS-VALOR-NUEVO
041843         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041844         MOVE DFH-FECHA-VENC IN DFHCOMMAREA
041845           TO DFH-FECHA-VENC IN REG-CUENTA-TRN
041846     END-IF.
041847     MOVE 'DFH-SITJURIDICA' TO WS-CAMPO-BITACORA.
041848     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041849     IF CAMPO-SENSIBLE
041850        AND DFH-SITJURIDICA IN REG-CUENTA-TRN
041851            NOT = DFH-SITJURIDICA IN DFHCOMMAREA
041852         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041853         MOVE DFH-SITJURIDICA IN DFHCOMMAREA   TO WD-ANT-TEXTO
041854         MOVE DFH-SITJURIDICA IN REG-CUENTA-TRN
041855                                               TO WD-NUE-TEXTO
041856         MOVE DFH-SITJURIDICA IN DFHCOMMAREA
041857                                         TO WS-VALOR-ANTERIOR
041858         MOVE DFH-SITJURIDICA IN REG-CUENTA-TRN
041859                                         TO WS-VALOR-NUEVO
041860         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041861         MOVE DFH-SITJURIDICA IN DFHCOMMAREA
041862           TO DFH-SITJURIDICA IN REG-CUENTA-TRN
041863     END-IF.
041864     MOVE 'DFH-GARANTIA' TO WS-CAMPO-BITACORA.
041865     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041866     IF CAMPO-SENSIBLE
041867        AND DFH-GARANTIA IN REG-CUENTA-TRN
041868            NOT = DFH-GARANTIA IN DFHCOMMAREA
041869         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041870         MOVE DFH-GARANTIA IN DFHCOMMAREA      TO WD-ANT-TEXTO
041871         MOVE DFH-GARANTIA IN REG-CUENTA-TRN   TO WD-NUE-TEXTO
041872         IF DFH-GARANTIA-VALOR-AVALUO IN REG-CUENTA-TRN
041873                NOT = DFH-GARANTIA-VALOR-AVALUO IN DFHCOMMAREA
041874             MOVE DFH-GARANTIA-VALOR-AVALUO IN DFHCOMMAREA
041875                                         TO WS-EDIT-VALOR
041876             MOVE WS-EDIT-VALOR          TO WS-VALOR-ANTERIOR
041877             MOVE DFH-GARANTIA-VALOR-AVALUO IN REG-CUENTA-TRN
041878                                         TO WS-EDIT-VALOR
041879             MOVE WS-EDIT-VALOR          TO WS-VALOR-NUEVO
041880         ELSE
041881             MOVE DFH-GARANTIA-TIPO IN DFHCOMMAREA
041882                                         TO WS-VALOR-ANTERIOR
041883             MOVE DFH-GARANTIA-TIPO IN REG-CUENTA-TRN
041884                                         TO WS-VALOR-NUEVO
041885         END-IF
041886         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041887         MOVE DFH-GARANTIA IN DFHCOMMAREA
041888           TO DFH-GARANTIA IN REG-CUENTA-TRN
041889     END-IF.
041890     MOVE 'DFH-DESC-INCOBRABLE' TO WS-CAMPO-BITACORA.
041891     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041892     IF CAMPO-SENSIBLE
041893        AND DFH-DESC-INCOBRABLE IN REG-CUENTA-TRN
041894            NOT = DFH-DESC-INCOBRABLE IN DFHCOMMAREA
041895         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041896         MOVE DFH-DESC-INCOBRABLE IN DFHCOMMAREA
041897                                               TO WD-ANT-TEXTO
041898         MOVE DFH-DESC-INCOBRABLE IN REG-CUENTA-TRN
041899                                               TO WD-NUE-TEXTO
041900         IF DFH-DESC-INCOB-ESTADO IN REG-CUENTA-TRN
041901                NOT = DFH-DESC-INCOB-ESTADO IN DFHCOMMAREA
041902             MOVE DFH-DESC-INCOB-ESTADO IN DFHCOMMAREA
041903                                         TO WS-VALOR-ANTERIOR
041904             MOVE DFH-DESC-INCOB-ESTADO IN REG-CUENTA-TRN
041905                                         TO WS-VALOR-NUEVO
041906         ELSE
041907             MOVE DFH-DESC-INCOB-MONTO IN DFHCOMMAREA
041908                                         TO WS-EDIT-VALOR
041909             MOVE WS-EDIT-VALOR          TO WS-VALOR-ANTERIOR
041910             MOVE DFH-DESC-INCOB-MONTO IN REG-CUENTA-TRN
041911                                         TO WS-EDIT-VALOR
041912             MOVE WS-EDIT-VALOR          TO WS-VALOR-NUEVO
041913         END-IF
041914         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041915         MOVE DFH-DESC-INCOBRABLE IN DFHCOMMAREA
041916           TO DFH-DESC-INCOBRABLE IN REG-CUENTA-TRN
041917     END-IF.
041918     MOVE 'DFH-MONTO' TO WS-CAMPO-BITACORA.
041919     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041920     IF CAMPO-SENSIBLE
041921        AND DFH-MONTO IN REG-CUENTA-TRN
041922            NOT = DFH-MONTO IN DFHCOMMAREA
041923         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041924         MOVE DFH-MONTO IN DFHCOMMAREA         TO WD-ANT-IMPORTE
041925         MOVE DFH-MONTO IN REG-CUENTA-TRN      TO WD-NUE-IMPORTE
041926         PERFORM 7720-EDITAR-IMPORTE THRU 7720-EXIT
041927         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041928         MOVE DFH-MONTO IN DFHCOMMAREA
041929           TO DFH-MONTO IN REG-CUENTA-TRN
041930     END-IF.
041931     MOVE 'DFH-SALDO' TO WS-CAMPO-BITACORA.
041932     PERFORM 7710-VERIFICAR-SENSIBLE THRU 7710-EXIT.
041933     IF CAMPO-SENSIBLE
041934        AND DFH-SALDO IN REG-CUENTA-TRN
041935            NOT = DFH-SALDO IN DFHCOMMAREA
041936         MOVE SPACES TO WS-DATO-ANTERIOR WS-DATO-NUEVO
041937         MOVE DFH-SALDO IN DFHCOMMAREA         TO WD-ANT-IMPORTE
041938         MOVE DFH-SALDO IN REG-CUENTA-TRN      TO WD-NUE-IMPORTE
041939         PERFORM 7720-EDITAR-IMPORTE THRU 7720-EXIT
041940         PERFORM 7800-GRABAR-PENDIENTE THRU 7800-EXIT
041941         MOVE DFH-SALDO IN DFHCOMMAREA
041942           TO DFH-SALDO IN REG-CUENTA-TRN
041943     END-IF.
041944 7700-EXIT.
041945     EXIT.
041946
041947*----------------------------------------------------------------*
041948*  7710-VERIFICAR-SENSIBLE : EL CAMPO DE WS-CAMPO-BITACORA ESTA  *
041949*  EN LA LISTA DE SENSIBLES.                                     *
041950*----------------------------------------------------------------*
041951 7710-VERIFICAR-SENSIBLE.
041952     MOVE 'N' TO WS-SW-SENSIBLE.
041953     MOVE 1   TO WS-SUB-SEN.
041954     PERFORM 7711-COMPARAR-SENSIBLE THRU 7711-EXIT
041955         UNTIL CAMPO-SENSIBLE
041956         OR WS-SUB-SEN > WS-CANT-SENSIBLES.
041957 7710-EXIT.
041958     EXIT.
041959
041960 7711-COMPARAR-SENSIBLE.
041961     IF WS-SEN-CAMPO (WS-SUB-SEN) = WS-CAMPO-BITACORA
041962         MOVE 'S' TO WS-SW-SENSIBLE
041963     ELSE
041964         ADD 1 TO WS-SUB-SEN
041965     END-IF.
041966 7711-EXIT.
041967     EXIT.
041968
041969*----------------------------------------------------------------*
041970*  7720-EDITAR-IMPORTE : VALORES EDITADOS Y MONTO DE CONTROL     *
041971*  (DIFERENCIA ABSOLUTA) DE UN CAMBIO DE SALDO O MONTO.          *
041972*----------------------------------------------------------------*
041973 7720-EDITAR-IMPORTE.
041974     MOVE WD-ANT-IMPORTE             TO WS-EDIT-VALOR.
041975     MOVE WS-EDIT-VALOR              TO WS-VALOR-ANTERIOR.
041976     MOVE WD-NUE-IMPORTE             TO WS-EDIT-VALOR.
041977     MOVE WS-EDIT-VALOR              TO WS-VALOR-NUEVO.
041978     COMPUTE WS-MONTO-CONTROL = WD-NUE-IMPORTE - WD-ANT-IMPORTE.
041979     IF WS-MONTO-CONTROL < ZERO
041980         COMPUTE WS-MONTO-CONTROL = WS-MONTO-CONTROL * -1
041981     END-IF.
041982 7720-EXIT.
041983     EXIT.
041984
041985*----------------------------------------------------------------*
041986*  7800-GRABAR-PENDIENTE : SI EL CAMPO YA TIENE UNA SOLICITUD    *
041987*  PENDIENTE EN LA CUENTA, LA NUEVA NO SE ACEPTA (SALE A CTARECH *
041988*  Y EL CAMPO CONSERVA EL VALOR DEL MAESTRO); SI NO, SE GRABA LA *
041989*  SOLICITUD CON VENCIMIENTO A WS-DIAS-VIGENCIA DIAS.            *
041990*----------------------------------------------------------------*
041991 7800-GRABAR-PENDIENTE.
041992     MOVE 'N' TO WS-SW-YA-PENDIENTE WS-SW-FIN-PEND.
041993     MOVE DFH-NUMERO-CUENTA IN REG-CUENTA-TRN
041994                                     TO DFH-PEN-NUMERO-CUENTA.
041995     MOVE WS-CAMPO-BITACORA          TO DFH-PEN-CAMPO.
041996     MOVE ZERO                       TO DFH-PEN-FECHA-SOLICITUD.
041997     START PENDIENTES-FILE KEY IS NOT < DFH-PEN-LLAVE
041998         INVALID KEY
041999             MOVE 'S' TO WS-SW-FIN-PEND
042000     END-START.
042001     PERFORM 7810-BUSCAR-PENDIENTE THRU 7810-EXIT
042002         UNTIL FIN-PENDIENTES OR YA-PENDIENTE.
042003     IF YA-PENDIENTE
042004         MOVE SPACES TO WR-MOTIVO
042005         STRING 'PENDIENTE PREVIO EN ' WS-CAMPO-BITACORA
042006                DELIMITED BY SIZE INTO WR-MOTIVO
042007         WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
042008         ADD 1 TO WS-RETENCIONES-RECHAZADAS
042009         GO TO 7800-EXIT
042010     END-IF.
042011     MOVE SPACES                     TO REG-CAMBIO-PENDIENTE.
042012     MOVE DFH-NUMERO-CUENTA IN REG-CUENTA-TRN
042013                                     TO DFH-PEN-NUMERO-CUENTA.
042014     MOVE WS-CAMPO-BITACORA          TO DFH-PEN-CAMPO.
042015     MOVE WS-FECHA-PROCESO           TO DFH-PEN-FECHA-SOLICITUD.
042016     MOVE WS-DATO-ANTERIOR           TO DFH-PEN-DATO-ANTERIOR.
042017     MOVE WS-DATO-NUEVO              TO DFH-PEN-DATO-NUEVO.
042018     MOVE WS-VALOR-ANTERIOR          TO DFH-PEN-VALOR-ANTERIOR.
042019     MOVE WS-VALOR-NUEVO             TO DFH-PEN-VALOR-NUEVO.
042020     MOVE WS-MONTO-CONTROL           TO DFH-PEN-MONTO-CONTROL.
042021     MOVE WS-RESPONSABLE             TO DFH-PEN-SOLICITANTE.
042022     MOVE WS-FECHA-VENCE             TO DFH-PEN-FECHA-VENCE.
042023     MOVE 'P'                        TO DFH-PEN-ESTADO.
042024     MOVE ZERO                       TO DFH-PEN-FECHA-RESOLUCION.
042025     WRITE REG-CAMBIO-PENDIENTE
042026         INVALID KEY
042027             MOVE SPACES TO WR-MOTIVO
042028             STRING 'SOLICITUD REPETIDA EN ' WS-CAMPO-BITACORA
042029                    DELIMITED BY SIZE INTO WR-MOTIVO
042030             WRITE RECHAZO-LINEA FROM WS-RECHAZO-DET
042031             ADD 1 TO WS-RETENCIONES-RECHAZADAS
042032         NOT INVALID KEY
042033             ADD 1 TO WS-CAMBIOS-RETENIDOS
042034     END-WRITE.
042035 7800-EXIT.
042036     EXIT.
042037
042038 7810-BUSCAR-PENDIENTE.
042039     READ PENDIENTES-FILE NEXT RECORD
042040         AT END
042041             MOVE 'S' TO WS-SW-FIN-PEND
042042             GO TO 7810-EXIT
042043     END-READ.
042044     IF DFH-PEN-NUMERO-CUENTA NOT =
042045            DFH-NUMERO-CUENTA IN REG-CUENTA-TRN
042046        OR DFH-PEN-CAMPO NOT = WS-CAMPO-BITACORA
042047         MOVE 'S' TO WS-SW-FIN-PEND
042048         GO TO 7810-EXIT
042049     END-IF.
042050     IF PEN-PENDIENTE
042051         MOVE 'S' TO WS-SW-YA-PENDIENTE
042052     END-IF.
042053 7810-EXIT.
042054     EXIT.
042055
042056*----------------------------------------------------------------*
042057*  3000-FINALIZAR                                                *
042058*----------------------------------------------------------------*
042300 3000-FINALIZAR.
042400     DISPLAY 'RMYD1CTM - LEIDAS       : ' WS-TRN-LEIDAS.
042500     DISPLAY 'RMYD1CTM - ALTAS        : ' WS-TRN-ALTAS.
042600     DISPLAY 'RMYD1CTM - CAMBIOS      : ' WS-TRN-CAMBIOS.
042700     DISPLAY 'RMYD1CTM - RECHAZADAS   : ' WS-TRN-RECHAZADAS.
042800     DISPLAY 'RMYD1CTM - EN BITACORA  : ' WS-CAMBIOS-BITACORA.
042820     DISPLAY 'RMYD1CTM - PENDIENTES   : ' WS-CAMBIOS-RETENIDOS.
042840     DISPLAY 'RMYD1CTM - NO RETENIDOS : '
042860             WS-RETENCIONES-RECHAZADAS.
042900     CLOSE TRANSACC-FILE PARAM-FILE CUENTAS-FILE
043000           RECHAZOS-FILE BITACORA-FILE PENDIENTES-FILE.
043100 3000-EXIT.
043200     EXIT.
043300
