      *                TOGETHER COULD BOOK UNDER THE SAME RUN-ID.
      *                AN OLD SEQUENTIAL RUNSEQ.DAT MUST BE DELETED
      *                ONCE; THE COUNTER RECREATES ITSELF.
      * 2026-10-15 FA  A REVERSAL OF A CALCULATION WHOSE MONTH WAS
      *                ALREADY INVOICED (AN F ITEM FOR THE ENTITY AND
      *                MONTH ON ARLEDGER.DAT) NOW ISSUES A CREDIT NOTE
      *                AGAINST THAT ORIGINAL INVOICE AT THE RATECARD
      *                RATE OF THE OPERATION, APPLIED TO ITS OPEN
      *                BALANCE; calcBill THEN NO LONGER NETS THE
      *                REVERSAL INTO THE MONTH IT WAS POSTED IN.
      * 2026-10-15 FA  THE REVERSAL RECORD NOW CARRIES THE APPROVING
      *                SUPERVISOR AS ITS OPERATOR (CALC-OPERATOR,
      *                TL-OPERATOR), AND ADJLOG.DAT NOW ALSO RECORDS
      *                THE OPERATOR OF THE REVERSED CALCULATION
      *                (AD-ORIG-OPERATOR) FOR operRpt.
      * 2026-10-15 FA  THE REVERSAL WRITTEN TO CALCFILE.DAT IS ALSO
      *                JOURNALED AS AN AFTER-IMAGE ON CALCJRNL.DAT
      *                THROUGH calcJrnl, SO calcRcvr CAN ROLL THE FILE
      *                FORWARD FROM THE LAST BACKUP.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      * 2026-10-15 FA  EACH POSTED REVERSAL IS ADDED TO THE DAILY
      *                SUMMARY ROW (DAYSUM.DAT) OF THE DAY IT POSTS TO,
      *                CREATING THE ROW WHEN THE DAY HAS NONE YET, SO
      *                THE PERIOD REPORTS THAT READ THE SUMMARY SEE IT.
      * 2026-10-15 FA  THE SUPERVISOR CAN KEY THE DISPUTE CASE
      *                (DISPUTE.DAT, SEE dispMant) THE REVERSAL
      *                RESOLVES: THE CASE MUST BE OPEN AND HOLD THE
      *                ORIGINAL CALCULATION; THE REVERSAL KEY IS THEN
      *                LINKED TO THAT CALCULATION IN DISPCALC.DAT, THE
      *                CASE GETS A NOTE AND ADJLOG.DAT RECORDS THE CASE
      *                NUMBER (AD-CASO).
      * 2026-10-15 FA  THE CREDIT NOTE IS NOW PRICED AT THE RATECARD.DAT
      *                RATE IN FORCE ON THE ORIGINAL CALCULATION'S DATE
      *                (EFFECTIVE-DATED LINES, RATECARD COPYBOOK), THE
      *                SAME RATE calcBill BILLED IT AT.
      * 2026-10-15 FA  THE REVERSAL NOW CARRIES THE CURRENCY OF THE
      *                CALCULATION IT REVERSES (CALC-CURRENCY); AN
      *                ORIGINAL POSTED BEFORE CALCULATIONS HAD A
      *                CURRENCY TAKES ITS ENTITY'S CURRENCY.
      * 2026-10-15 FA  A REVERSAL OF AN ALREADY INVOICED MONTH IS NO
      *                LONGER POSTED WITHOUT ITS CREDIT NOTE: THE
      *                LEDGER, THE RATE AND THE NOTE NUMBER ARE SECURED
      *                BEFORE POSTING (THE LEDGER STAYS OPEN UNTIL THE
      *                NOTE IS WRITTEN) AND THE REVERSAL IS REFUSED WITH
      *                RETURN-CODE 8 WHEN ANY IS MISSING.
      * 2026-10-15 FA  EACH REVERSAL'S TRANLOG ROW, JOURNALS, DAYSUM
      *                ADJUSTMENT, CASE LINK AND CREDIT NOTE NOW DEPEND
      *                ONLY ON ITS OWN CALCFILE WRITE, NOT ON AN EARLIER
      *                FAILURE IN THE SESSION; A CASE-LINK WARNING NO
      *                LONGER LOWERS A RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcAdj.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE
               ALTERNATE RECORD KEY IS AR-ENT-MES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-REV-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT DISPUTE-CALC-FILE ASSIGN TO "DISPCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DK-KEY
               ALTERNATE RECORD KEY IS DK-POR-CASO
                   WITH DUPLICATES
               FILE STATUS IS WS-DK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           05  AD-REV-RUN-ID           PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-MOTIVO               PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-ORIG-OPERATOR        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AD-CASO                 PIC 9(6).
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.
       FD  RATE-CARD-FILE.
           COPY RATECARD.
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       FD  DISPUTE-FILE.
           COPY DISPUTE.
       FD  DISPUTE-CALC-FILE.
           COPY DISPCALC.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-TRAN-STATUS              PIC XX.
       01  WS-CONFIRM                  PIC X.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-REVERSADOS               PIC 9(4) VALUE ZERO.
           COPY SECJRNL.
           COPY FXLOOK.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-AR-STATUS                PIC XX.
       01  WS-AR-FIN-SWITCH            PIC X.
           88  WS-AR-FIN               VALUE "Y".
       01  WS-FACTURA-HALLADA-SWITCH   PIC X.
           88  WS-FACTURA-HALLADA      VALUE "Y".
       01  WS-AR-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-AR-ABIERTO           VALUE "Y".
       01  WS-NOTA-SWITCH              PIC X VALUE "N".
           88  WS-CON-NOTA             VALUE "Y".
           88  WS-NOTA-IMPOSIBLE       VALUE "X".
       01  WS-REVERSO-SWITCH           PIC X VALUE "N".
           88  WS-REVERSO-GRABADO      VALUE "Y".
       01  WS-TAR-STATUS               PIC XX.
       01  WS-TAR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-TAR-EOF              VALUE "Y".
       01  WS-TAR-SUB                  PIC 9(3).
       01  WS-TAR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TARIFA                   PIC 9(5)V99.
       01  WS-TARIFA-DESDE             PIC 9(8).
       01  WS-TARIFA-HALLADA           PIC X.
           88  WS-CON-TARIFA           VALUE "Y".
           88  WS-SIN-TARIFA           VALUE "N".
       01  WS-NUM-FACTURA              PIC 9(8).
       01  WS-NUM-NOTA                 PIC 9(8).
       01  WS-APLICADO                 PIC S9(9)V99.
       01  WS-REV-KEY                  PIC X(24).
       01  WS-NOTAS                    PIC 9(4) VALUE ZERO.
       01  WS-DS-STATUS                PIC XX.
       01  WS-DP-STATUS                PIC XX.
       01  WS-DK-STATUS                PIC XX.
       01  WS-CASO-X                   PIC X(6).
       01  WS-CASO                     PIC 9(6) VALUE ZERO.
       01  WS-CASO-RECHAZADO-SWITCH    PIC X.
           88  WS-CASO-RECHAZADO       VALUE "Y".
       01  WS-NOTA-TEXTO               PIC X(60).
      * TARJETA DE TARIFAS, PARA VALORAR LA NOTA DE CREDITO COMO
      * calcBill VALORO LA LINEA FACTURADA: TARIFA VIGENTE EN LA
      * FECHA DEL CALCULO ORIGINAL (WS-TAR-DESDE CERO = DESDE SIEMPRE)
       01  WS-TAR-TABLA.
           05  WS-TAR-ENTRY OCCURS 200 TIMES.
               10  WS-TAR-ENTITY       PIC XX.
               10  WS-TAR-OPERATION    PIC X(10).
               10  WS-TAR-RATE         PIC 9(5)V99.
               10  WS-TAR-DESDE        PIC 9(8).
      * COPIA DEL REGISTRO ORIGINAL MIENTRAS SE CONSTRUYE EL REVERSO
       01  WS-ORIGINAL.
           05  WS-OR-KEY               PIC X(24).
           05  WS-OR-VALUE-1           PIC S9(7)V99.
           05  WS-OR-VALUE-2           PIC S9(7)V99.
           05  WS-OR-RESULT            PIC S9(7)V99.
           05  WS-OR-OPERATOR          PIC X(8).
           05  WS-OR-CURRENCY          PIC X(3).
       01  INQ-DETAIL-LINE.
           05  INQ-RUN-ID              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
               CLOSE ADJUST-LOG-FILE
               OPEN EXTEND ADJUST-LOG-FILE
           END-IF.
           PERFORM 1400-CARGAR-TARIFAS.
           MOVE "X" TO WS-FECHA-X.
       1000-EXIT.
           EXIT.
       1300-EXIT.
           EXIT.

       1400-CARGAR-TARIFAS.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-TAR-STATUS NOT = "35"
               PERFORM 1410-CARGAR-TARIFA UNTIL WS-TAR-EOF
               CLOSE RATE-CARD-FILE
           END-IF.

       1410-CARGAR-TARIFA.
           READ RATE-CARD-FILE
               AT END
                   SET WS-TAR-EOF TO TRUE
               NOT AT END
                   IF RC-RATE IS NUMERIC AND WS-TAR-COUNT < 200
                       AND (RC-DESDE IS NUMERIC
                           OR RC-DESDE-X = SPACES)
                       ADD 1 TO WS-TAR-COUNT
                       MOVE RC-ENTITY TO
                           WS-TAR-ENTITY(WS-TAR-COUNT)
                       MOVE RC-OPERATION TO
                           WS-TAR-OPERATION(WS-TAR-COUNT)
                       MOVE RC-RATE TO WS-TAR-RATE(WS-TAR-COUNT)
                       IF RC-DESDE-X = SPACES
                           MOVE ZERO TO WS-TAR-DESDE(WS-TAR-COUNT)
                       ELSE
                           MOVE RC-DESDE TO
                               WS-TAR-DESDE(WS-TAR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2000-TRATAR-REVERSO.
           DISPLAY "FECHA DEL CALCULO (YYYYMMDD, INTRO = SALIR):".
           ACCEPT WS-FECHA-X.
                   "REVERSA UN REVERSO"
               GO TO 2000-EXIT.
           PERFORM 2100-MOSTRAR-ORIGINAL.
           PERFORM 2050-PEDIR-CASO THRU 2050-EXIT.
           IF WS-CASO-RECHAZADO
               GO TO 2000-EXIT.
           DISPLAY "MOTIVO DEL REVERSO:".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "REVERSO CANCELADO"
               GO TO 2000-EXIT.
           PERFORM 2150-PREPARAR-NOTA THRU 2150-EXIT.
           IF WS-NOTA-IMPOSIBLE
               DISPLAY "REVERSO NO POSTEADO: SIN SU NOTA DE CREDITO "
                   "EL MES FACTURADO NO SE ABONARIA"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           PERFORM 2200-POSTEAR-REVERSO.
           IF WS-AR-ABIERTO
               CLOSE AR-LEDGER-FILE
               MOVE "N" TO WS-AR-ABIERTO-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * UN REVERSO QUE RESUELVE UN CASO DE DISPUTA (dispMant) SE
      * POSTEA CON SU NUMERO DE CASO: EL CASO TIENE QUE ESTAR VIGENTE
      * Y TENER EL CALCULO ORIGINAL ENTRE SUS CALCULOS, SIN OTRO
      * REVERSO YA VINCULADO. INTRO = REVERSO SIN CASO.
      ******************************************************************
       2050-PEDIR-CASO.
           MOVE ZERO TO WS-CASO.
           MOVE "N" TO WS-CASO-RECHAZADO-SWITCH.
           DISPLAY "CASO DE DISPUTA (SEIS DIGITOS, INTRO = NINGUNO):".
           ACCEPT WS-CASO-X.
           IF WS-CASO-X = SPACES
               GO TO 2050-EXIT.
           SET WS-CASO-RECHAZADO TO TRUE.
           IF WS-CASO-X IS NOT NUMERIC
               DISPLAY "NUMERO DE CASO NO VALIDO (SEIS DIGITOS)"
               GO TO 2050-EXIT.
           MOVE WS-CASO-X TO WS-CASO.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "DISPUTE.DAT NO DISPONIBLE (STATUS "
                   WS-DP-STATUS ")"
               GO TO 2050-EXIT.
           MOVE WS-CASO TO DP-CASO.
           MOVE ZERO TO DP-LINEA.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL CASO " WS-CASO
                   CLOSE DISPUTE-FILE
                   GO TO 2050-EXIT
           END-READ.
           CLOSE DISPUTE-FILE.
           IF NOT DP-VIGENTE
               DISPLAY "EL CASO " WS-CASO " ESTA CERRADO"
               GO TO 2050-EXIT.
           IF DP-ENTITY NOT = WS-OR-ENTITY
               DISPLAY "EL CASO " WS-CASO " ES DE LA ENTIDAD "
                   DP-ENTITY
               GO TO 2050-EXIT.
           OPEN INPUT DISPUTE-CALC-FILE.
           IF WS-DK-STATUS NOT = "00"
               DISPLAY "DISPCALC.DAT NO DISPONIBLE (STATUS "
                   WS-DK-STATUS ")"
               GO TO 2050-EXIT.
           MOVE WS-OR-KEY TO DK-CALC-KEY.
           MOVE WS-CASO TO DK-CASO.
           READ DISPUTE-CALC-FILE
               INVALID KEY
                   DISPLAY "ESE CALCULO NO ESTA EN EL CASO " WS-CASO
                   CLOSE DISPUTE-CALC-FILE
                   GO TO 2050-EXIT
           END-READ.
           CLOSE DISPUTE-CALC-FILE.
           IF DK-REV-KEY NOT = SPACES
               DISPLAY "EL CASO YA TIENE EL REVERSO " DK-REV-KEY
                   " DE ESE CALCULO"
               GO TO 2050-EXIT.
           DISPLAY "CASO " WS-CASO ": " DP-MOTIVO.
           MOVE "N" TO WS-CASO-RECHAZADO-SWITCH.
       2050-EXIT.
           EXIT.

       2100-MOSTRAR-ORIGINAL.
           MOVE CALC-KEY TO WS-OR-KEY.
           MOVE CALC-OPERATION TO WS-OR-OPERATION.
           MOVE CALC-VALUE-1 TO WS-OR-VALUE-1.
           MOVE CALC-VALUE-2 TO WS-OR-VALUE-2.
           MOVE CALC-RESULT TO WS-OR-RESULT.
           MOVE CALC-OPERATOR TO WS-OR-OPERATOR.
           MOVE CALC-CURRENCY TO WS-OR-CURRENCY.
           MOVE CALC-RUN-ID TO INQ-RUN-ID.
           MOVE CALC-SEQ TO INQ-SEQ.
           MOVE CALC-PROGRAM TO INQ-PROGRAM.
           MOVE CALC-RESULT TO INQ-RESULT.
           DISPLAY INQ-DETAIL-LINE.

      ******************************************************************
      * SI EL MES DEL CALCULO YA SE FACTURO, EL REVERSO Y SU NOTA DE
      * CREDITO VAN JUNTOS O NO VA NINGUNO: calcBill DA POR ABONADO
      * TODO REVERSO DE UN MES FACTURADO. ANTES DE POSTEAR SE ABRE EL
      * LIBRO (QUEDA ABIERTO HASTA GRABAR LA NOTA), SE BUSCA LA
      * FACTURA Y LA TARIFA Y SE TOMA EL NUMERO DE LA NOTA. SIN
      * ARLEDGER.DAT NO HAY NADA FACTURADO.
      ******************************************************************
       2150-PREPARAR-NOTA.
           MOVE "N" TO WS-NOTA-SWITCH.
           MOVE "N" TO WS-AR-ABIERTO-SWITCH.
           OPEN I-O AR-LEDGER-FILE.
           IF WS-AR-STATUS = "35"
               GO TO 2150-EXIT.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "ARLEDGER.DAT NO DISPONIBLE (STATUS "
                   WS-AR-STATUS ")"
               SET WS-NOTA-IMPOSIBLE TO TRUE
               GO TO 2150-EXIT.
           SET WS-AR-ABIERTO TO TRUE.
           PERFORM 2510-BUSCAR-FACTURA.
           IF NOT WS-FACTURA-HALLADA
               CLOSE AR-LEDGER-FILE
               MOVE "N" TO WS-AR-ABIERTO-SWITCH
               GO TO 2150-EXIT.
           SET WS-CON-NOTA TO TRUE.
           PERFORM 2520-BUSCAR-TARIFA.
           IF WS-SIN-TARIFA OR WS-TARIFA = ZERO
               DISPLAY "MES " WS-OR-KEY(1:6) " YA FACTURADO (FACTURA "
                   WS-NUM-FACTURA ") PERO LA OPERACION NO TIENE "
                   "TARIFA EN RATECARD.DAT"
               SET WS-NOTA-IMPOSIBLE TO TRUE
           ELSE
               PERFORM 2600-OBTENER-NUM-NOTA THRU 2600-EXIT
               IF WS-NUM-NOTA = ZERO
                   SET WS-NOTA-IMPOSIBLE TO TRUE
               END-IF
           END-IF.
           IF WS-NOTA-IMPOSIBLE
               CLOSE AR-LEDGER-FILE
               MOVE "N" TO WS-AR-ABIERTO-SWITCH
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * EL REVERSO NIEGA LOS OPERANDOS DE MODO QUE AL REHACER LA
      * OPERACION (calcVrfy) SALGA EXACTAMENTE MENOS EL RESULTADO
      * TRUNCADO CAMBIA DE SIGNO SIMETRICAMENTE).
      ******************************************************************
       2200-POSTEAR-REVERSO.
           MOVE "N" TO WS-REVERSO-SWITCH.
           ADD 1 TO WS-CALC-SEQ.
           MOVE SPACES TO CALC-RECORD.
           MOVE WS-FECHA-NEGOCIO TO CALC-DATE.
               MOVE WS-OR-VALUE-2 TO CALC-VALUE-2
           END-IF.
           COMPUTE CALC-RESULT = ZERO - WS-OR-RESULT.
           MOVE WS-SUPER-ID TO CALC-OPERATOR.
      *    EL REVERSO VA EN LA MONEDA DEL ORIGINAL; UN ORIGINAL SIN
      *    MONEDA TOMA LA DE SU ENTIDAD
           MOVE WS-OR-CURRENCY TO CALC-CURRENCY.
           IF CALC-CURRENCY = SPACES
               MOVE "M" TO FXL-FUNCION
               MOVE WS-OR-ENTITY TO FXL-ENTITY
               CALL "fxLook" USING FX-LOOKUP
               MOVE FXL-MONEDA TO CALC-CURRENCY
           END-IF.
           MOVE CALC-KEY TO WS-REV-KEY.
           WRITE CALC-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO EL REVERSO EN "
                       "CALCFILE.DAT"
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   SET WS-REVERSO-GRABADO TO TRUE
                   CALL "calcJrnl" USING BY CONTENT "A"
                       BY REFERENCE CALC-RECORD
           END-WRITE.
           IF WS-REVERSO-GRABADO
               MOVE WS-FECHA-NEGOCIO TO TL-DATE
               MOVE WS-RUN-ID TO TL-RUN-ID
               MOVE WS-CALC-SEQ TO TL-SEQ
               MOVE CALC-VALUE-2 TO TL-NUM2
               MOVE CALC-RESULT TO TL-RESULT
               MOVE WS-OR-ENTITY TO TL-ENTITY
               MOVE WS-SUPER-ID TO TL-OPERATOR
               WRITE TRAN-LOG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO TRANLOG.DAT"
                       MOVE 8 TO WS-RETURN-CODE
               END-WRITE
               PERFORM 2300-ANOTAR-JOURNAL
               PERFORM 2700-AJUSTAR-RESUMEN THRU 2700-EXIT
               PERFORM 2800-VINCULAR-CASO THRU 2800-EXIT
               ADD 1 TO WS-REVERSADOS
               DISPLAY "REVERSO POSTEADO BAJO RUN-ID " WS-RUN-ID
                   " SEQ " WS-CALC-SEQ
               IF WS-CON-NOTA
                   PERFORM 2500-EMITIR-NOTA-CREDITO
               END-IF
           ELSE
               IF WS-CON-NOTA
                   DISPLAY "EL NUMERO DE NOTA " WS-NUM-NOTA
                       " QUEDA SIN USAR"
               END-IF
           END-IF.

       2300-ANOTAR-JOURNAL.
           MOVE WS-OR-KEY TO AD-ORIG-KEY.
           MOVE WS-RUN-ID TO AD-REV-RUN-ID.
           MOVE WS-MOTIVO TO AD-MOTIVO.
           MOVE WS-OR-OPERATOR TO AD-ORIG-OPERATOR.
           MOVE WS-CASO TO AD-CASO.
           WRITE ADJUST-LOG-RECORD.
           MOVE "REVERSAL" TO WS-SEG-EVENTO.
           MOVE WS-OR-KEY TO WS-SEG-DETALLE.
      * SEGURIDAD CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       2400-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * SI EL MES DEL CALCULO ORIGINAL YA SE FACTURO, EL REVERSO NO
      * PUEDE ESPERAR A RESTARSE EN LA FACTURA DEL MES QUE VIENE: SE
      * EMITE UNA NOTA DE CREDITO CONTRA LA FACTURA ORIGINAL POR LA
      * TARIFA DE UNA LINEA DE LA OPERACION. LO QUE CABE EN EL SALDO
      * ABIERTO DE ESA FACTURA SE LE APLICA; EL RESTO QUEDA COMO
      * CREDITO ABIERTO DE LA ENTIDAD EN LA PROPIA NOTA. FACTURA,
      * TARIFA Y NUMERO YA LOS DEJO LISTOS 2150-PREPARAR-NOTA.
      ******************************************************************
       2500-EMITIR-NOTA-CREDITO.
      *    APLICACION CONTRA EL SALDO DE LA FACTURA ORIGINAL
           MOVE WS-NUM-FACTURA TO AR-INVOICE.
           READ AR-LEDGER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-APLICADO
               NOT INVALID KEY
                   IF AR-BALANCE > WS-TARIFA
                       MOVE WS-TARIFA TO WS-APLICADO
                   ELSE
                       IF AR-BALANCE > ZERO
                           MOVE AR-BALANCE TO WS-APLICADO
                       ELSE
                           MOVE ZERO TO WS-APLICADO
                       END-IF
                   END-IF
                   IF WS-APLICADO > ZERO
                       ADD WS-APLICADO TO AR-CREDITED
                       SUBTRACT WS-APLICADO FROM AR-BALANCE
                       IF AR-BALANCE NOT > ZERO
                           SET AR-CERRADA TO TRUE
                       END-IF
                       REWRITE AR-RECORD
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE SPACES TO AR-RECORD.
           MOVE WS-NUM-NOTA TO AR-INVOICE.
           MOVE WS-OR-ENTITY TO AR-ENTITY.
           MOVE WS-OR-KEY(1:6) TO AR-MONTH.
           MOVE "N" TO AR-TYPE.
           MOVE WS-FECHA-NEGOCIO TO AR-ISSUE-DATE.
           COMPUTE AR-AMOUNT = ZERO - WS-TARIFA.
           MOVE ZERO TO AR-PAID AR-LAST-PAY-DATE.
           COMPUTE AR-CREDITED = ZERO - WS-APLICADO.
           COMPUTE AR-BALANCE = WS-APLICADO - WS-TARIFA.
           IF AR-BALANCE = ZERO
               SET AR-CERRADA TO TRUE
           ELSE
               SET AR-ABIERTA TO TRUE
           END-IF.
           MOVE WS-NUM-FACTURA TO AR-REF-INVOICE.
           MOVE WS-REV-KEY TO AR-REV-KEY.
           WRITE AR-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA NOTA DE CREDITO "
                       WS-NUM-NOTA " EN ARLEDGER.DAT"
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-NOTAS
                   DISPLAY "NOTA DE CREDITO " WS-NUM-NOTA
                       " CONTRA LA FACTURA " WS-NUM-FACTURA
                   MOVE "CREDIT NOTE" TO WS-SEG-EVENTO
                   MOVE SPACES TO WS-SEG-DETALLE
                   STRING "NOTA " DELIMITED BY SIZE
                       WS-NUM-NOTA DELIMITED BY SIZE
                       " FACTURA " DELIMITED BY SIZE
                       WS-NUM-FACTURA DELIMITED BY SIZE
                       INTO WS-SEG-DETALLE
                   PERFORM 2400-REGISTRAR-SEGURIDAD
           END-WRITE.

      ******************************************************************
      * LA FACTURA ORIGINAL ES LA PARTIDA F DE LA ENTIDAD PARA EL MES
      * DEL CALCULO REVERSADO (CLAVE ALTERNATIVA ENTIDAD + MES).
      ******************************************************************
       2510-BUSCAR-FACTURA.
           MOVE "N" TO WS-FACTURA-HALLADA-SWITCH.
           MOVE "N" TO WS-AR-FIN-SWITCH.
           MOVE ZERO TO WS-NUM-FACTURA.
           MOVE WS-OR-ENTITY TO AR-ENTITY.
           MOVE WS-OR-KEY(1:6) TO AR-MONTH.
           START AR-LEDGER-FILE KEY = AR-ENT-MES
               INVALID KEY
                   SET WS-AR-FIN TO TRUE
           END-START.
           PERFORM 2515-LEER-PARTIDA-MES
               UNTIL WS-AR-FIN OR WS-FACTURA-HALLADA.

       2515-LEER-PARTIDA-MES.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-AR-FIN TO TRUE
               NOT AT END
                   IF AR-ENTITY NOT = WS-OR-ENTITY
                       OR AR-MONTH NOT = WS-OR-KEY(1:6)
                       SET WS-AR-FIN TO TRUE
                   ELSE
                       IF AR-FACTURA
                           MOVE AR-INVOICE TO WS-NUM-FACTURA
                           SET WS-FACTURA-HALLADA TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * LA TARIFA DE LA ENTIDAD MANDA; SI NO HAY, VALE LA LINEA CON
      * ENTIDAD EN BLANCO, COMO EN calcBill. SOLO CUENTAN LAS LINEAS
      * YA VIGENTES EN LA FECHA DEL CALCULO ORIGINAL, Y DE ELLAS LA
      * DE FECHA DESDE MAS RECIENTE: LA NOTA ABONA LO QUE SE FACTURO.
      ******************************************************************
       2520-BUSCAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE ZERO TO WS-TARIFA WS-TARIFA-DESDE.
           PERFORM 2525-COMPARAR-TARIFA
               VARYING WS-TAR-SUB FROM 1 BY 1
               UNTIL WS-TAR-SUB > WS-TAR-COUNT.

       2525-COMPARAR-TARIFA.
           IF WS-TAR-OPERATION(WS-TAR-SUB) = WS-OR-OPERATION
               AND WS-TAR-DESDE(WS-TAR-SUB) NOT > WS-OR-KEY(1:8)
               IF WS-TAR-ENTITY(WS-TAR-SUB) = WS-OR-ENTITY
                   IF NOT WS-CON-TARIFA
                       OR WS-TAR-DESDE(WS-TAR-SUB) > WS-TARIFA-DESDE
                       MOVE WS-TAR-RATE(WS-TAR-SUB) TO WS-TARIFA
                       MOVE WS-TAR-DESDE(WS-TAR-SUB)
                           TO WS-TARIFA-DESDE
                       SET WS-CON-TARIFA TO TRUE
                   END-IF
               ELSE
                   IF WS-TAR-ENTITY(WS-TAR-SUB) = SPACES
                       AND NOT WS-CON-TARIFA
                       IF WS-SIN-TARIFA
                           OR WS-TAR-DESDE(WS-TAR-SUB)
                           > WS-TARIFA-DESDE
                           MOVE WS-TAR-RATE(WS-TAR-SUB) TO WS-TARIFA
                           MOVE WS-TAR-DESDE(WS-TAR-SUB)
                               TO WS-TARIFA-DESDE
                           MOVE "D" TO WS-TARIFA-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * EL NUMERO DE LA NOTA SALE DEL CONTADOR INVOICE DE RUNSEQ.DAT,
      * EL MISMO QUE NUMERA LAS FACTURAS DE calcBill.
      ******************************************************************
       2600-OBTENER-NUM-NOTA.
           MOVE ZERO TO WS-RSQ-INTENTOS.
           MOVE ZERO TO WS-NUM-NOTA.
       2600-ABRIR-CONTADOR.
           OPEN I-O RUNSEQ-FILE.
           EVALUATE TRUE
               WHEN WS-RSQ-STATUS = "00"
                   CONTINUE
               WHEN WS-RSQ-STATUS = "30" OR WS-RSQ-STATUS = "39"
                   OR WS-RSQ-STATUS = "35"
                   DISPLAY "RUNSEQ.DAT NO DISPONIBLE (STATUS "
                       WS-RSQ-STATUS "), SIN NUMERO DE NOTA"
                   GO TO 2600-EXIT
               WHEN OTHER
                   ADD 1 TO WS-RSQ-INTENTOS
                   IF WS-RSQ-INTENTOS > 500
                       DISPLAY "RUNSEQ.DAT SIGUE OCUPADO "
                           "(STATUS " WS-RSQ-STATUS "), "
                           "REINTENTANDO"
                       MOVE ZERO TO WS-RSQ-INTENTOS
                   END-IF
                   GO TO 2600-ABRIR-CONTADOR
           END-EVALUATE.
           MOVE "INVOICE" TO RSQ-ID.
           READ RUNSEQ-FILE
               INVALID KEY
                   MOVE 1 TO WS-NUM-NOTA
                   MOVE "INVOICE" TO RSQ-ID
                   MOVE WS-NUM-NOTA TO RSQ-COUNTER
                   WRITE RUNSEQ-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF RSQ-COUNTER IS NUMERIC
                       COMPUTE WS-NUM-NOTA = RSQ-COUNTER + 1
                   ELSE
                       MOVE 1 TO WS-NUM-NOTA
                   END-IF
                   MOVE WS-NUM-NOTA TO RSQ-COUNTER
                   REWRITE RUNSEQ-RECORD
                   END-REWRITE
           END-READ.
           CLOSE RUNSEQ-FILE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * EL REVERSO ENTRA EN LA FILA DEL RESUMEN DIARIO (DAYSUM.DAT)
      * DEL DIA EN QUE SE POSTEA - ENTIDAD, PROGRAMA calcAdj Y
      * OPERACION DEL ORIGINAL - PARA QUE LOS INFORMES DE PERIODO
      * LO VEAN AUNQUE ESE DIA YA SE HUBIERA RESUMIDO. dayClose
      * REHACE DE TODOS MODOS LAS FILAS DEL DIA AL CERRARLO. SIN
      * DAYSUM.DAT NO HAY RESUMEN QUE AJUSTAR.
      ******************************************************************
       2700-AJUSTAR-RESUMEN.
           OPEN I-O DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 2700-EXIT.
           MOVE CALC-DATE TO DS-DATE.
           MOVE CALC-ENTITY TO DS-ENTITY.
           MOVE CALC-PROGRAM TO DS-PROGRAM.
           MOVE CALC-OPERATION TO DS-OPERATION.
           READ DAY-SUMMARY-FILE
               INVALID KEY
                   MOVE 1 TO DS-COUNT
                   MOVE CALC-RESULT TO DS-TOTAL
                   MOVE CALC-RESULT TO DS-MIN
                   MOVE CALC-RESULT TO DS-MAX
                   WRITE DAY-SUMMARY-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO DAYSUM.DAT " DS-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO DS-COUNT
                   ADD CALC-RESULT TO DS-TOTAL
                   IF CALC-RESULT < DS-MIN
                       MOVE CALC-RESULT TO DS-MIN
                   END-IF
                   IF CALC-RESULT > DS-MAX
                       MOVE CALC-RESULT TO DS-MAX
                   END-IF
                   REWRITE DAY-SUMMARY-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AJUSTANDO DAYSUM.DAT "
                               DS-KEY
                   END-REWRITE
           END-READ.
           CLOSE DAY-SUMMARY-FILE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * CON CASO DE DISPUTA, LA CLAVE DEL REVERSO QUEDA EN EL CALCULO
      * DEL CASO (DK-REV-KEY) Y EL CASO RECIBE UNA NOTA A NOMBRE DEL
      * SUPERVISOR. EL CIERRE DEL CASO SE HACE EN dispMant. SI LOS
      * FICHEROS DE CASOS NO ESTAN DISPONIBLES EL REVERSO YA ESTA
      * POSTEADO: SE AVISA PARA VINCULARLO A MANO (RC 4).
      ******************************************************************
       2800-VINCULAR-CASO.
           IF WS-CASO = ZERO
               GO TO 2800-EXIT.
           OPEN I-O DISPUTE-CALC-FILE.
           IF WS-DK-STATUS NOT = "00"
               DISPLAY "DISPCALC.DAT NO DISPONIBLE (STATUS "
                   WS-DK-STATUS "): VINCULE EL REVERSO AL CASO "
                   WS-CASO " CON dispMant"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 2800-EXIT.
           MOVE WS-OR-KEY TO DK-CALC-KEY.
           MOVE WS-CASO TO DK-CASO.
           READ DISPUTE-CALC-FILE
               INVALID KEY
                   DISPLAY "EL CALCULO YA NO ESTA EN EL CASO " WS-CASO
               NOT INVALID KEY
                   MOVE WS-REV-KEY TO DK-REV-KEY
                   REWRITE DISPUTE-CALC-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REESCRIBIENDO DISPCALC.DAT"
                   END-REWRITE
           END-READ.
           CLOSE DISPUTE-CALC-FILE.
           OPEN I-O DISPUTE-FILE.
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "DISPUTE.DAT NO DISPONIBLE (STATUS "
                   WS-DP-STATUS "), EL CASO " WS-CASO
                   " QUEDA SIN LA NOTA DEL REVERSO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 2800-EXIT.
           MOVE WS-CASO TO DP-CASO.
           MOVE ZERO TO DP-LINEA.
           READ DISPUTE-FILE
               INVALID KEY
                   CLOSE DISPUTE-FILE
                   GO TO 2800-EXIT
           END-READ.
           IF DP-ULT-LINEA = 999
               CLOSE DISPUTE-FILE
               GO TO 2800-EXIT.
           ADD 1 TO DP-ULT-LINEA.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   CLOSE DISPUTE-FILE
                   GO TO 2800-EXIT
           END-REWRITE.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING "REVERSO " DELIMITED BY SIZE
               WS-REV-KEY DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-OR-KEY DELIMITED BY SIZE
               INTO WS-NOTA-TEXTO.
           MOVE DP-ULT-LINEA TO DP-LINEA.
           MOVE SPACES TO DP-DATOS.
           ACCEPT DP-NOTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT DP-NOTA-HORA FROM TIME.
           MOVE WS-SUPER-ID TO DP-NOTA-POR.
           MOVE WS-NOTA-TEXTO TO DP-NOTA-TEXTO.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA NOTA DEL CASO " WS-CASO
           END-WRITE.
           CLOSE DISPUTE-FILE.
           DISPLAY "REVERSO VINCULADO AL CASO " WS-CASO.
       2800-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-CALC-STATUS = "00" OR WS-CALC-STATUS = "02"
               CLOSE TRAN-LOG-FILE
               CLOSE ADJUST-LOG-FILE
           END-IF.
           DISPLAY "CALCADJ: " WS-REVERSADOS " REVERSOS POSTEADOS, "
               WS-NOTAS " NOTAS DE CREDITO".
       END PROGRAM calcAdj.
