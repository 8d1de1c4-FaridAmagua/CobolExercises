      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised payment entry against the ARLEDGER.DAT
      *          receivables ledger. A supervisor (AUTHUSR.DAT, rol S,
      *          not locked) signs on, lists an entity's open items
      *          (the invoices calcBill recorded and any credit notes
      *          from calcAdj) and applies each payment received to
      *          one invoice by number. Partial payments are allowed
      *          and leave the rest of the invoice open; a payment
      *          larger than the open balance is refused. Every
      *          payment is journaled to ARPAYLG.DAT with invoice,
      *          amount, balance before and after, the bank reference,
      *          who and when, and to SECJRNL.DAT. The ledger item is
      *          re-read just before the update, so two supervisors
      *          applying payments at once cannot overwrite each
      *          other's balance. The ledger is open only while a
      *          listing or a payment is being applied, never for the
      *          whole session, so calcBill and calcAdj are not locked
      *          out; a ledger busy elsewhere is retried. RETURN-CODE 8
      *          when the sign-on is refused or the ledger cannot be
      *          opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      * 2026-10-15 FA  ARLEDGER.DAT IS OPENED AND CLOSED AROUND EACH
      *                LISTING AND EACH PAYMENT INSTEAD OF STAYING OPEN
      *                FOR THE WHOLE SESSION, RETRYING WHILE ANOTHER
      *                PROGRAM HOLDS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arPago.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. aplicacion supervisada de cobros a facturas abiertas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE
               ALTERNATE RECORD KEY IS AR-ENT-MES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-REV-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT PAYMENT-LOG-FILE ASSIGN TO "ARPAYLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  PAYMENT-LOG-FILE.
       01  PAYMENT-LOG-RECORD.
           05  PL-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-TIME                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-INVOICE              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-AMOUNT               PIC -9(9).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-OLD-BALANCE          PIC -9(9).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-NEW-BALANCE          PIC -9(9).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-REFERENCE            PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-AR-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-PLG-STATUS               PIC XX.
           COPY SECJRNL.
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-AR-FIN-SWITCH            PIC X.
           88  WS-AR-FIN               VALUE "Y".
       01  WS-AR-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-AR-ABIERTO           VALUE "Y".
       01  WS-AR-INTENTOS              PIC 9(3).
       01  WS-FACTURA-VALIDA-SWITCH    PIC X.
           88  WS-FACTURA-VALIDA       VALUE "Y".
       01  WS-PT-ENTIDAD               PIC XX.
       01  WS-PT-MES                   PIC 9(6).
       01  WS-PT-SALDO                 PIC S9(9)V99.
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-COBRO         VALUE "C" "c".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-FACTURA-X                PIC X(8).
       01  WS-IMPORTE-X                PIC X(11).
       01  WS-IMPORTE                  PIC 9(9)V99.
       01  WS-REFERENCIA               PIC X(20).
       01  WS-CONFIRM                  PIC X.
       01  WS-SALDO-ANT                PIC S9(9)V99.
       01  WS-PARTIDAS                 PIC 9(4).
       01  WS-SALDO-ENTIDAD            PIC S9(11)V99.
       01  WS-COBROS                   PIC 9(4) VALUE ZERO.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-IMPORTE-ED               PIC -ZZZZZZZZ9.99.
       01  WS-SALDO-ED                 PIC -ZZZZZZZZ9.99.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

       01  LST-DETAIL-LINE.
           05  LST-INVOICE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-TIPO                PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-MES                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-EMISION             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-IMPORTE             PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-SALDO               PIC -ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LOS COBROS SOLO LOS APLICA "
                   "UN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "APLICACION DE COBROS" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 2000-ABRIR-LIBRO THRU 2000-EXIT.
           IF NOT WS-AR-ABIERTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-CERRAR-LIBRO.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           DISPLAY "ARPAGO: " WS-COBROS " COBROS APLICADOS".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-AUTORIZAR-SUPERVISOR.
           DISPLAY "SUPERVISOR ID:".
           ACCEPT WS-SUPER-ID.
           DISPLAY "SUPERVISOR PASSWORD:".
           ACCEPT WS-SUPER-PASSWORD.
      *    AUTHUSR.DAT GUARDA LA PASSWORD REVUELTA (pwScram)
           CALL "pwScram" USING WS-SUPER-PASSWORD WS-PW-REVUELTA.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               DISPLAY "AUTHUSR.DAT NOT FOUND"
           ELSE
               PERFORM 1100-BUSCAR-SUPERVISOR
                   UNTIL WS-AUTH-EOF OR WS-AUTORIZADO
               CLOSE AUTH-FILE
           END-IF.

       1100-BUSCAR-SUPERVISOR.
           READ AUTH-FILE
               AT END
                   SET WS-AUTH-EOF TO TRUE
               NOT AT END
                   IF AUTH-ID = WS-SUPER-ID
                       AND AUTH-PASSWORD = WS-PW-REVUELTA
                       AND AUTH-ROLE = "S"
                       AND AUTH-LOCK NOT = "Y"
                       SET WS-AUTORIZADO TO TRUE
                   END-IF
           END-READ.

       1200-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           ELSE
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-FECHA-NEGOCIO
                       ELSE
                           ACCEPT WS-FECHA-NEGOCIO FROM DATE
                               YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * EL LIBRO SOLO ESTA ABIERTO MIENTRAS DURA CADA LISTADO O CADA
      * COBRO, NO TODA LA SESION: calcBill Y calcAdj LO ABREN I-O Y NO
      * DEBEN QUEDAR FUERA MIENTRAS UN SUPERVISOR TECLEA. SI OTRO
      * PROGRAMA LO TIENE, SE REINTENTA HASTA QUE LO SUELTE.
      ******************************************************************
       2000-ABRIR-LIBRO.
           MOVE ZERO TO WS-AR-INTENTOS.
           MOVE "N" TO WS-AR-ABIERTO-SWITCH.
       2000-REINTENTAR.
           OPEN I-O AR-LEDGER-FILE.
           IF WS-AR-STATUS = "35" OR WS-AR-STATUS = "30"
               OR WS-AR-STATUS = "39"
               DISPLAY "ARLEDGER.DAT NO DISPONIBLE (STATUS "
                   WS-AR-STATUS "), NO HAY FACTURAS QUE COBRAR"
               GO TO 2000-EXIT.
           IF WS-AR-STATUS NOT = "00"
               ADD 1 TO WS-AR-INTENTOS
               IF WS-AR-INTENTOS > 500
                   DISPLAY "ARLEDGER.DAT SIGUE OCUPADO (STATUS "
                       WS-AR-STATUS "), REINTENTANDO"
                   MOVE ZERO TO WS-AR-INTENTOS
               END-IF
               GO TO 2000-REINTENTAR.
           SET WS-AR-ABIERTO TO TRUE.
       2000-EXIT.
           EXIT.

       2100-CERRAR-LIBRO.
           IF WS-AR-ABIERTO
               CLOSE AR-LEDGER-FILE
               MOVE "N" TO WS-AR-ABIERTO-SWITCH
           END-IF.

       3000-MENU.
           DISPLAY "COBROS DE CUENTAS A COBRAR".
           DISPLAY "  (L)ISTAR PARTIDAS (C)OBRO (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-LISTAR
                   PERFORM 2000-ABRIR-LIBRO THRU 2000-EXIT
                   IF WS-AR-ABIERTO
                       PERFORM 4000-LISTAR THRU 4000-EXIT
                       PERFORM 2100-CERRAR-LIBRO
                   END-IF
               WHEN WS-OPCION-COBRO
                   PERFORM 5000-COBRO THRU 5000-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * PARTIDAS ABIERTAS DE UNA ENTIDAD, POR LA CLAVE ALTERNATIVA
      * ENTIDAD + MES: FACTURAS CON SALDO Y NOTAS DE CREDITO CON
      * CREDITO SIN APLICAR.
      ******************************************************************
       4000-LISTAR.
           DISPLAY "ENTIDAD (2 DIGITOS):".
           ACCEPT WS-ENTIDAD-X.
           MOVE ZERO TO WS-PARTIDAS.
           MOVE ZERO TO WS-SALDO-ENTIDAD.
           MOVE "N" TO WS-AR-FIN-SWITCH.
           MOVE WS-ENTIDAD-X TO AR-ENTITY.
           MOVE ZERO TO AR-MONTH.
           START AR-LEDGER-FILE KEY NOT < AR-ENT-MES
               INVALID KEY
                   SET WS-AR-FIN TO TRUE
           END-START.
           PERFORM 4100-LISTAR-PARTIDA UNTIL WS-AR-FIN.
           IF WS-PARTIDAS = ZERO
               DISPLAY "LA ENTIDAD NO TIENE PARTIDAS ABIERTAS"
               GO TO 4000-EXIT.
           MOVE WS-SALDO-ENTIDAD TO WS-SALDO-ED.
           DISPLAY "SALDO ABIERTO DE LA ENTIDAD: " WS-SALDO-ED.
       4000-EXIT.
           EXIT.

       4100-LISTAR-PARTIDA.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-AR-FIN TO TRUE
               NOT AT END
                   IF AR-ENTITY NOT = WS-ENTIDAD-X
                       SET WS-AR-FIN TO TRUE
                   ELSE
                       IF AR-ABIERTA
                           ADD 1 TO WS-PARTIDAS
                           ADD AR-BALANCE TO WS-SALDO-ENTIDAD
                           MOVE AR-INVOICE TO LST-INVOICE
                           IF AR-FACTURA
                               MOVE "FACTURA" TO LST-TIPO
                           ELSE
                               MOVE "NOTA CR" TO LST-TIPO
                           END-IF
                           MOVE AR-MONTH TO LST-MES
                           MOVE AR-ISSUE-DATE TO LST-EMISION
                           MOVE AR-AMOUNT TO LST-IMPORTE
                           MOVE AR-BALANCE TO LST-SALDO
                           DISPLAY LST-DETAIL-LINE
                       END-IF
                   END-IF
           END-READ.

       5000-COBRO.
           DISPLAY "NUMERO DE FACTURA:".
           ACCEPT WS-FACTURA-X.
           IF WS-FACTURA-X IS NOT NUMERIC
               DISPLAY "NUMERO NO VALIDO (8 DIGITOS)"
               GO TO 5000-EXIT.
           PERFORM 2000-ABRIR-LIBRO THRU 2000-EXIT.
           IF NOT WS-AR-ABIERTO
               GO TO 5000-EXIT.
           PERFORM 5100-LEER-FACTURA.
           PERFORM 2100-CERRAR-LIBRO.
           IF NOT WS-FACTURA-VALIDA
               GO TO 5000-EXIT.
           MOVE WS-PT-SALDO TO WS-SALDO-ED.
           DISPLAY "ENTIDAD " WS-PT-ENTIDAD " MES " WS-PT-MES
               " SALDO " WS-SALDO-ED.
           DISPLAY "IMPORTE COBRADO (11 DIGITOS SIN PUNTO, ULTIMOS "
               "2 = CENTIMOS):".
           ACCEPT WS-IMPORTE-X.
           IF WS-IMPORTE-X IS NOT NUMERIC
               DISPLAY "IMPORTE NO NUMERICO, COBRO CANCELADO"
               GO TO 5000-EXIT.
           MOVE WS-IMPORTE-X TO WS-IMPORTE.
           IF WS-IMPORTE = ZERO
               DISPLAY "IMPORTE CERO, COBRO CANCELADO"
               GO TO 5000-EXIT.
           IF WS-IMPORTE > WS-PT-SALDO
               DISPLAY "EL COBRO SUPERA EL SALDO ABIERTO, NO SE "
                   "APLICA"
               GO TO 5000-EXIT.
           DISPLAY "REFERENCIA DEL COBRO (TRANSFERENCIA, CHEQUE):".
           ACCEPT WS-REFERENCIA.
           IF WS-REFERENCIA = SPACES
               DISPLAY "SIN REFERENCIA NO HAY COBRO"
               GO TO 5000-EXIT.
           MOVE WS-IMPORTE TO WS-IMPORTE-ED.
           DISPLAY "APLICAR " WS-IMPORTE-ED " A LA FACTURA "
               WS-FACTURA-X " (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "COBRO CANCELADO"
               GO TO 5000-EXIT.
           PERFORM 2000-ABRIR-LIBRO THRU 2000-EXIT.
           IF WS-AR-ABIERTO
               PERFORM 6000-APLICAR-COBRO THRU 6000-EXIT
               PERFORM 2100-CERRAR-LIBRO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LEER-FACTURA.
           MOVE "N" TO WS-FACTURA-VALIDA-SWITCH.
           MOVE WS-FACTURA-X TO AR-INVOICE.
           READ AR-LEDGER-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA FACTURA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AR-FACTURA
                           DISPLAY "ES UNA NOTA DE CREDITO, NO SE "
                               "COBRA"
                       WHEN NOT AR-ABIERTA OR AR-BALANCE NOT > ZERO
                           DISPLAY "LA FACTURA NO TIENE SALDO ABIERTO"
                       WHEN OTHER
                           SET WS-FACTURA-VALIDA TO TRUE
                           MOVE AR-ENTITY TO WS-PT-ENTIDAD
                           MOVE AR-MONTH TO WS-PT-MES
                           MOVE AR-BALANCE TO WS-PT-SALDO
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * LA PARTIDA SE RELEE JUSTO ANTES DE ACTUALIZARLA: SI OTRO
      * SUPERVISOR APLICO UN COBRO MIENTRAS SE TECLEABA ESTE, EL
      * SALDO QUE SE VALIDO YA NO VALE Y EL COBRO SE VUELVE A PEDIR.
      ******************************************************************
       6000-APLICAR-COBRO.
           MOVE WS-FACTURA-X TO AR-INVOICE.
           READ AR-LEDGER-FILE
               INVALID KEY
                   DISPLAY "LA FACTURA YA NO EXISTE"
                   GO TO 6000-EXIT
           END-READ.
           IF WS-IMPORTE > AR-BALANCE
               DISPLAY "EL SALDO CAMBIO MIENTRAS SE TECLEABA, "
                   "REPITA EL COBRO"
               GO TO 6000-EXIT.
           MOVE AR-BALANCE TO WS-SALDO-ANT.
           ADD WS-IMPORTE TO AR-PAID.
           SUBTRACT WS-IMPORTE FROM AR-BALANCE.
           MOVE WS-FECHA-NEGOCIO TO AR-LAST-PAY-DATE.
           IF AR-BALANCE = ZERO
               SET AR-CERRADA TO TRUE
           END-IF.
           REWRITE AR-RECORD
               INVALID KEY
                   DISPLAY "ERROR ACTUALIZANDO ARLEDGER.DAT (STATUS "
                       WS-AR-STATUS ")"
                   MOVE 4 TO WS-RETURN-CODE
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO WS-COBROS.
           PERFORM 7000-ANOTAR-COBRO.
           MOVE AR-BALANCE TO WS-SALDO-ED.
           IF AR-CERRADA
               DISPLAY "FACTURA SALDADA"
           ELSE
               DISPLAY "COBRO PARCIAL APLICADO, QUEDA " WS-SALDO-ED
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * CADA COBRO QUEDA EN ARPAYLG.DAT CON SALDO ANTERIOR Y NUEVO,
      * REFERENCIA, QUIEN Y CUANDO, Y EN EL JOURNAL DE SEGURIDAD.
      ******************************************************************
       7000-ANOTAR-COBRO.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF WS-PLG-STATUS = "35"
               OPEN OUTPUT PAYMENT-LOG-FILE
               CLOSE PAYMENT-LOG-FILE
               OPEN EXTEND PAYMENT-LOG-FILE
           END-IF.
           MOVE SPACES TO PAYMENT-LOG-RECORD.
           ACCEPT PL-DATE FROM DATE YYYYMMDD.
           ACCEPT PL-TIME FROM TIME.
           MOVE WS-SUPER-ID TO PL-SUPERVISOR.
           MOVE AR-INVOICE TO PL-INVOICE.
           MOVE AR-ENTITY TO PL-ENTITY.
           MOVE WS-IMPORTE TO PL-AMOUNT.
           MOVE WS-SALDO-ANT TO PL-OLD-BALANCE.
           MOVE AR-BALANCE TO PL-NEW-BALANCE.
           MOVE WS-REFERENCIA TO PL-REFERENCE.
           WRITE PAYMENT-LOG-RECORD.
           CLOSE PAYMENT-LOG-FILE.
           MOVE "AR PAYMENT" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING "FACTURA " DELIMITED BY SIZE
               AR-INVOICE DELIMITED BY SIZE
               " ENTIDAD " DELIMITED BY SIZE
               AR-ENTITY DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "arPago" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM arPago.
