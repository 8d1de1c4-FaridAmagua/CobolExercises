      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of ENTIDAD.DAT, the entity
      *          master - until now edited by hand, so an entity went
      *          live with no threshold and no rate and one switched
      *          off left its work behind unseen. ALTA creates an
      *          entity INACTIVE (name and billing currency);
      *          CAMBIO corrects name or currency. HABILITAR is the
      *          onboarding checklist: the entity is only activated
      *          when it has its own THRESH.DAT line, or the
      *          supervisor records that it explicitly inherits the
      *          global (blank-entity) line - EN-UMBRAL "G" - and
      *          when it has its own rate on RATECARD.DAT (rateMant).
      *          DESHABILITAR is the controlled offboarding: it lists
      *          what the entity leaves outstanding - activity on
      *          CALCFILE.DAT after its last invoiced month on
      *          ARLEDGER.DAT, DIVREJ.DAT rejects, unacknowledged
      *          alerts whose text names it, SESSION.DAT records
      *          still pointing at it - and, once confirmed, writes
      *          the final billing extract of that activity to
      *          FINALBIL.DAT (priced as calcBill prices it, at the
      *          rate in force on each day) BEFORE the flag changes.
      *          The entity stays on the master: reports print its
      *          name marked INACTIVA and calcBill still invoices it.
      *          Changes require a supervisor sign-on against
      *          AUTHUSR.DAT (rol S, not locked) and every change is
      *          journaled to ENTIDLG.DAT with who and when, like
      *          RATECDLG.DAT, and to SECJRNL.DAT. The file is
      *          rewritten on exit. RETURN-CODE 8 when the sign-on
      *          is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  CAMBIO AND HABILITAR ARE REFUSED WHEN THE MASTER
      *                WAS TRUNCATED ON LOAD, AS ALTA AND DESHABILITAR
      *                ALREADY WERE, SO NOTHING IS JOURNALED THAT
      *                ENTIDAD.DAT WILL NOT KEEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. entMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado del maestro de entidades.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT ENTITY-LOG-FILE ASSIGN TO "ENTIDLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELG-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE
               ALTERNATE RECORD KEY IS AR-ENT-MES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-REV-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT DIV-REJECT-FILE ASSIGN TO "DIVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT FINAL-BILL-FILE ASSIGN TO "FINALBIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  ENTITY-LOG-FILE.
       01  ENTITY-LOG-RECORD.
           05  EL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-ENTITY           PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-ACCION           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-OLD-ACTIVE       PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-NEW-ACTIVE       PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  EL-LOG-DETALLE          PIC X(45).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05  TH-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  TH-VALUE                PIC S9(7)V99.
           05  FILLER                  PIC X.
           05  TH-HARD-VALUE           PIC S9(7)V99.
           05  FILLER                  PIC X.
           05  TH-ROUND                PIC X.
       FD  RATE-CARD-FILE.
           COPY RATECARD.
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  DIV-REJECT-FILE.
       01  DIV-REJECT-RECORD.
           05  DR-ORIGINAL             PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON               PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-FORMULA-DATOS        PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ORIGEN               PIC X(21).
       FD  ALERT-FILE.
           COPY ALERT.
       FD  SESSION-FILE.
           COPY SESSION.
       FD  FINAL-BILL-FILE.
       01  FINAL-BILL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ENM-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-ELG-STATUS               PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-THRESH-STATUS            PIC XX.
       01  WS-TAR-STATUS               PIC XX.
       01  WS-AR-STATUS                PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-REJ-STATUS               PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-SES-STATUS               PIC XX.
       01  WS-FIN-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-CAMBIOS-SWITCH           PIC X VALUE "N".
           88  WS-CON-CAMBIOS          VALUE "Y".
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-LIBRO-SWITCH             PIC X VALUE "N".
           88  WS-CON-LIBRO            VALUE "Y".
       01  WS-MENCION-SWITCH           PIC X VALUE "N".
           88  WS-MENCIONA             VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-CAMBIO        VALUE "C" "c".
           88  WS-OPCION-HABILITAR     VALUE "H" "h".
           88  WS-OPCION-DESHABILITAR  VALUE "D" "d".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRMA                 PIC X.
       01  WS-SUB                      PIC 9(3).
       01  WS-EN-IDX                   PIC 9(3).
       01  WS-EN-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-NOMBRE-X                 PIC X(30).
       01  WS-MONEDA-X                 PIC X(3).
       01  WS-ACTIVA-ANT               PIC X.
       01  WS-ACCION                   PIC X(6).
       01  WS-DETALLE                  PIC X(45).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
           COPY FXLOOK.

      * EL MAESTRO EN MEMORIA
       01  WS-EN-TABLA.
           05  WS-EN-ENTRY OCCURS 99 TIMES.
               10  WS-EN-CODE          PIC XX.
               10  WS-EN-NAME          PIC X(30).
               10  WS-EN-ACTIVE        PIC X.
               10  WS-EN-CURRENCY      PIC X(3).
               10  WS-EN-UMBRAL        PIC X.

      * LISTA DE COMPROBACION DEL ALTA EN SERVICIO
       01  WS-UMBRAL-PROPIO-SWITCH     PIC X.
           88  WS-UMBRAL-PROPIO        VALUE "Y".
       01  WS-UMBRAL-GLOBAL-SWITCH     PIC X.
           88  WS-HAY-UMBRAL-GLOBAL    VALUE "Y".
       01  WS-TARIFAS-PROPIAS          PIC 9(3).

      * TARJETA DE TARIFAS EN MEMORIA, COMO EN calcBill: ENTIDAD EN
      * BLANCO ES EL VALOR GLOBAL; CADA LINEA VALE DESDE WS-TAR-DESDE
      * (CERO = DESDE SIEMPRE)
       01  WS-TAR-SUB                  PIC 9(3).
       01  WS-TAR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TAR-TABLA.
           05  WS-TAR-ENTRY OCCURS 200 TIMES.
               10  WS-TAR-ENTITY       PIC XX.
               10  WS-TAR-OPERATION    PIC X(10).
               10  WS-TAR-RATE         PIC 9(5)V99.
               10  WS-TAR-DESDE        PIC 9(8).
       01  WS-TARIFA                   PIC 9(5)V99.
       01  WS-TARIFA-DESDE             PIC 9(8).
       01  WS-TAR-CLAVE.
           05  WS-TAR-CLAVE-ENTITY     PIC XX.
           05  WS-TAR-CLAVE-OPERATION  PIC X(10).
           05  WS-TAR-CLAVE-FECHA      PIC 9(8).
       01  WS-TAR-CLAVE-ANT            PIC X(20) VALUE SPACES.
       01  WS-TARIFA-HALLADA           PIC X.
           88  WS-CON-TARIFA           VALUE "Y".
           88  WS-SIN-TARIFA           VALUE "N".

      * LO PENDIENTE DE LA ENTIDAD QUE SE DESHABILITA
       01  WS-ULTIMO-MES               PIC 9(6).
       01  WS-ULTIMO-MES-DET REDEFINES WS-ULTIMO-MES.
           05  WS-UM-AAAA              PIC 9(4).
           05  WS-UM-MM                PIC 99.
       01  WS-SIN-FACTURAR-DESDE       PIC 9(8).
       01  WS-AR-FIN-SWITCH            PIC X.
           88  WS-AR-FIN               VALUE "Y".
       01  WS-SIN-FACTURAR             PIC S9(7).
       01  WS-NOTAS-EXCLUIDAS          PIC 9(5).
       01  WS-RECHAZOS                 PIC 9(5).
       01  WS-ALERTAS                  PIC 9(5).
       01  WS-SESIONES                 PIC 9(5).
       01  WS-ALERTA-TEXTO             PIC X(42).
       01  WS-POS                      PIC 99.
       01  WS-CUENTA-ED                PIC ZZZZ9-.

      * EXTRACTO FINAL: UNA LINEA POR OPERACION Y TARIFA VIGENTE
       01  WS-EX-SUB                   PIC 99.
       01  WS-EX-IDX                   PIC 99.
       01  WS-EX-COUNT                 PIC 99.
       01  WS-EX-DESBORDE-SWITCH       PIC X.
           88  WS-EX-DESBORDE          VALUE "Y".
       01  WS-EX-TABLA.
           05  WS-EX-ENTRY OCCURS 40 TIMES.
               10  WS-EX-OPERATION     PIC X(10).
               10  WS-EX-TARIFA        PIC 9(5)V99.
               10  WS-EX-HALLADA       PIC X.
               10  WS-EX-CUENTA        PIC S9(7).
       01  WS-IMPORTE                  PIC S9(9)V99.
       01  WS-TOTAL-ENTIDAD            PIC S9(9)V99.
       01  WS-MONEDA-EXTRACTO          PIC X(3).

       01  FIN-TITLE-LINE.
           05  FILLER                  PIC X(30)
               VALUE "EXTRACTO FINAL DE FACTURACION ".
           05  FILLER                  PIC X(8) VALUE "ENTIDAD ".
           05  FTL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  FTL-NOMBRE              PIC X(30).
       01  FIN-PERIODO-LINE.
           05  FILLER                  PIC X(20)
               VALUE "SIN FACTURAR DESDE  ".
           05  FPL-DESDE               PIC 9(8).
           05  FILLER                  PIC X(23)
               VALUE "  HASTA LA FECHA NEGOC ".
           05  FPL-HASTA               PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  MONEDA ".
           05  FPL-MONEDA              PIC X(3).
       01  FIN-ULTIMA-LINE.
           05  FILLER                  PIC X(30)
               VALUE "ULTIMA FACTURA EN ARLEDGER: ME".
           05  FILLER                  PIC X(2) VALUE "S ".
           05  FUL-MES                 PIC 9(6).
       01  FIN-COLUMN-HEADING          PIC X(60) VALUE
               "OPERACION     CANTIDAD    TARIFA        IMPORTE".
       01  FIN-DETAIL-LINE.
           05  FDL-OPERATION           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FDL-CUENTA              PIC ZZZZZZ9-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FDL-TARIFA              PIC ZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FDL-IMPORTE             PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  FDL-AVISO               PIC X(10).
       01  FIN-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE "TOTAL ENTIDAD:        ".
           05  FTO-IMPORTE             PIC ZZZZZZZZ9.99-.
       01  FIN-FIRMA-LINE.
           05  FILLER                  PIC X(23)
               VALUE "DESHABILITADA POR      ".
           05  FFL-SUPERVISOR          PIC X(8).
           05  FILLER                  PIC X(4) VALUE " EL ".
           05  FFL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FFL-HORA                PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: EL MAESTRO DE ENTIDADES NO "
                   "SE CAMBIA SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE ENTIDAD.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 2000-CARGAR-ENTIDADES.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           PERFORM 9000-GRABAR-ENTIDADES THRU 9000-EXIT.
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

       2000-CARGAR-ENTIDADES.
           OPEN INPUT ENTITY-MASTER-FILE.
           IF WS-ENM-STATUS = "35"
               DISPLAY "ENTIDAD.DAT NO EXISTE, SE CREARA AL SALIR"
           ELSE
               PERFORM 2100-CARGAR-ENTIDAD UNTIL WS-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.

       2100-CARGAR-ENTIDAD.
           READ ENTITY-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-EN-COUNT < 99
                       ADD 1 TO WS-EN-COUNT
                       MOVE EN-CODE TO WS-EN-CODE(WS-EN-COUNT)
                       MOVE EN-NAME TO WS-EN-NAME(WS-EN-COUNT)
                       MOVE EN-ACTIVE TO WS-EN-ACTIVE(WS-EN-COUNT)
                       MOVE EN-CURRENCY TO
                           WS-EN-CURRENCY(WS-EN-COUNT)
                       MOVE EN-UMBRAL TO WS-EN-UMBRAL(WS-EN-COUNT)
                   ELSE
                       DISPLAY "TABLA DE ENTIDADES LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE ENTIDAD.DAT".
           DISPLAY "  (A)LTA (C)AMBIO (H)ABILITAR (D)ESHABILITAR "
               "(L)ISTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-CAMBIO
                   PERFORM 4500-CAMBIO THRU 4500-EXIT
               WHEN WS-OPCION-HABILITAR
                   PERFORM 5000-HABILITAR THRU 5000-EXIT
               WHEN WS-OPCION-DESHABILITAR
                   PERFORM 6000-DESHABILITAR THRU 6000-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 3500-LISTAR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       3100-PEDIR-ENTIDAD.
           DISPLAY "ENTIDAD (2 DIGITOS):".
           ACCEPT WS-ENTIDAD-X.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 3110-COMPARAR-ENTIDAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EN-COUNT OR WS-HALLADO.

       3110-COMPARAR-ENTIDAD.
           IF WS-EN-CODE(WS-SUB) = WS-ENTIDAD-X
               MOVE WS-SUB TO WS-EN-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      *    LA MONEDA SE TECLEA EN ISO; EN BLANCO ES LA BASE. UNA
      *    MONEDA SIN CAMBIO HOY EN FXRATE.DAT SE AVISA (fxMant): EL
      *    CIERRE NO LA PODRA CONVERTIR
       3200-PEDIR-MONEDA.
           DISPLAY "MONEDA ISO (3 LETRAS, INTRO = MONEDA BASE):".
           ACCEPT WS-MONEDA-X.
           IF WS-MONEDA-X NOT = SPACES AND WS-MONEDA-X NOT = "*"
               MOVE "T" TO FXL-FUNCION
               MOVE WS-MONEDA-X TO FXL-MONEDA
               MOVE WS-FECHA-NEGOCIO TO FXL-FECHA
               CALL "fxLook" USING FX-LOOKUP
               IF WS-MONEDA-X NOT = FXL-BASE
                   AND NOT FXL-CAMBIO-HALLADO
                   DISPLAY "AVISO: " WS-MONEDA-X " NO TIENE CAMBIO "
                       "EN FXRATE.DAT PARA " WS-FECHA-NEGOCIO
                       " (fxMant)"
               END-IF
           END-IF.

       3500-LISTAR.
           PERFORM 3510-LISTAR-ENTIDAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EN-COUNT.

       3510-LISTAR-ENTIDAD.
           IF WS-EN-ACTIVE(WS-SUB) = "Y"
               DISPLAY WS-EN-CODE(WS-SUB) " " WS-EN-NAME(WS-SUB)
                   " ACTIVA   MONEDA " WS-EN-CURRENCY(WS-SUB)
                   " UMBRAL " WS-EN-UMBRAL(WS-SUB)
           ELSE
               DISPLAY WS-EN-CODE(WS-SUB) " " WS-EN-NAME(WS-SUB)
                   " INACTIVA MONEDA " WS-EN-CURRENCY(WS-SUB)
                   " UMBRAL " WS-EN-UMBRAL(WS-SUB)
           END-IF.

      ******************************************************************
      * UNA ENTIDAD NUEVA NACE INACTIVA: NADIE FIRMA CON ELLA HASTA
      * QUE (H)ABILITAR COMPRUEBE SU UMBRAL Y SU TARIFA.
      ******************************************************************
       4000-ALTA.
           IF WS-EN-COUNT = 99 OR WS-TABLA-LLENA
               DISPLAY "TABLA DE ENTIDADES LLENA"
               GO TO 4000-EXIT.
           PERFORM 3100-PEDIR-ENTIDAD.
           IF WS-ENTIDAD-X IS NOT NUMERIC
               DISPLAY "EL CODIGO SON 2 DIGITOS, ALTA CANCELADA"
               GO TO 4000-EXIT.
           IF WS-HALLADO
               DISPLAY "LA ENTIDAD YA EXISTE, USE (C)AMBIO"
               GO TO 4000-EXIT.
           DISPLAY "NOMBRE DE LA EMPRESA:".
           ACCEPT WS-NOMBRE-X.
           IF WS-NOMBRE-X = SPACES
               DISPLAY "FALTA EL NOMBRE, ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 3200-PEDIR-MONEDA.
           ADD 1 TO WS-EN-COUNT.
           MOVE WS-EN-COUNT TO WS-EN-IDX.
           MOVE WS-ENTIDAD-X TO WS-EN-CODE(WS-EN-IDX).
           MOVE WS-NOMBRE-X TO WS-EN-NAME(WS-EN-IDX).
           MOVE "N" TO WS-EN-ACTIVE(WS-EN-IDX).
           MOVE WS-MONEDA-X TO WS-EN-CURRENCY(WS-EN-IDX).
           MOVE SPACE TO WS-EN-UMBRAL(WS-EN-IDX).
           MOVE SPACE TO WS-ACTIVA-ANT.
           MOVE "ALTA  " TO WS-ACCION.
           MOVE SPACES TO WS-DETALLE.
           STRING WS-NOMBRE-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEDA-X DELIMITED BY SIZE
               INTO WS-DETALLE.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD DADA DE ALTA INACTIVA: (H)ABILITELA "
               "CUANDO TENGA UMBRAL Y TARIFA".
       4000-EXIT.
           EXIT.

      *    NOMBRE Y MONEDA; INTRO CONSERVA EL VALOR ACTUAL
       4500-CAMBIO.
           IF WS-TABLA-LLENA
               DISPLAY "MAESTRO TRUNCADO AL CARGAR, NO SE CAMBIA"
               GO TO 4500-EXIT.
           PERFORM 3100-PEDIR-ENTIDAD.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY ESA ENTIDAD EN ENTIDAD.DAT"
               GO TO 4500-EXIT.
           DISPLAY "NOMBRE ACTUAL " WS-EN-NAME(WS-EN-IDX).
           DISPLAY "NUEVO NOMBRE (INTRO = SIN CAMBIO):".
           ACCEPT WS-NOMBRE-X.
           IF WS-NOMBRE-X = SPACES
               MOVE WS-EN-NAME(WS-EN-IDX) TO WS-NOMBRE-X
           END-IF.
           DISPLAY "MONEDA ACTUAL " WS-EN-CURRENCY(WS-EN-IDX)
               " (INTRO = SIN CAMBIO, * = MONEDA BASE)".
           PERFORM 3200-PEDIR-MONEDA.
           EVALUATE TRUE
               WHEN WS-MONEDA-X = SPACES
                   MOVE WS-EN-CURRENCY(WS-EN-IDX) TO WS-MONEDA-X
               WHEN WS-MONEDA-X = "*"
                   MOVE SPACES TO WS-MONEDA-X
           END-EVALUATE.
           IF WS-NOMBRE-X = WS-EN-NAME(WS-EN-IDX)
               AND WS-MONEDA-X = WS-EN-CURRENCY(WS-EN-IDX)
               DISPLAY "SIN CAMBIOS"
               GO TO 4500-EXIT.
           MOVE WS-NOMBRE-X TO WS-EN-NAME(WS-EN-IDX).
           MOVE WS-MONEDA-X TO WS-EN-CURRENCY(WS-EN-IDX).
           MOVE WS-EN-ACTIVE(WS-EN-IDX) TO WS-ACTIVA-ANT.
           MOVE "CAMBIO" TO WS-ACCION.
           MOVE SPACES TO WS-DETALLE.
           STRING WS-NOMBRE-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEDA-X DELIMITED BY SIZE
               INTO WS-DETALLE.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD ACTUALIZADA".
       4500-EXIT.
           EXIT.

      ******************************************************************
      * ALTA EN SERVICIO: UMBRAL (LINEA PROPIA EN THRESH.DAT, O LA
      * GLOBAL HEREDADA A SABIENDAS) Y TARIFA PROPIA EN RATECARD.DAT.
      * SIN LAS DOS LA ENTIDAD SIGUE INACTIVA.
      ******************************************************************
       5000-HABILITAR.
           IF WS-TABLA-LLENA
               DISPLAY "MAESTRO TRUNCADO AL CARGAR, NO SE CAMBIA"
               GO TO 5000-EXIT.
           PERFORM 3100-PEDIR-ENTIDAD.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY ESA ENTIDAD EN ENTIDAD.DAT"
               GO TO 5000-EXIT.
           IF WS-EN-ACTIVE(WS-EN-IDX) = "Y"
               DISPLAY "LA ENTIDAD YA ESTA ACTIVA"
               GO TO 5000-EXIT.
           PERFORM 5100-COMPROBAR-UMBRAL.
           PERFORM 5200-COMPROBAR-TARIFA.
           DISPLAY "LISTA DE COMPROBACION DE LA ENTIDAD "
               WS-EN-CODE(WS-EN-IDX) " " WS-EN-NAME(WS-EN-IDX).
           EVALUATE TRUE
               WHEN WS-UMBRAL-PROPIO
                   DISPLAY "  UMBRAL:  LINEA PROPIA EN THRESH.DAT"
               WHEN WS-EN-UMBRAL(WS-EN-IDX) = "G"
                   AND WS-HAY-UMBRAL-GLOBAL
                   DISPLAY "  UMBRAL:  HEREDA LA LINEA GLOBAL"
               WHEN WS-HAY-UMBRAL-GLOBAL
                   PERFORM 5300-HEREDAR-GLOBAL
               WHEN OTHER
                   DISPLAY "  UMBRAL:  FALTA (NI LINEA PROPIA NI "
                       "GLOBAL EN THRESH.DAT, threshMant)"
           END-EVALUATE.
           IF WS-TARIFAS-PROPIAS > ZERO
               DISPLAY "  TARIFA:  " WS-TARIFAS-PROPIAS
                   " LINEAS PROPIAS EN RATECARD.DAT"
           ELSE
               DISPLAY "  TARIFA:  FALTA (SIN LINEAS PROPIAS EN "
                   "RATECARD.DAT, rateMant)"
           END-IF.
           IF NOT WS-UMBRAL-PROPIO
               AND (WS-EN-UMBRAL(WS-EN-IDX) NOT = "G"
                   OR NOT WS-HAY-UMBRAL-GLOBAL)
               DISPLAY "LA ENTIDAD SIGUE INACTIVA: FALTA EL UMBRAL"
               GO TO 5000-EXIT.
           IF WS-TARIFAS-PROPIAS = ZERO
               DISPLAY "LA ENTIDAD SIGUE INACTIVA: FALTA LA TARIFA"
               GO TO 5000-EXIT.
           DISPLAY "CONFIRMAR LA ACTIVACION (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ACTIVACION CANCELADA"
               GO TO 5000-EXIT.
           MOVE WS-EN-ACTIVE(WS-EN-IDX) TO WS-ACTIVA-ANT.
           MOVE "Y" TO WS-EN-ACTIVE(WS-EN-IDX).
           MOVE "ACTIVA" TO WS-ACCION.
           MOVE SPACES TO WS-DETALLE.
           IF WS-UMBRAL-PROPIO
               MOVE "UMBRAL PROPIO" TO WS-DETALLE
           ELSE
               MOVE "UMBRAL GLOBAL" TO WS-DETALLE
           END-IF.
           MOVE WS-TARIFAS-PROPIAS TO WS-DETALLE(15:3).
           MOVE "TARIFAS PROPIAS" TO WS-DETALLE(19:15).
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD ACTIVADA".
       5000-EXIT.
           EXIT.

       5100-COMPROBAR-UMBRAL.
           MOVE "N" TO WS-UMBRAL-PROPIO-SWITCH.
           MOVE "N" TO WS-UMBRAL-GLOBAL-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESH-STATUS = "00"
               PERFORM 5110-LEER-UMBRAL UNTIL WS-EOF
               CLOSE THRESHOLD-FILE
           END-IF.

       5110-LEER-UMBRAL.
           READ THRESHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF TH-ENTITY = WS-EN-CODE(WS-EN-IDX)
                       SET WS-UMBRAL-PROPIO TO TRUE
                   END-IF
                   IF TH-ENTITY = SPACES
                       SET WS-HAY-UMBRAL-GLOBAL TO TRUE
                   END-IF
           END-READ.

      *    LA TARJETA SE CARGA ENTERA: LA DESHABILITACION LA USA PARA
      *    VALORAR EL EXTRACTO FINAL
       5200-COMPROBAR-TARIFA.
           PERFORM 5210-CARGAR-TARIFAS.
           MOVE ZERO TO WS-TARIFAS-PROPIAS.
           PERFORM 5230-CONTAR-TARIFA
               VARYING WS-TAR-SUB FROM 1 BY 1
               UNTIL WS-TAR-SUB > WS-TAR-COUNT.

       5210-CARGAR-TARIFAS.
           MOVE ZERO TO WS-TAR-COUNT.
           MOVE SPACES TO WS-TAR-CLAVE-ANT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-TAR-STATUS = "00"
               PERFORM 5220-CARGAR-TARIFA UNTIL WS-EOF
               CLOSE RATE-CARD-FILE
           END-IF.

       5220-CARGAR-TARIFA.
           READ RATE-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
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

       5230-CONTAR-TARIFA.
           IF WS-TAR-ENTITY(WS-TAR-SUB) = WS-EN-CODE(WS-EN-IDX)
               ADD 1 TO WS-TARIFAS-PROPIAS
           END-IF.

      *    HEREDAR EL UMBRAL GLOBAL ES UNA DECISION DEL SUPERVISOR Y
      *    QUEDA ANOTADA, NO UN OLVIDO QUE PASA SIN QUE NADIE LO VEA
       5300-HEREDAR-GLOBAL.
           DISPLAY "  UMBRAL:  SIN LINEA PROPIA EN THRESH.DAT".
           DISPLAY "  HEREDA A SABIENDAS EL UMBRAL GLOBAL (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "G" TO WS-EN-UMBRAL(WS-EN-IDX)
               MOVE WS-EN-ACTIVE(WS-EN-IDX) TO WS-ACTIVA-ANT
               MOVE "UMBRAL" TO WS-ACCION
               MOVE "HEREDA EL UMBRAL GLOBAL DE THRESH.DAT"
                   TO WS-DETALLE
               PERFORM 7000-ANOTAR-CAMBIO
               SET WS-CON-CAMBIOS TO TRUE
           END-IF.

      ******************************************************************
      * BAJA DE SERVICIO CONTROLADA: LO QUE LA ENTIDAD DEJA PENDIENTE
      * SE LISTA ANTES DE CONFIRMAR, Y EL EXTRACTO FINAL DE LO QUE
      * QUEDA POR FACTURAR SE GRABA ANTES DE CAMBIAR EL INDICADOR.
      ******************************************************************
       6000-DESHABILITAR.
           IF WS-TABLA-LLENA
               DISPLAY "MAESTRO TRUNCADO AL CARGAR, NO SE CAMBIA"
               GO TO 6000-EXIT.
           PERFORM 3100-PEDIR-ENTIDAD.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY ESA ENTIDAD EN ENTIDAD.DAT"
               GO TO 6000-EXIT.
           IF WS-EN-ACTIVE(WS-EN-IDX) NOT = "Y"
               DISPLAY "LA ENTIDAD YA ESTA INACTIVA"
               GO TO 6000-EXIT.
           DISPLAY "PENDIENTE DE LA ENTIDAD " WS-EN-CODE(WS-EN-IDX)
               " " WS-EN-NAME(WS-EN-IDX) ":".
           PERFORM 5210-CARGAR-TARIFAS.
           PERFORM 6100-ULTIMA-FACTURA THRU 6100-EXIT.
           PERFORM 6200-SIN-FACTURAR THRU 6200-EXIT.
           IF WS-CON-LIBRO
               CLOSE AR-LEDGER-FILE
           END-IF.
           PERFORM 6300-RECHAZOS.
           PERFORM 6400-ALERTAS.
           PERFORM 6500-SESIONES.
           DISPLAY "CONFIRMAR LA DESACTIVACION; SE GRABARA EL "
               "EXTRACTO FINAL EN FINALBIL.DAT (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "DESACTIVACION CANCELADA"
               GO TO 6000-EXIT.
           PERFORM 6600-EXTRACTO-FINAL THRU 6600-EXIT.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "SIN EXTRACTO FINAL NO SE DESACTIVA"
               GO TO 6000-EXIT.
           MOVE WS-EN-ACTIVE(WS-EN-IDX) TO WS-ACTIVA-ANT.
           MOVE "N" TO WS-EN-ACTIVE(WS-EN-IDX).
           MOVE "DESACT" TO WS-ACCION.
           MOVE SPACES TO WS-DETALLE.
           MOVE WS-SIN-FACTURAR TO WS-CUENTA-ED.
           STRING "SINFACT" DELIMITED BY SIZE
               WS-CUENTA-ED DELIMITED BY SIZE
               " RECH " DELIMITED BY SIZE
               WS-RECHAZOS DELIMITED BY SIZE
               " ALER " DELIMITED BY SIZE
               WS-ALERTAS DELIMITED BY SIZE
               " SES " DELIMITED BY SIZE
               WS-SESIONES DELIMITED BY SIZE
               INTO WS-DETALLE.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD DESACTIVADA; EXTRACTO FINAL EN "
               "FINALBIL.DAT".
       6000-EXIT.
           EXIT.

      ******************************************************************
      * ULTIMO MES FACTURADO: LA FACTURA DE MES MAS ALTO DE LA ENTIDAD
      * EN ARLEDGER.DAT (calcBill). SIN LIBRO NI FACTURAS, TODO LO QUE
      * HAY EN CALCFILE.DAT CUENTA COMO SIN FACTURAR.
      ******************************************************************
       6100-ULTIMA-FACTURA.
           MOVE ZERO TO WS-ULTIMO-MES.
           MOVE ZERO TO WS-SIN-FACTURAR-DESDE.
           MOVE "N" TO WS-LIBRO-SWITCH.
           OPEN INPUT AR-LEDGER-FILE.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "  SIN ARLEDGER.DAT (STATUS " WS-AR-STATUS
                   "): NINGUN MES CONSTA COMO FACTURADO"
               GO TO 6100-EXIT.
           SET WS-CON-LIBRO TO TRUE.
           MOVE "N" TO WS-AR-FIN-SWITCH.
           MOVE WS-EN-CODE(WS-EN-IDX) TO AR-ENTITY.
           MOVE ZERO TO AR-MONTH.
           START AR-LEDGER-FILE KEY NOT < AR-ENT-MES
               INVALID KEY
                   SET WS-AR-FIN TO TRUE
           END-START.
           PERFORM 6110-LEER-PARTIDA UNTIL WS-AR-FIN.
           IF WS-ULTIMO-MES = ZERO
               DISPLAY "  LA ENTIDAD NO TIENE FACTURAS EN ARLEDGER.DAT"
               GO TO 6100-EXIT.
           DISPLAY "  ULTIMO MES FACTURADO: " WS-ULTIMO-MES.
           IF WS-UM-MM = 12
               ADD 1 TO WS-UM-AAAA
               MOVE 1 TO WS-UM-MM
           ELSE
               ADD 1 TO WS-UM-MM
           END-IF.
           COMPUTE WS-SIN-FACTURAR-DESDE = WS-ULTIMO-MES * 100 + 1.
           IF WS-UM-MM = 1
               SUBTRACT 1 FROM WS-UM-AAAA
               MOVE 12 TO WS-UM-MM
           ELSE
               SUBTRACT 1 FROM WS-UM-MM
           END-IF.
       6100-EXIT.
           EXIT.

       6110-LEER-PARTIDA.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-AR-FIN TO TRUE
               NOT AT END
                   IF AR-ENTITY NOT = WS-EN-CODE(WS-EN-IDX)
                       SET WS-AR-FIN TO TRUE
                   ELSE
                       IF AR-FACTURA AND AR-MONTH > WS-ULTIMO-MES
                           MOVE AR-MONTH TO WS-ULTIMO-MES
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * ACTIVIDAD DE LA ENTIDAD DESDE EL PRIMER DIA SIN FACTURAR, CON
      * LAS REGLAS DE calcBill: UN REVERSO DE calcAdj RESTA UNA LINEA
      * DE SU OPERACION, SALVO QUE YA DIERA NOTA DE CREDITO CONTRA LA
      * FACTURA ORIGINAL; CADA CALCULO A LA TARIFA VIGENTE SU DIA.
      ******************************************************************
       6200-SIN-FACTURAR.
           MOVE ZERO TO WS-SIN-FACTURAR.
           MOVE ZERO TO WS-NOTAS-EXCLUIDAS.
           MOVE ZERO TO WS-EX-COUNT.
           MOVE "N" TO WS-EX-DESBORDE-SWITCH.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "  CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "): ACTIVIDAD SIN CONTAR"
               GO TO 6200-EXIT.
           MOVE WS-SIN-FACTURAR-DESDE TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           MOVE "N" TO WS-EOF-SWITCH.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 6210-LEER-CALCULO UNTIL WS-EOF.
           CLOSE CALC-FILE.
           MOVE WS-SIN-FACTURAR TO WS-CUENTA-ED.
           DISPLAY "  CALCULOS SIN FACTURAR DESDE "
               WS-SIN-FACTURAR-DESDE ": " WS-CUENTA-ED.
           IF WS-NOTAS-EXCLUIDAS > ZERO
               DISPLAY "  (REVERSOS YA ABONADOS CON NOTA DE CREDITO: "
                   WS-NOTAS-EXCLUIDAS ")"
           END-IF.
       6200-EXIT.
           EXIT.

       6210-LEER-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CALC-ENTITY = WS-EN-CODE(WS-EN-IDX)
                       PERFORM 6220-CONTAR-CALCULO THRU 6220-EXIT
                   END-IF
           END-READ.

       6220-CONTAR-CALCULO.
           IF CALC-PROGRAM = "calcAdj" AND WS-CON-LIBRO
               MOVE "N" TO WS-HALLADO-SWITCH
               MOVE CALC-KEY TO AR-REV-KEY
               READ AR-LEDGER-FILE KEY IS AR-REV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-NOTA-CREDITO
                           SET WS-HALLADO TO TRUE
                       END-IF
               END-READ
               IF WS-HALLADO
                   ADD 1 TO WS-NOTAS-EXCLUIDAS
                   GO TO 6220-EXIT
               END-IF
           END-IF.
           MOVE CALC-ENTITY TO WS-TAR-CLAVE-ENTITY.
           MOVE CALC-OPERATION TO WS-TAR-CLAVE-OPERATION.
           MOVE CALC-DATE TO WS-TAR-CLAVE-FECHA.
           IF WS-TAR-CLAVE NOT = WS-TAR-CLAVE-ANT
               PERFORM 6230-BUSCAR-TARIFA
               MOVE WS-TAR-CLAVE TO WS-TAR-CLAVE-ANT
           END-IF.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 6250-COMPARAR-LINEA
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-EX-COUNT < 40
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-IDX
                   MOVE CALC-OPERATION TO WS-EX-OPERATION(WS-EX-IDX)
                   MOVE WS-TARIFA TO WS-EX-TARIFA(WS-EX-IDX)
                   MOVE WS-TARIFA-HALLADA TO WS-EX-HALLADA(WS-EX-IDX)
                   MOVE ZERO TO WS-EX-CUENTA(WS-EX-IDX)
               ELSE
                   SET WS-EX-DESBORDE TO TRUE
                   MOVE ZERO TO WS-EX-IDX
               END-IF
           END-IF.
           IF CALC-PROGRAM = "calcAdj"
               SUBTRACT 1 FROM WS-SIN-FACTURAR
               IF WS-EX-IDX > ZERO
                   SUBTRACT 1 FROM WS-EX-CUENTA(WS-EX-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SIN-FACTURAR
               IF WS-EX-IDX > ZERO
                   ADD 1 TO WS-EX-CUENTA(WS-EX-IDX)
               END-IF
           END-IF.
       6220-EXIT.
           EXIT.

      ******************************************************************
      * TARIFA DE WS-TAR-CLAVE COMO EN calcBill: ENTRE LAS LINEAS DE
      * LA OPERACION YA VIGENTES EN LA FECHA, LA DE LA ENTIDAD MANDA;
      * SI NO HAY, VALE LA GLOBAL; EN CADA CASO LA MAS RECIENTE.
      ******************************************************************
       6230-BUSCAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE ZERO TO WS-TARIFA WS-TARIFA-DESDE.
           PERFORM 6240-COMPARAR-TARIFA
               VARYING WS-TAR-SUB FROM 1 BY 1
               UNTIL WS-TAR-SUB > WS-TAR-COUNT.

       6240-COMPARAR-TARIFA.
           IF WS-TAR-OPERATION(WS-TAR-SUB) = WS-TAR-CLAVE-OPERATION
               AND WS-TAR-DESDE(WS-TAR-SUB) NOT > WS-TAR-CLAVE-FECHA
               IF WS-TAR-ENTITY(WS-TAR-SUB) = WS-TAR-CLAVE-ENTITY
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

       6250-COMPARAR-LINEA.
           IF WS-EX-OPERATION(WS-EX-SUB) = CALC-OPERATION
               AND WS-EX-TARIFA(WS-EX-SUB) = WS-TARIFA
               AND WS-EX-HALLADA(WS-EX-SUB) = WS-TARIFA-HALLADA
               MOVE WS-EX-SUB TO WS-EX-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      *    RECHAZOS DE DivisionesBatch DE LA ENTIDAD AUN SIN REENVIAR
      *    (divResub)
       6300-RECHAZOS.
           MOVE ZERO TO WS-RECHAZOS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DIV-REJECT-FILE.
           IF WS-REJ-STATUS = "00"
               PERFORM 6310-LEER-RECHAZO UNTIL WS-EOF
               CLOSE DIV-REJECT-FILE
           END-IF.
           DISPLAY "  RECHAZOS EN DIVREJ.DAT: " WS-RECHAZOS.

       6310-LEER-RECHAZO.
           READ DIV-REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DR-ENTITY = WS-EN-CODE(WS-EN-IDX)
                       ADD 1 TO WS-RECHAZOS
                   END-IF
           END-READ.

      ******************************************************************
      * LAS ALERTAS NO LLEVAN ENTIDAD PROPIA: SE LISTAN LAS SIN
      * RECONOCER CUYO TEXTO NOMBRA EL CODIGO COMO PALABRA SUELTA.
      ******************************************************************
       6400-ALERTAS.
           MOVE ZERO TO WS-ALERTAS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "00"
               PERFORM 6410-LEER-ALERTA UNTIL WS-EOF
               CLOSE ALERT-FILE
           ELSE
               IF WS-ALERT-STATUS NOT = "35"
                   DISPLAY "  ALERTS.DAT NO DISPONIBLE (STATUS "
                       WS-ALERT-STATUS "): ALERTAS SIN REVISAR"
               END-IF
           END-IF.
           DISPLAY "  ALERTAS SIN RECONOCER QUE LA NOMBRAN: "
               WS-ALERTAS.

       6410-LEER-ALERTA.
           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-ACK-FLAG NOT = "Y"
                       MOVE SPACES TO WS-ALERTA-TEXTO
                       MOVE AL-MESSAGE TO WS-ALERTA-TEXTO(2:40)
                       MOVE "N" TO WS-MENCION-SWITCH
                       PERFORM 6420-BUSCAR-MENCION
                           VARYING WS-POS FROM 2 BY 1
                           UNTIL WS-POS > 40 OR WS-MENCIONA
                       IF WS-MENCIONA
                           ADD 1 TO WS-ALERTAS
                           DISPLAY "    " AL-DATE " " AL-PROGRAM " "
                               AL-MESSAGE
                       END-IF
                   END-IF
           END-READ.

       6420-BUSCAR-MENCION.
           IF WS-ALERTA-TEXTO(WS-POS:2) = WS-EN-CODE(WS-EN-IDX)
               AND WS-ALERTA-TEXTO(WS-POS - 1:1) = SPACE
               AND WS-ALERTA-TEXTO(WS-POS + 2:1) = SPACE
               SET WS-MENCIONA TO TRUE
           END-IF.

      *    OPERADORES CUYO REGISTRO DE SESION SIGUE EN LA ENTIDAD: SU
      *    PROXIMA FIRMA LA RECHAZARA MenuPrincipal
       6500-SESIONES.
           MOVE ZERO TO WS-SESIONES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS = "00"
               PERFORM 6510-LEER-SESION UNTIL WS-EOF
               CLOSE SESSION-FILE
           END-IF.
           DISPLAY "  SESIONES EN SESSION.DAT CON LA ENTIDAD: "
               WS-SESIONES.

       6510-LEER-SESION.
           READ SESSION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SN-ENTITY = WS-EN-CODE(WS-EN-IDX)
                       ADD 1 TO WS-SESIONES
                       DISPLAY "    OPERADOR " SN-OPERATOR
                   END-IF
           END-READ.

      ******************************************************************
      * EXTRACTO FINAL EN FINALBIL.DAT (SE ACUMULA, UN BLOQUE POR
      * ENTIDAD DESHABILITADA): LO MISMO QUE FACTURARA calcBill EN LOS
      * MESES AUN SIN FACTURA, EN LA MONEDA DE LA ENTIDAD.
      ******************************************************************
       6600-EXTRACTO-FINAL.
           OPEN EXTEND FINAL-BILL-FILE.
           IF WS-FIN-STATUS = "35"
               OPEN OUTPUT FINAL-BILL-FILE
               CLOSE FINAL-BILL-FILE
               OPEN EXTEND FINAL-BILL-FILE
           END-IF.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR FINALBIL.DAT (STATUS "
                   WS-FIN-STATUS ")"
               GO TO 6600-EXIT.
           MOVE WS-EN-CURRENCY(WS-EN-IDX) TO WS-MONEDA-EXTRACTO.
           IF WS-MONEDA-EXTRACTO = SPACES
               MOVE "M" TO FXL-FUNCION
               MOVE WS-EN-CODE(WS-EN-IDX) TO FXL-ENTITY
               CALL "fxLook" USING FX-LOOKUP
               MOVE FXL-BASE TO WS-MONEDA-EXTRACTO
           END-IF.
           MOVE WS-EN-CODE(WS-EN-IDX) TO FTL-ENTITY.
           MOVE WS-EN-NAME(WS-EN-IDX) TO FTL-NOMBRE.
           WRITE FINAL-BILL-RECORD FROM FIN-TITLE-LINE.
           MOVE WS-SIN-FACTURAR-DESDE TO FPL-DESDE.
           MOVE WS-FECHA-NEGOCIO TO FPL-HASTA.
           MOVE WS-MONEDA-EXTRACTO TO FPL-MONEDA.
           WRITE FINAL-BILL-RECORD FROM FIN-PERIODO-LINE.
           IF WS-ULTIMO-MES > ZERO
               MOVE WS-ULTIMO-MES TO FUL-MES
               WRITE FINAL-BILL-RECORD FROM FIN-ULTIMA-LINE
           ELSE
               MOVE "SIN FACTURAS EN ARLEDGER.DAT"
                   TO FINAL-BILL-RECORD
               WRITE FINAL-BILL-RECORD
           END-IF.
           MOVE ZERO TO WS-TOTAL-ENTIDAD.
           IF WS-EX-COUNT = ZERO
               MOVE "SIN ACTIVIDAD POR FACTURAR" TO FINAL-BILL-RECORD
               WRITE FINAL-BILL-RECORD
           ELSE
               WRITE FINAL-BILL-RECORD FROM FIN-COLUMN-HEADING
               PERFORM 6610-LINEA-EXTRACTO
                   VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
           END-IF.
           IF WS-EX-DESBORDE
               MOVE "MAS DE 40 LINEAS: EXTRACTO INCOMPLETO, VEA calcB"
                   TO FINAL-BILL-RECORD
               MOVE "ill" TO FINAL-BILL-RECORD(49:3)
               WRITE FINAL-BILL-RECORD
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-ENTIDAD TO FTO-IMPORTE.
           WRITE FINAL-BILL-RECORD FROM FIN-TOTAL-LINE.
           MOVE WS-SUPER-ID TO FFL-SUPERVISOR.
           ACCEPT FFL-FECHA FROM DATE YYYYMMDD.
           ACCEPT FFL-HORA FROM TIME.
           WRITE FINAL-BILL-RECORD FROM FIN-FIRMA-LINE.
           MOVE SPACES TO FINAL-BILL-RECORD.
           WRITE FINAL-BILL-RECORD.
           CLOSE FINAL-BILL-FILE.
       6600-EXIT.
           EXIT.

       6610-LINEA-EXTRACTO.
           MOVE WS-EX-OPERATION(WS-EX-SUB) TO FDL-OPERATION.
           MOVE WS-EX-CUENTA(WS-EX-SUB) TO FDL-CUENTA.
           MOVE WS-EX-TARIFA(WS-EX-SUB) TO FDL-TARIFA.
           COMPUTE WS-IMPORTE =
               WS-EX-CUENTA(WS-EX-SUB) * WS-EX-TARIFA(WS-EX-SUB).
           MOVE WS-IMPORTE TO FDL-IMPORTE.
           IF WS-EX-HALLADA(WS-EX-SUB) = "N"
               MOVE "SIN TARIFA" TO FDL-AVISO
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO FDL-AVISO
           END-IF.
           WRITE FINAL-BILL-RECORD FROM FIN-DETAIL-LINE.
           ADD WS-IMPORTE TO WS-TOTAL-ENTIDAD.

      ******************************************************************
      * CADA CAMBIO QUEDA EN ENTIDLG.DAT CON LA ACCION, EL INDICADOR
      * DE ACTIVA ANTES Y DESPUES, QUIEN Y CUANDO, COMO RATECDLG.DAT
      * PARA LAS TARIFAS.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND ENTITY-LOG-FILE.
           IF WS-ELG-STATUS = "35"
               OPEN OUTPUT ENTITY-LOG-FILE
               CLOSE ENTITY-LOG-FILE
               OPEN EXTEND ENTITY-LOG-FILE
           END-IF.
           MOVE SPACES TO ENTITY-LOG-RECORD.
           ACCEPT EL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT EL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO EL-LOG-SUPERVISOR.
           MOVE WS-EN-CODE(WS-EN-IDX) TO EL-LOG-ENTITY.
           MOVE WS-ACCION TO EL-LOG-ACCION.
           MOVE WS-ACTIVA-ANT TO EL-LOG-OLD-ACTIVE.
           MOVE WS-EN-ACTIVE(WS-EN-IDX) TO EL-LOG-NEW-ACTIVE.
           MOVE WS-DETALLE TO EL-LOG-DETALLE.
           WRITE ENTITY-LOG-RECORD.
           CLOSE ENTITY-LOG-FILE.
           MOVE "ENTITY CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EN-CODE(WS-EN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EN-NAME(WS-EN-IDX) DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

      ******************************************************************
      * LOS CAMBIOS DEL MAESTRO TAMBIEN VAN AL JOURNAL DE SEGURIDAD
      * CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "entMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE: HACERLO
      * DESTRUIRIA TODA ENTIDAD MAS ALLA DE LA NUMERO 99. MISMA
      * GUARDA QUE rateMant.
      ******************************************************************
       9000-GRABAR-ENTIDADES.
           IF NOT WS-CON-CAMBIOS
               GO TO 9000-EXIT.
           IF WS-TABLA-LLENA
               DISPLAY "ENTIDAD.DAT NO SE REESCRIBE: TIENE MAS DE "
                   "99 ENTIDADES Y LA CARGA QUEDO TRUNCADA"
               DISPLAY "EL FICHERO QUEDA COMO ESTABA"
               GO TO 9000-EXIT.
           OPEN OUTPUT ENTITY-MASTER-FILE.
           PERFORM 9100-GRABAR-ENTIDAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EN-COUNT.
           CLOSE ENTITY-MASTER-FILE.
           DISPLAY "ENTIDAD.DAT GRABADO CON " WS-EN-COUNT
               " ENTIDADES".
       9000-EXIT.
           EXIT.

       9100-GRABAR-ENTIDAD.
           MOVE SPACES TO ENTIDAD-RECORD.
           MOVE WS-EN-CODE(WS-SUB) TO EN-CODE.
           MOVE WS-EN-NAME(WS-SUB) TO EN-NAME.
           MOVE WS-EN-ACTIVE(WS-SUB) TO EN-ACTIVE.
           MOVE WS-EN-CURRENCY(WS-SUB) TO EN-CURRENCY.
           MOVE WS-EN-UMBRAL(WS-SUB) TO EN-UMBRAL.
           WRITE ENTIDAD-RECORD.
       END PROGRAM entMant.
