      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of FXRATE.DAT, the daily
      *          exchange-rate file (see the FXRATE copybook) that
      *          dayClose, monthClose and calcBill convert each
      *          currency's totals to the base currency with. A rate
      *          is keyed for one day and one currency as the number
      *          of base-currency units one unit is worth; there is
      *          no carry-over, a day without its rate holds the
      *          close until the rate is keyed here. CAMBIO corrects
      *          a rate keyed in error; a day before the business
      *          date may already be closed and must be confirmed.
      *          MONEDA BASE names the base currency once, before the
      *          first rate is keyed. Changes require a supervisor
      *          sign-on against AUTHUSR.DAT (rol S, not locked) and
      *          every change is journaled to FXRATELG.DAT with day,
      *          currency, old and new rate, who and when, like
      *          RATECDLG.DAT, and to SECJRNL.DAT. FXRATE.DAT is open
      *          only while each operation runs, never for the whole
      *          session, so the closes and billing that read it
      *          through fxLook do not find it busy. RETURN-CODE 8 when
      *          the sign-on is refused or FXRATE.DAT is unavailable.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  FXRATE.DAT IS OPENED AND CLOSED AROUND EACH ALTA,
      *                CAMBIO, LISTAR AND MONEDA BASE OPERATION
      *                (RETRYING WHILE BUSY) INSTEAD OF STAYING OPEN FOR
      *                THE WHOLE SESSION; A CHANGE RE-READS THE RATE
      *                BEFORE REWRITING IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de FXRATE.DAT con journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT FX-LOG-FILE ASSIGN TO "FXRATELG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY FXRATE.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  FX-LOG-FILE.
       01  FX-LOG-RECORD.
           05  FL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-MONEDA           PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-OLD-TASA         PIC 9(5).9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-NEW-TASA         PIC 9(5).9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-ACCION           PIC X(6).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-FX-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-FLG-STATUS               PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-FX-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-FX-ABIERTO           VALUE "Y".
       01  WS-CONSULTADO-SWITCH        PIC X VALUE "N".
           88  WS-CONSULTADO           VALUE "Y".
       01  WS-FX-INTENTOS              PIC 9(3).
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-CAMBIO        VALUE "C" "c".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-BASE          VALUE "M" "m".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRMA                 PIC X.
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-MONEDA-BASE              PIC X(3) VALUE "EUR".
       01  WS-BASE-DEFINIDA-SWITCH     PIC X VALUE "N".
           88  WS-BASE-DEFINIDA        VALUE "Y".
       01  WS-MONEDA-X                 PIC X(3).
       01  WS-FECHA-X                  PIC X(8).
       01  WS-FECHA                    PIC 9(8).
       01  WS-FECHA-DET REDEFINES WS-FECHA.
           05  WS-FECHA-AAAA           PIC 9(4).
           05  WS-FECHA-MM             PIC 99.
           05  WS-FECHA-DD             PIC 99.
       01  WS-TASA-X                   PIC X(11).
       01  WS-TASA-N REDEFINES WS-TASA-X
                                       PIC 9(5)V9(6).
       01  WS-TASA-ANT                 PIC 9(5)V9(6).
       01  WS-TASA-NUEVA               PIC 9(5)V9(6).
       01  WS-TASA-ED                  PIC ZZZZ9.9(6).
       01  WS-ACCION                   PIC X(6).
       01  WS-LISTADOS                 PIC 9(3).
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LOS CAMBIOS NO SE TOCAN "
                   "SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE FXRATE.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF WS-FX-ABIERTO
               IF WS-BASE-DEFINIDA
                   DISPLAY "MONEDA BASE: " WS-MONEDA-BASE
               ELSE
                   DISPLAY "MONEDA BASE NO DEFINIDA, SE USA "
                       WS-MONEDA-BASE ": DEFINALA CON (M)ONEDA BASE"
               END-IF
               PERFORM 2900-CERRAR-CAMBIOS
               PERFORM 3000-MENU UNTIL WS-OPCION-SALIR
           ELSE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
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
      * APERTURA EN I-O SOLO MIENTRAS DURA CADA OPERACION, NUNCA TODA
      * LA SESION: dayClose, monthClose Y calcBill LEEN LOS CAMBIOS
      * (fxLook) Y NO DEBEN ENCONTRAR EL FICHERO OCUPADO. SE CREA LA
      * PRIMERA VEZ, SE REINTENTA MIENTRAS OTRO LO TIENE Y EN CADA
      * APERTURA SE RELEE LA MONEDA BASE, EL REGISTRO DE FECHA CERO.
      ******************************************************************
       2000-ABRIR-CAMBIOS.
           MOVE "N" TO WS-FX-ABIERTO-SWITCH.
           MOVE ZERO TO WS-FX-INTENTOS.
       2000-REINTENTAR.
           OPEN I-O FX-RATE-FILE.
           EVALUATE TRUE
               WHEN WS-FX-STATUS = "00"
                   CONTINUE
               WHEN WS-FX-STATUS = "35"
                   OPEN OUTPUT FX-RATE-FILE
                   IF WS-FX-STATUS NOT = "00"
                       DISPLAY "FXRATE.DAT NO SE PUEDE CREAR (STATUS "
                           WS-FX-STATUS ")"
                       GO TO 2000-EXIT
                   END-IF
                   CLOSE FX-RATE-FILE
                   GO TO 2000-REINTENTAR
               WHEN WS-FX-STATUS = "30" OR WS-FX-STATUS = "39"
                   DISPLAY "FXRATE.DAT NO DISPONIBLE (STATUS "
                       WS-FX-STATUS ")"
                   GO TO 2000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-FX-INTENTOS
                   IF WS-FX-INTENTOS > 500
                       DISPLAY "FXRATE.DAT SIGUE OCUPADO (STATUS "
                           WS-FX-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-FX-INTENTOS
                   END-IF
                   GO TO 2000-REINTENTAR
           END-EVALUATE.
           SET WS-FX-ABIERTO TO TRUE.
           PERFORM 2100-LEER-BASE.
       2000-EXIT.
           EXIT.

       2100-LEER-BASE.
           MOVE "EUR" TO WS-MONEDA-BASE.
           MOVE "N" TO WS-BASE-DEFINIDA-SWITCH.
           MOVE LOW-VALUES TO FX-KEY.
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FX-RATE-FILE NEXT RECORD
                       NOT AT END
                           IF FX-FECHA = ZERO
                               MOVE FX-MONEDA TO WS-MONEDA-BASE
                               SET WS-BASE-DEFINIDA TO TRUE
                           END-IF
                   END-READ
           END-START.

       2900-CERRAR-CAMBIOS.
           IF WS-FX-ABIERTO
               CLOSE FX-RATE-FILE
               MOVE "N" TO WS-FX-ABIERTO-SWITCH
           END-IF.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE FXRATE.DAT".
           DISPLAY "  (A)LTA (C)AMBIO (L)ISTAR DIA (M)ONEDA BASE "
               "(S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-CAMBIO
                   PERFORM 5000-CAMBIO THRU 5000-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 6000-LISTAR THRU 6000-EXIT
               WHEN WS-OPCION-BASE
                   PERFORM 6500-MONEDA-BASE THRU 6500-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
           PERFORM 2900-CERRAR-CAMBIOS.

      ******************************************************************
      * UN CAMBIO SE IDENTIFICA POR FECHA + MONEDA. LA FECHA CERO ES
      * LA MONEDA BASE Y NO SE TECLEA AQUI. EL FICHERO SE ABRE PARA
      * LA CONSULTA Y SE CIERRA ANTES DE PEDIR LA TASA; WS-CONSULTADO
      * DICE SI LA CONSULTA SE PUDO HACER.
      ******************************************************************
       3100-PEDIR-CAMBIO.
           MOVE "N" TO WS-CONSULTADO-SWITCH.
           MOVE "N" TO WS-HALLADO-SWITCH.
           DISPLAY "FECHA (YYYYMMDD, INTRO = FECHA DE NEGOCIO):".
           ACCEPT WS-FECHA-X.
           EVALUATE TRUE
               WHEN WS-FECHA-X = SPACES
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA
               WHEN WS-FECHA-X IS NUMERIC
                   MOVE WS-FECHA-X TO WS-FECHA
                   IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
                       OR WS-FECHA-DD < 1 OR WS-FECHA-DD > 31
                       MOVE ZERO TO WS-FECHA
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-FECHA
           END-EVALUATE.
           DISPLAY "MONEDA (CODIGO ISO DE 3 LETRAS):".
           ACCEPT WS-MONEDA-X.
           IF WS-FECHA = ZERO
               GO TO 3100-EXIT.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 3100-EXIT.
           SET WS-CONSULTADO TO TRUE.
           MOVE WS-FECHA TO FX-FECHA.
           MOVE WS-MONEDA-X TO FX-MONEDA.
           READ FX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HALLADO TO TRUE
                   MOVE FX-TASA TO WS-TASA-ANT
           END-READ.
           PERFORM 2900-CERRAR-CAMBIOS.
       3100-EXIT.
           EXIT.

      *    LA TASA SE TECLEA SIN PUNTO: ONCE DIGITOS, LOS SEIS ULTIMOS
      *    SON LOS DECIMALES (UNIDADES DE MONEDA BASE POR UNIDAD)
       3200-PEDIR-TASA.
           DISPLAY "CAMBIO EN " WS-MONEDA-BASE " POR UNIDAD (11 "
               "DIGITOS SIN PUNTO, ULTIMOS 6 = DECIMALES):".
           ACCEPT WS-TASA-X.

      ******************************************************************
      * UN DIA ANTERIOR AL DE NEGOCIO PUEDE ESTAR YA CERRADO CON EL
      * CAMBIO VIEJO: SE PIDE CONFIRMACION.
      ******************************************************************
       3300-CONFIRMAR-RETROACTIVO.
           MOVE "S" TO WS-CONFIRMA.
           IF WS-FECHA < WS-FECHA-NEGOCIO
               DISPLAY "AVISO: EL " WS-FECHA " ES ANTERIOR A LA FECHA "
                   "DE NEGOCIO " WS-FECHA-NEGOCIO
               DISPLAY "ESE DIA PUEDE ESTAR YA CERRADO. CONFIRMAR "
                   "(S/N):"
               ACCEPT WS-CONFIRMA
           END-IF.

      *    EL ALTA SE GRABA CON EL FICHERO RECIEN ABIERTO: SI OTRO
      *    SUPERVISOR DIO DE ALTA EL MISMO CAMBIO MIENTRAS SE TECLEABA
      *    ESTE, LA CLAVE DUPLICADA LO RECHAZA
       4000-ALTA.
           PERFORM 3100-PEDIR-CAMBIO THRU 3100-EXIT.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA NO VALIDA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           IF NOT WS-CONSULTADO
               GO TO 4000-EXIT.
           IF WS-MONEDA-X = SPACES
               DISPLAY "FALTA LA MONEDA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           IF WS-MONEDA-X = WS-MONEDA-BASE
               DISPLAY "LA MONEDA BASE VALE SIEMPRE 1, NO LLEVA "
                   "CAMBIO"
               GO TO 4000-EXIT.
           IF WS-HALLADO
               DISPLAY "YA HAY CAMBIO PARA ESE DIA, USE (C)AMBIO"
               GO TO 4000-EXIT.
           PERFORM 3200-PEDIR-TASA.
           IF WS-TASA-X IS NOT NUMERIC OR WS-TASA-N = ZERO
               DISPLAY "CAMBIO NO VALIDO, ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 3300-CONFIRMAR-RETROACTIVO.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 4000-EXIT.
           IF WS-MONEDA-X = WS-MONEDA-BASE
               DISPLAY "LA MONEDA BASE ES AHORA " WS-MONEDA-BASE
                   ", ALTA CANCELADA"
               GO TO 4000-EXIT.
           MOVE WS-FECHA TO FX-FECHA.
           MOVE WS-MONEDA-X TO FX-MONEDA.
           MOVE WS-TASA-N TO FX-TASA.
           MOVE WS-SUPER-ID TO FX-USUARIO.
           WRITE FX-RATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO FXRATE.DAT (STATUS "
                       WS-FX-STATUS ")"
                   GO TO 4000-EXIT
           END-WRITE.
           PERFORM 2900-CERRAR-CAMBIOS.
           MOVE ZERO TO WS-TASA-ANT.
           MOVE WS-TASA-N TO WS-TASA-NUEVA.
           MOVE "ALTA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           DISPLAY "CAMBIO DADO DE ALTA".
       4000-EXIT.
           EXIT.

      *    EL CAMBIO SE RELEE JUSTO ANTES DE REGRABARLO: SI OTRO
      *    SUPERVISOR LO TOCO MIENTRAS SE TECLEABA ESTE, SE VUELVE A
      *    PEDIR
       5000-CAMBIO.
           PERFORM 3100-PEDIR-CAMBIO THRU 3100-EXIT.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA NO VALIDA"
               GO TO 5000-EXIT.
           IF NOT WS-CONSULTADO
               GO TO 5000-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY CAMBIO PARA ESE DIA Y MONEDA"
               GO TO 5000-EXIT.
           MOVE WS-TASA-ANT TO WS-TASA-ED.
           DISPLAY "CAMBIO ACTUAL " WS-TASA-ED.
           DISPLAY "NUEVO CAMBIO:".
           PERFORM 3200-PEDIR-TASA.
           IF WS-TASA-X IS NOT NUMERIC OR WS-TASA-N = ZERO
               DISPLAY "CAMBIO NO VALIDO, SE CONSERVA"
               GO TO 5000-EXIT.
           IF WS-TASA-N = WS-TASA-ANT
               DISPLAY "SIN CAMBIOS"
               GO TO 5000-EXIT.
           PERFORM 3300-CONFIRMAR-RETROACTIVO.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "CAMBIO CANCELADO"
               GO TO 5000-EXIT.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 5000-EXIT.
           MOVE WS-FECHA TO FX-FECHA.
           MOVE WS-MONEDA-X TO FX-MONEDA.
           READ FX-RATE-FILE
               INVALID KEY
                   DISPLAY "EL CAMBIO YA NO EXISTE"
                   GO TO 5000-EXIT
           END-READ.
           IF FX-TASA NOT = WS-TASA-ANT
               DISPLAY "EL CAMBIO SE MODIFICO MIENTRAS SE TECLEABA, "
                   "REPITA"
               GO TO 5000-EXIT.
           MOVE WS-TASA-N TO FX-TASA.
           MOVE WS-SUPER-ID TO FX-USUARIO.
           REWRITE FX-RATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO FXRATE.DAT (STATUS "
                       WS-FX-STATUS ")"
                   GO TO 5000-EXIT
           END-REWRITE.
           PERFORM 2900-CERRAR-CAMBIOS.
           MOVE WS-TASA-N TO WS-TASA-NUEVA.
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           DISPLAY "CAMBIO ACTUALIZADO".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * LOS CAMBIOS DE UN DIA (LOS QUE USARA EL CIERRE DE ESE DIA)
      ******************************************************************
       6000-LISTAR.
           DISPLAY "FECHA (YYYYMMDD, INTRO = FECHA DE NEGOCIO):".
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X IS NUMERIC
               MOVE WS-FECHA-X TO WS-FECHA
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           END-IF.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 6000-EXIT.
           MOVE ZERO TO WS-LISTADOS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-FECHA TO FX-FECHA.
           MOVE LOW-VALUES TO FX-MONEDA.
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 6100-LISTAR-CAMBIO UNTIL WS-EOF.
           PERFORM 2900-CERRAR-CAMBIOS.
           IF WS-LISTADOS = ZERO
               DISPLAY "SIN CAMBIOS PARA EL " WS-FECHA
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LISTAR-CAMBIO.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FX-FECHA NOT = WS-FECHA
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTADOS
                       MOVE FX-TASA TO WS-TASA-ED
                       DISPLAY FX-FECHA " " FX-MONEDA " "
                           WS-TASA-ED " " WS-MONEDA-BASE
                           "  POR " FX-USUARIO
                   END-IF
           END-READ.

      ******************************************************************
      * LA MONEDA BASE SE NOMBRA UNA VEZ: CON CAMBIOS YA TECLEADOS
      * CAMBIARLA DEJARIA TODOS LOS CAMBIOS EXPRESADOS EN LA MONEDA
      * EQUIVOCADA. SE COMPRUEBA AL PEDIRLA Y OTRA VEZ AL GRABARLA.
      ******************************************************************
       6500-MONEDA-BASE.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 6500-EXIT.
           PERFORM 6600-BUSCAR-CAMBIOS.
           PERFORM 2900-CERRAR-CAMBIOS.
           IF WS-HALLADO
               DISPLAY "YA HAY CAMBIOS EN " WS-MONEDA-BASE
                   ", LA MONEDA BASE NO SE CAMBIA"
               GO TO 6500-EXIT.
           DISPLAY "MONEDA BASE (CODIGO ISO DE 3 LETRAS):".
           ACCEPT WS-MONEDA-X.
           IF WS-MONEDA-X = SPACES
               OR WS-MONEDA-X = WS-MONEDA-BASE AND WS-BASE-DEFINIDA
               DISPLAY "SIN CAMBIOS"
               GO TO 6500-EXIT.
           PERFORM 2000-ABRIR-CAMBIOS THRU 2000-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 6500-EXIT.
           PERFORM 6600-BUSCAR-CAMBIOS.
           IF WS-HALLADO
               DISPLAY "SE TECLEARON CAMBIOS EN " WS-MONEDA-BASE
                   " MIENTRAS TANTO, LA MONEDA BASE NO SE CAMBIA"
               GO TO 6500-EXIT.
           MOVE ZERO TO FX-FECHA.
           MOVE WS-MONEDA-BASE TO FX-MONEDA.
           IF WS-BASE-DEFINIDA
               DELETE FX-RATE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE WS-MONEDA-X TO FX-MONEDA.
           MOVE 1 TO FX-TASA.
           MOVE WS-SUPER-ID TO FX-USUARIO.
           WRITE FX-RATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO FXRATE.DAT (STATUS "
                       WS-FX-STATUS ")"
                   GO TO 6500-EXIT
           END-WRITE.
           PERFORM 2900-CERRAR-CAMBIOS.
           MOVE WS-MONEDA-X TO WS-MONEDA-BASE.
           SET WS-BASE-DEFINIDA TO TRUE.
           MOVE ZERO TO WS-FECHA.
           MOVE ZERO TO WS-TASA-ANT.
           MOVE 1 TO WS-TASA-NUEVA.
           MOVE "BASE  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           DISPLAY "MONEDA BASE: " WS-MONEDA-BASE.
       6500-EXIT.
           EXIT.

      *    HAY CAMBIOS TECLEADOS SI EXISTE ALGUN REGISTRO DE FECHA
      *    MAYOR QUE CERO
       6600-BUSCAR-CAMBIOS.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE 1 TO FX-FECHA.
           MOVE LOW-VALUES TO FX-MONEDA.
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HALLADO TO TRUE
           END-START.

      ******************************************************************
      * CADA CAMBIO QUEDA EN FXRATELG.DAT CON CAMBIO VIEJO, CAMBIO
      * NUEVO, DIA, MONEDA, QUIEN Y CUANDO, COMO RATECDLG.DAT PARA
      * LAS TARIFAS.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND FX-LOG-FILE.
           IF WS-FLG-STATUS = "35"
               OPEN OUTPUT FX-LOG-FILE
               CLOSE FX-LOG-FILE
               OPEN EXTEND FX-LOG-FILE
           END-IF.
           MOVE SPACES TO FX-LOG-RECORD.
           ACCEPT FL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT FL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO FL-LOG-SUPERVISOR.
           MOVE WS-FECHA TO FL-LOG-FECHA.
           MOVE FX-MONEDA TO FL-LOG-MONEDA.
           MOVE WS-TASA-ANT TO FL-LOG-OLD-TASA.
           MOVE WS-TASA-NUEVA TO FL-LOG-NEW-TASA.
           MOVE WS-ACCION TO FL-LOG-ACCION.
           WRITE FX-LOG-RECORD.
           CLOSE FX-LOG-FILE.
           MOVE "FX CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FX-MONEDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

      ******************************************************************
      * LOS CAMBIOS TAMBIEN VAN AL JOURNAL DE SEGURIDAD CONSOLIDADO
      * SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "fxMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM fxMant.
