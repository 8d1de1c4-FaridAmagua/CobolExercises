      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of STANDING.DAT, the standing
      *          instructions (see the STANDING copybook) that standGen
      *          queues onto DIVIN.DAT every night they fall due - the
      *          fixed monthly fees and weekly divisions an operator
      *          used to re-key through divEntry every cycle. Changes
      *          require a supervisor sign-on against AUTHUSR.DAT (rol
      *          S, not locked), the same gate as threshMant. Alta,
      *          cambio, baja and listado; every change is journaled to
      *          STANDLG.DAT with the instruction before and after, who
      *          and when, and to SECJRNL.DAT. The operands get the
      *          same validations as divEntry (numeric, opcode
      *          S/R/M/D/P, nonzero divisor on D) and the entity must
      *          be active in ENTIDAD.DAT. The file is rewritten on
      *          exit. RETURN-CODE 8 when the sign-on is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. standMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de instrucciones permanentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT STANDING-LOG-FILE ASSIGN TO "STANDLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLG-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STANDING.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  STANDING-LOG-FILE.
      * CADA CAMBIO CON LA INSTRUCCION ANTES Y DESPUES, EN LA MISMA
      * DISPOSICION DE STANDING.DAT (EN BLANCO ANTES DE UNA ALTA Y
      * DESPUES DE UNA BAJA)
       01  STANDING-LOG-RECORD.
           05  SL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-LOG-ACCION           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-LOG-ANTES            PIC X(74).
           05  FILLER                  PIC X VALUE SPACE.
           05  SL-LOG-DESPUES          PIC X(74).
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       WORKING-STORAGE SECTION.
       01  WS-STD-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-SLG-STATUS               PIC XX.
           COPY SECJRNL.
       01  WS-ENT-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-ENT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ENT-EOF              VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-CAMBIOS-SWITCH           PIC X VALUE "N".
           88  WS-CON-CAMBIOS          VALUE "Y".
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-CON-MAESTRO-SWITCH       PIC X VALUE "N".
           88  WS-CON-MAESTRO          VALUE "Y".
      * A = ALTA (INTRO NO CONSERVA NADA), C = CAMBIO (INTRO
      * CONSERVA EL VALOR ACTUAL)
       01  WS-MODO                     PIC X.
           88  WS-MODO-ALTA            VALUE "A".
           88  WS-MODO-CAMBIO          VALUE "C".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-CAMBIO        VALUE "C" "c".
           88  WS-OPCION-BAJA          VALUE "B" "b".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRM                  PIC X.
       01  WS-SUB                      PIC 9(3).
       01  WS-IDX                      PIC 9(3).
       01  WS-SI-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ENM-SUB                  PIC 99.
       01  WS-ENM-COUNT                PIC 99 VALUE ZERO.
       01  WS-ULTIMO-ID                PIC 9(4) VALUE ZERO.
       01  WS-ID-X                     PIC X(4).
       01  WS-ID-BUSCADO               PIC 9(4).
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-NUM-X                    PIC X(4).
       01  WS-OPCODE-X                 PIC X.
       01  WS-FREQ-X                   PIC X.
       01  WS-DIA-X                    PIC XX.
       01  WS-DIA                      PIC 99.
       01  WS-FECHA-X                  PIC X(8).
       01  WS-FECHA                    PIC 9(8).
       01  WS-FECHA-DET REDEFINES WS-FECHA.
           05  WS-FECHA-AAAA           PIC 9(4).
           05  WS-FECHA-MM             PIC 99.
           05  WS-FECHA-DD             PIC 99.
       01  WS-HOY                      PIC 9(8).
       01  WS-DESCRIPCION-X            PIC X(30).
       01  WS-ACCION                   PIC X(6).
       01  WS-IMAGEN-ANTES             PIC X(74).
       01  WS-IMAGEN-DESPUES           PIC X(74).
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

       01  WS-SI-TABLA.
           05  WS-SI-ENTRY OCCURS 200 TIMES.
               10  WS-SI-ID            PIC 9(4).
               10  WS-SI-ENTITY        PIC XX.
               10  WS-SI-NUM1          PIC 9(4).
               10  WS-SI-NUM2          PIC 9(4).
               10  WS-SI-OPCODE        PIC X.
               10  WS-SI-FREQ          PIC X.
               10  WS-SI-DAY           PIC 99.
               10  WS-SI-START         PIC 9(8).
               10  WS-SI-END           PIC 9(8).
               10  WS-SI-DESCRIPTION   PIC X(30).

      * ENTIDADES ACTIVAS DEL MAESTRO ENTIDAD.DAT
       01  WS-ENM-TABLA.
           05  WS-ENM-CODE             PIC XX OCCURS 99 TIMES.

      * UNA INSTRUCCION EN LA DISPOSICION DE STANDING.DAT, PARA EL
      * ANTES Y DESPUES DEL JOURNAL
       01  WS-IMAGEN.
           05  WS-IM-ID                PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-ENTITY            PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-NUM1              PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-NUM2              PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-OPCODE            PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-FREQ              PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-DAY               PIC 99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-START             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-END               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IM-DESCRIPTION       PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LAS INSTRUCCIONES "
                   "PERMANENTES NO SE CAMBIAN SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE STANDING.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 1500-CARGAR-ENTIDADES.
           PERFORM 2000-CARGAR-INSTRUCCIONES.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           PERFORM 9000-GRABAR-INSTRUCCIONES THRU 9000-EXIT.
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

      ******************************************************************
      * LAS ENTIDADES ACTIVAS DEL MAESTRO: UNA INSTRUCCION PARA UNA
      * ENTIDAD INEXISTENTE O DADA DE BAJA SE RECHAZARIA CADA NOCHE
      * EN DivisionesBatch. SIN MAESTRO SE ACEPTA EL CODIGO PELADO.
      ******************************************************************
       1500-CARGAR-ENTIDADES.
           OPEN INPUT ENTITY-MASTER-FILE.
           IF WS-ENT-STATUS = "35"
               CONTINUE
           ELSE
               SET WS-CON-MAESTRO TO TRUE
               PERFORM 1510-CARGAR-ENTIDAD UNTIL WS-ENT-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.

       1510-CARGAR-ENTIDAD.
           READ ENTITY-MASTER-FILE
               AT END
                   SET WS-ENT-EOF TO TRUE
               NOT AT END
                   IF EN-ACTIVE = "Y" AND WS-ENM-COUNT < 99
                       ADD 1 TO WS-ENM-COUNT
                       MOVE EN-CODE TO WS-ENM-CODE(WS-ENM-COUNT)
                   END-IF
           END-READ.

       2000-CARGAR-INSTRUCCIONES.
           OPEN INPUT STANDING-FILE.
           IF WS-STD-STATUS = "35"
               DISPLAY "STANDING.DAT NO EXISTE, SE CREARA AL SALIR"
           ELSE
               PERFORM 2100-CARGAR-LINEA UNTIL WS-EOF
               CLOSE STANDING-FILE
           END-IF.

       2100-CARGAR-LINEA.
           READ STANDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SI-COUNT < 200
                       ADD 1 TO WS-SI-COUNT
                       MOVE SI-ID TO WS-SI-ID(WS-SI-COUNT)
                       MOVE SI-ENTITY TO WS-SI-ENTITY(WS-SI-COUNT)
                       MOVE SI-NUM1 TO WS-SI-NUM1(WS-SI-COUNT)
                       MOVE SI-NUM2 TO WS-SI-NUM2(WS-SI-COUNT)
                       MOVE SI-OPCODE TO WS-SI-OPCODE(WS-SI-COUNT)
                       MOVE SI-FREQ TO WS-SI-FREQ(WS-SI-COUNT)
                       MOVE SI-DAY TO WS-SI-DAY(WS-SI-COUNT)
                       MOVE SI-START TO WS-SI-START(WS-SI-COUNT)
                       MOVE SI-END TO WS-SI-END(WS-SI-COUNT)
                       MOVE SI-DESCRIPTION TO
                           WS-SI-DESCRIPTION(WS-SI-COUNT)
                       IF SI-ID IS NUMERIC AND SI-ID > WS-ULTIMO-ID
                           MOVE SI-ID TO WS-ULTIMO-ID
                       END-IF
                   ELSE
                       DISPLAY "TABLA DE INSTRUCCIONES LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE INSTRUCCIONES PERMANENTES".
           DISPLAY "  (A)LTA (C)AMBIO (B)AJA (L)ISTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-CAMBIO
                   PERFORM 5000-CAMBIO THRU 5000-EXIT
               WHEN WS-OPCION-BAJA
                   PERFORM 5500-BAJA THRU 5500-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 6000-LISTAR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       3100-BUSCAR-INSTRUCCION.
           MOVE "N" TO WS-HALLADO-SWITCH.
           DISPLAY "NUMERO DE INSTRUCCION (4 DIGITOS):".
           ACCEPT WS-ID-X.
           IF WS-ID-X IS NOT NUMERIC
               GO TO 3100-EXIT.
           MOVE WS-ID-X TO WS-ID-BUSCADO.
           PERFORM 3110-COMPARAR-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SI-COUNT OR WS-HALLADO.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-ID.
           IF WS-SI-ID(WS-SUB) = WS-ID-BUSCADO
               MOVE WS-SUB TO WS-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * PETICION DE CADA CAMPO SOBRE LA ENTRADA WS-IDX DE LA TABLA.
      * EN CAMBIO, INTRO CONSERVA EL VALOR ACTUAL; UN VALOR MALO SE
      * VUELVE A PEDIR, COMO EN divEntry.
      ******************************************************************
       3200-PEDIR-OPERANDOS.
           DISPLAY "NUM1 (9999):".
           ACCEPT WS-NUM-X.
           IF WS-NUM-X = SPACES AND WS-MODO-CAMBIO
               CONTINUE
           ELSE
               IF WS-NUM-X IS NOT NUMERIC
                   DISPLAY "NUM1 NO NUMERICO, REINTENTE"
                   GO TO 3200-PEDIR-OPERANDOS
               END-IF
               MOVE WS-NUM-X TO WS-SI-NUM1(WS-IDX)
           END-IF.
       3210-PEDIR-NUM2.
           DISPLAY "NUM2 (9999):".
           ACCEPT WS-NUM-X.
           IF WS-NUM-X = SPACES AND WS-MODO-CAMBIO
               CONTINUE
           ELSE
               IF WS-NUM-X IS NOT NUMERIC
                   DISPLAY "NUM2 NO NUMERICO, REINTENTE"
                   GO TO 3210-PEDIR-NUM2
               END-IF
               MOVE WS-NUM-X TO WS-SI-NUM2(WS-IDX)
           END-IF.
       3220-PEDIR-OPCODE.
           DISPLAY "OPCODE (S/R/M/D/P):".
           ACCEPT WS-OPCODE-X.
           IF WS-OPCODE-X = SPACE AND WS-MODO-CAMBIO
               MOVE WS-SI-OPCODE(WS-IDX) TO WS-OPCODE-X
           END-IF.
           IF WS-OPCODE-X NOT = "S" AND WS-OPCODE-X NOT = "R"
               AND WS-OPCODE-X NOT = "M" AND WS-OPCODE-X NOT = "D"
               AND WS-OPCODE-X NOT = "P"
               DISPLAY "OPCODE NO VALIDO"
               GO TO 3220-PEDIR-OPCODE.
           IF WS-OPCODE-X = "D" AND WS-SI-NUM2(WS-IDX) = ZERO
               DISPLAY "DIVISOR CERO NO VALIDO, REINTENTE"
               GO TO 3210-PEDIR-NUM2.
           MOVE WS-OPCODE-X TO WS-SI-OPCODE(WS-IDX).
       3200-EXIT.
           EXIT.

       3300-PEDIR-FRECUENCIA.
           DISPLAY "FRECUENCIA (D DIARIA, W SEMANAL, M MENSUAL, "
               "L ULTIMO LABORABLE DEL MES):".
           ACCEPT WS-FREQ-X.
           IF WS-FREQ-X = SPACE AND WS-MODO-CAMBIO
               MOVE WS-SI-FREQ(WS-IDX) TO WS-FREQ-X
           END-IF.
           IF WS-FREQ-X NOT = "D" AND WS-FREQ-X NOT = "W"
               AND WS-FREQ-X NOT = "M" AND WS-FREQ-X NOT = "L"
               DISPLAY "FRECUENCIA NO VALIDA"
               GO TO 3300-PEDIR-FRECUENCIA.
           MOVE WS-FREQ-X TO WS-SI-FREQ(WS-IDX).
           IF WS-FREQ-X = "D" OR WS-FREQ-X = "L"
               MOVE ZERO TO WS-SI-DAY(WS-IDX)
               GO TO 3300-EXIT.
       3310-PEDIR-DIA.
           IF WS-FREQ-X = "W"
               DISPLAY "DIA DE LA SEMANA (1 LUNES ... 7 DOMINGO):"
           ELSE
               DISPLAY "DIA DEL MES (01-31):"
           END-IF.
           ACCEPT WS-DIA-X.
           IF WS-DIA-X = SPACES AND WS-MODO-CAMBIO
               MOVE WS-SI-DAY(WS-IDX) TO WS-DIA
           ELSE
               IF WS-DIA-X(2:1) = SPACE
                   MOVE WS-DIA-X(1:1) TO WS-DIA-X(2:1)
                   MOVE "0" TO WS-DIA-X(1:1)
               END-IF
               IF WS-DIA-X IS NOT NUMERIC
                   DISPLAY "DIA NO NUMERICO, REINTENTE"
                   GO TO 3310-PEDIR-DIA
               END-IF
               MOVE WS-DIA-X TO WS-DIA
           END-IF.
           IF WS-DIA = ZERO
               OR (WS-FREQ-X = "W" AND WS-DIA > 7)
               OR WS-DIA > 31
               DISPLAY "DIA FUERA DE RANGO, REINTENTE"
               GO TO 3310-PEDIR-DIA.
           MOVE WS-DIA TO WS-SI-DAY(WS-IDX).
       3300-EXIT.
           EXIT.

       3400-PEDIR-FECHAS.
           IF WS-MODO-ALTA
               DISPLAY "FECHA DE INICIO (YYYYMMDD, INTRO = HOY):"
           ELSE
               DISPLAY "FECHA DE INICIO (YYYYMMDD, INTRO = "
                   "CONSERVAR):"
           END-IF.
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               IF WS-MODO-ALTA
                   MOVE WS-HOY TO WS-SI-START(WS-IDX)
               END-IF
           ELSE
               PERFORM 3500-VALIDAR-FECHA
               IF WS-FECHA = ZERO
                   GO TO 3400-PEDIR-FECHAS
               END-IF
               MOVE WS-FECHA TO WS-SI-START(WS-IDX)
           END-IF.
       3410-PEDIR-FIN.
           IF WS-MODO-ALTA
               DISPLAY "FECHA DE FIN (YYYYMMDD, INTRO = SIN FIN):"
           ELSE
               DISPLAY "FECHA DE FIN (YYYYMMDD, INTRO = CONSERVAR, "
                   "0 = SIN FIN):"
           END-IF.
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               IF WS-MODO-ALTA
                   MOVE ZERO TO WS-SI-END(WS-IDX)
               END-IF
           ELSE
               IF WS-FECHA-X = "0"
                   MOVE ZERO TO WS-SI-END(WS-IDX)
               ELSE
                   PERFORM 3500-VALIDAR-FECHA
                   IF WS-FECHA = ZERO
                       GO TO 3410-PEDIR-FIN
                   END-IF
                   MOVE WS-FECHA TO WS-SI-END(WS-IDX)
               END-IF
           END-IF.
           IF WS-SI-END(WS-IDX) NOT = ZERO
               AND WS-SI-END(WS-IDX) < WS-SI-START(WS-IDX)
               DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO"
               GO TO 3410-PEDIR-FIN.
       3400-EXIT.
           EXIT.

      *    WS-FECHA-X -> WS-FECHA; ZERO SI NO ES UNA FECHA
       3500-VALIDAR-FECHA.
           MOVE ZERO TO WS-FECHA.
           IF WS-FECHA-X IS NOT NUMERIC
               DISPLAY "FECHA NO NUMERICA, REINTENTE"
           ELSE
               MOVE WS-FECHA-X TO WS-FECHA
               IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
                   OR WS-FECHA-DD < 1 OR WS-FECHA-DD > 31
                   OR WS-FECHA-AAAA < 2000
                   DISPLAY "FECHA NO VALIDA, REINTENTE"
                   MOVE ZERO TO WS-FECHA
               END-IF
           END-IF.

       3600-PEDIR-DESCRIPCION.
           DISPLAY "DESCRIPCION (30):".
           ACCEPT WS-DESCRIPCION-X.
           IF WS-DESCRIPCION-X = SPACES AND WS-MODO-CAMBIO
               CONTINUE
           ELSE
               MOVE WS-DESCRIPCION-X TO WS-SI-DESCRIPTION(WS-IDX)
           END-IF.

       3700-VALIDAR-ENTIDAD.
           MOVE "N" TO WS-HALLADO-SWITCH.
           IF NOT WS-CON-MAESTRO
               SET WS-HALLADO TO TRUE
           ELSE
               PERFORM 3710-COMPARAR-ENTIDAD
                   VARYING WS-ENM-SUB FROM 1 BY 1
                   UNTIL WS-ENM-SUB > WS-ENM-COUNT OR WS-HALLADO
           END-IF.

       3710-COMPARAR-ENTIDAD.
           IF WS-ENM-CODE(WS-ENM-SUB) = WS-ENTIDAD-X
               SET WS-HALLADO TO TRUE
           END-IF.

       4000-ALTA.
           IF WS-SI-COUNT = 200 OR WS-TABLA-LLENA
               DISPLAY "TABLA DE INSTRUCCIONES LLENA"
               GO TO 4000-EXIT.
           IF WS-ULTIMO-ID = 9999
               DISPLAY "NUMERACION DE INSTRUCCIONES AGOTADA"
               GO TO 4000-EXIT.
           DISPLAY "ENTIDAD (2 DIGITOS, INTRO = CANCELAR):".
           ACCEPT WS-ENTIDAD-X.
           IF WS-ENTIDAD-X = SPACES
               GO TO 4000-EXIT.
           IF WS-ENTIDAD-X IS NOT NUMERIC OR WS-ENTIDAD-X = "00"
               DISPLAY "ENTIDAD NO VALIDA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 3700-VALIDAR-ENTIDAD.
           IF NOT WS-HALLADO
               DISPLAY "LA ENTIDAD NO EXISTE O NO ESTA ACTIVA EN "
                   "ENTIDAD.DAT, ALTA CANCELADA"
               GO TO 4000-EXIT.
           MOVE "A" TO WS-MODO.
           COMPUTE WS-IDX = WS-SI-COUNT + 1.
           MOVE SPACES TO WS-SI-ENTRY(WS-IDX).
           ADD 1 TO WS-ULTIMO-ID GIVING WS-SI-ID(WS-IDX).
           MOVE WS-ENTIDAD-X TO WS-SI-ENTITY(WS-IDX).
           MOVE ZERO TO WS-SI-NUM1(WS-IDX) WS-SI-NUM2(WS-IDX)
               WS-SI-DAY(WS-IDX) WS-SI-START(WS-IDX)
               WS-SI-END(WS-IDX).
           PERFORM 3200-PEDIR-OPERANDOS THRU 3200-EXIT.
           PERFORM 3300-PEDIR-FRECUENCIA THRU 3300-EXIT.
           PERFORM 3400-PEDIR-FECHAS THRU 3400-EXIT.
           PERFORM 3600-PEDIR-DESCRIPCION.
           PERFORM 6100-LISTAR-LINEA.
           DISPLAY "CONFIRMAR EL ALTA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "ALTA CANCELADA"
               GO TO 4000-EXIT.
           ADD 1 TO WS-SI-COUNT.
           MOVE WS-SI-ID(WS-IDX) TO WS-ULTIMO-ID.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           PERFORM 7050-ARMAR-IMAGEN.
           MOVE WS-IMAGEN TO WS-IMAGEN-DESPUES.
           MOVE "ALTA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "INSTRUCCION " WS-SI-ID(WS-IDX) " DADA DE ALTA".
       4000-EXIT.
           EXIT.

       5000-CAMBIO.
           PERFORM 3100-BUSCAR-INSTRUCCION THRU 3100-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA INSTRUCCION"
               GO TO 5000-EXIT.
           MOVE WS-IDX TO WS-SUB.
           PERFORM 6100-LISTAR-LINEA.
           PERFORM 7050-ARMAR-IMAGEN.
           MOVE WS-IMAGEN TO WS-IMAGEN-ANTES.
           MOVE "C" TO WS-MODO.
           DISPLAY "INTRO EN CADA CAMPO CONSERVA EL VALOR ACTUAL".
           PERFORM 3200-PEDIR-OPERANDOS THRU 3200-EXIT.
           PERFORM 3300-PEDIR-FRECUENCIA THRU 3300-EXIT.
           PERFORM 3400-PEDIR-FECHAS THRU 3400-EXIT.
           PERFORM 3600-PEDIR-DESCRIPCION.
           PERFORM 7050-ARMAR-IMAGEN.
           MOVE WS-IMAGEN TO WS-IMAGEN-DESPUES.
           IF WS-IMAGEN-DESPUES = WS-IMAGEN-ANTES
               DISPLAY "SIN CAMBIOS"
               GO TO 5000-EXIT.
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "INSTRUCCION ACTUALIZADA".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * LA BAJA QUITA LA INSTRUCCION DEL FICHERO; EL JOURNAL GUARDA
      * COMO ESTABA. PARA QUE DEJE DE VENCER SIN BORRARLA BASTA
      * PONERLE FECHA DE FIN CON UN CAMBIO.
      ******************************************************************
       5500-BAJA.
           PERFORM 3100-BUSCAR-INSTRUCCION THRU 3100-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA INSTRUCCION"
               GO TO 5500-EXIT.
           MOVE WS-IDX TO WS-SUB.
           PERFORM 6100-LISTAR-LINEA.
           DISPLAY "CONFIRMAR LA BAJA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "BAJA CANCELADA"
               GO TO 5500-EXIT.
           PERFORM 7050-ARMAR-IMAGEN.
           MOVE WS-IMAGEN TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           MOVE "BAJA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           PERFORM 5510-CORRER-ENTRADA
               VARYING WS-SUB FROM WS-IDX BY 1
               UNTIL WS-SUB NOT < WS-SI-COUNT.
           SUBTRACT 1 FROM WS-SI-COUNT.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "INSTRUCCION DADA DE BAJA".
       5500-EXIT.
           EXIT.

       5510-CORRER-ENTRADA.
           MOVE WS-SI-ENTRY(WS-SUB + 1) TO WS-SI-ENTRY(WS-SUB).

       6000-LISTAR.
           IF WS-SI-COUNT = ZERO
               DISPLAY "NO HAY INSTRUCCIONES PERMANENTES"
           END-IF.
           PERFORM 6100-LISTAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SI-COUNT.

       6100-LISTAR-LINEA.
           DISPLAY "INSTR " WS-SI-ID(WS-SUB)
               " ENT " WS-SI-ENTITY(WS-SUB)
               " " WS-SI-NUM1(WS-SUB)
               " " WS-SI-NUM2(WS-SUB)
               " " WS-SI-OPCODE(WS-SUB)
               " FREQ " WS-SI-FREQ(WS-SUB)
               " DIA " WS-SI-DAY(WS-SUB)
               " DEL " WS-SI-START(WS-SUB)
               " AL " WS-SI-END(WS-SUB).
           DISPLAY "      " WS-SI-DESCRIPTION(WS-SUB).

      ******************************************************************
      * CADA CAMBIO QUEDA EN STANDLG.DAT CON LA INSTRUCCION ANTES Y
      * DESPUES, QUIEN Y CUANDO, Y EN EL JOURNAL DE SEGURIDAD: UN
      * CALCULO QUE SE CONTABILIZA SOLO CADA NOCHE NO PUEDE
      * CAMBIARSE ANONIMAMENTE.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND STANDING-LOG-FILE.
           IF WS-SLG-STATUS = "35"
               OPEN OUTPUT STANDING-LOG-FILE
               CLOSE STANDING-LOG-FILE
               OPEN EXTEND STANDING-LOG-FILE
           END-IF.
           MOVE SPACES TO STANDING-LOG-RECORD.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO SL-LOG-SUPERVISOR.
           MOVE WS-ACCION TO SL-LOG-ACCION.
           MOVE WS-IMAGEN-ANTES TO SL-LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES TO SL-LOG-DESPUES.
           WRITE STANDING-LOG-RECORD.
           CLOSE STANDING-LOG-FILE.
           MOVE "STAND CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " INSTR " DELIMITED BY SIZE
               WS-SI-ID(WS-IDX) DELIMITED BY SIZE
               " ENTIDAD " DELIMITED BY SIZE
               WS-SI-ENTITY(WS-IDX) DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

       7050-ARMAR-IMAGEN.
           MOVE WS-SI-ID(WS-IDX) TO WS-IM-ID.
           MOVE WS-SI-ENTITY(WS-IDX) TO WS-IM-ENTITY.
           MOVE WS-SI-NUM1(WS-IDX) TO WS-IM-NUM1.
           MOVE WS-SI-NUM2(WS-IDX) TO WS-IM-NUM2.
           MOVE WS-SI-OPCODE(WS-IDX) TO WS-IM-OPCODE.
           MOVE WS-SI-FREQ(WS-IDX) TO WS-IM-FREQ.
           MOVE WS-SI-DAY(WS-IDX) TO WS-IM-DAY.
           MOVE WS-SI-START(WS-IDX) TO WS-IM-START.
           MOVE WS-SI-END(WS-IDX) TO WS-IM-END.
           MOVE WS-SI-DESCRIPTION(WS-IDX) TO WS-IM-DESCRIPTION.

       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "standMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE, LA MISMA
      * GUARDA QUE threshMant.
      ******************************************************************
       9000-GRABAR-INSTRUCCIONES.
           IF NOT WS-CON-CAMBIOS
               GO TO 9000-EXIT.
           IF WS-TABLA-LLENA
               DISPLAY "STANDING.DAT NO SE REESCRIBE: TIENE MAS DE "
                   "200 LINEAS Y LA CARGA QUEDO TRUNCADA"
               DISPLAY "EL FICHERO QUEDA COMO ESTABA"
               GO TO 9000-EXIT.
           OPEN OUTPUT STANDING-FILE.
           PERFORM 9100-GRABAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SI-COUNT.
           CLOSE STANDING-FILE.
           DISPLAY "STANDING.DAT GRABADO CON " WS-SI-COUNT
               " INSTRUCCIONES".
       9000-EXIT.
           EXIT.

       9100-GRABAR-LINEA.
           MOVE SPACES TO STANDING-RECORD.
           MOVE WS-SI-ID(WS-SUB) TO SI-ID.
           MOVE WS-SI-ENTITY(WS-SUB) TO SI-ENTITY.
           MOVE WS-SI-NUM1(WS-SUB) TO SI-NUM1.
           MOVE WS-SI-NUM2(WS-SUB) TO SI-NUM2.
           MOVE WS-SI-OPCODE(WS-SUB) TO SI-OPCODE.
           MOVE WS-SI-FREQ(WS-SUB) TO SI-FREQ.
           MOVE WS-SI-DAY(WS-SUB) TO SI-DAY.
           MOVE WS-SI-START(WS-SUB) TO SI-START.
           MOVE WS-SI-END(WS-SUB) TO SI-END.
           MOVE WS-SI-DESCRIPTION(WS-SUB) TO SI-DESCRIPTION.
           WRITE STANDING-RECORD.
       END PROGRAM standMant.
