      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of FORMULA.DAT, the library of
      *          named multi-step formulas (see the FORMULA copybook)
      *          that Divisiones offers under its FORMULA menu option
      *          and DivisionesBatch runs for opcode F. Changes
      *          require a supervisor sign-on against AUTHUSR.DAT (rol
      *          S, not locked), the same gate as threshMant and
      *          standMant. Alta, cambio, baja, listado and a trial
      *          evaluation (probar) through formEval that shows every
      *          step without recording anything. Each step is checked
      *          as it is keyed: opcode S/R/M/D/P, operands Ix within
      *          the formula's inputs, Rx naming an earlier step, K
      *          with its constant, and no division by a zero
      *          constant. Every change is journaled to FORMLG.DAT
      *          with the formula before and after, who and when, and
      *          to SECJRNL.DAT. The file is rewritten on exit.
      *          RETURN-CODE 8 when the sign-on is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. formMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de la biblioteca de formulas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FML-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT FORMULA-LOG-FILE ASSIGN TO "FORMLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMULA-FILE.
       01  FORMULA-FILE-RECORD         PIC X(161).
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  FORMULA-LOG-FILE.
      * CADA CAMBIO CON LA FORMULA ANTES Y DESPUES, EN LA MISMA
      * DISPOSICION DE FORMULA.DAT (EN BLANCO ANTES DE UNA ALTA Y
      * DESPUES DE UNA BAJA)
       01  FORMULA-LOG-RECORD.
           05  FL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-ACCION           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-ANTES            PIC X(161).
           05  FILLER                  PIC X VALUE SPACE.
           05  FL-LOG-DESPUES          PIC X(161).
       WORKING-STORAGE SECTION.
       01  WS-FML-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-FLG-STATUS               PIC XX.
           COPY SECJRNL.
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
       01  WS-FIN-PASOS-SWITCH         PIC X.
           88  WS-FIN-PASOS            VALUE "Y".
       01  WS-FUENTE-VALIDA-SWITCH     PIC X.
           88  WS-FUENTE-VALIDA        VALUE "Y".
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
           88  WS-OPCION-PROBAR        VALUE "P" "p".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRM                  PIC X.
       01  WS-SUB                      PIC 9(3).
       01  WS-IDX                      PIC 9(3).
       01  WS-PASO                     PIC 99.
       01  WS-FML-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ID-X                     PIC X(6).
       01  WS-DESCRIPCION-X            PIC X(30).
       01  WS-ENTRADAS-X               PIC X.
       01  WS-OPCODE-X                 PIC X.
       01  WS-FUENTE-X.
           05  WS-FUENTE-TYPE          PIC X.
           05  WS-FUENTE-NUM           PIC X.
       01  WS-FUENTE-N                 PIC 9.
       01  WS-CONSTANTE                PIC 9(7)V99.
       01  WS-CONSTANTE-ED             PIC Z(6)9.99.
       01  WS-VALOR-ED                 PIC -(7)9.99.
       01  WS-ACCION                   PIC X(6).
       01  WS-IMAGEN-ANTES             PIC X(161).
       01  WS-IMAGEN-DESPUES           PIC X(161).
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

       01  WS-FML-TABLA.
           05  WS-FML-ENTRY            PIC X(161) OCCURS 100 TIMES.

      * LA FORMULA EN CURSO DE ALTA, CAMBIO O PRUEBA
           COPY FORMULA.
           COPY FORMEVAL.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LAS FORMULAS NO SE CAMBIAN "
                   "SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE FORMULA.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-CARGAR-FORMULAS.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           PERFORM 9000-GRABAR-FORMULAS THRU 9000-EXIT.
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

       2000-CARGAR-FORMULAS.
           OPEN INPUT FORMULA-FILE.
           IF WS-FML-STATUS = "35"
               DISPLAY "FORMULA.DAT NO EXISTE, SE CREARA AL SALIR"
           ELSE
               PERFORM 2100-CARGAR-LINEA UNTIL WS-EOF
               CLOSE FORMULA-FILE
           END-IF.

       2100-CARGAR-LINEA.
           READ FORMULA-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-FML-COUNT < 100
                       ADD 1 TO WS-FML-COUNT
                       MOVE FORMULA-FILE-RECORD TO
                           WS-FML-ENTRY(WS-FML-COUNT)
                   ELSE
                       DISPLAY "TABLA DE FORMULAS LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE FORMULAS".
           DISPLAY "  (A)LTA (C)AMBIO (B)AJA (L)ISTAR (P)ROBAR "
               "(S)ALIR".
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
               WHEN WS-OPCION-PROBAR
                   PERFORM 6500-PROBAR THRU 6500-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       3100-BUSCAR-FORMULA.
           MOVE "N" TO WS-HALLADO-SWITCH.
           DISPLAY "CODIGO DE FORMULA (6):".
           ACCEPT WS-ID-X.
           IF WS-ID-X = SPACES
               GO TO 3100-EXIT.
           PERFORM 3110-COMPARAR-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FML-COUNT OR WS-HALLADO.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-ID.
           IF WS-FML-ENTRY(WS-SUB)(1:6) = WS-ID-X
               MOVE WS-SUB TO WS-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * PETICION DE CADA CAMPO SOBRE FORMULA-RECORD. EN CAMBIO, INTRO
      * CONSERVA EL VALOR ACTUAL; UN VALOR MALO SE VUELVE A PEDIR.
      ******************************************************************
       3200-PEDIR-DESCRIPCION.
           DISPLAY "DESCRIPCION (30):".
           ACCEPT WS-DESCRIPCION-X.
           IF WS-DESCRIPCION-X = SPACES AND WS-MODO-CAMBIO
               CONTINUE
           ELSE
               MOVE WS-DESCRIPCION-X TO FM-DESCRIPTION
           END-IF.

       3300-PEDIR-ENTRADAS.
           DISPLAY "NUMERO DE ENTRADAS QUE SE TECLEAN (1-4):".
           ACCEPT WS-ENTRADAS-X.
           IF WS-ENTRADAS-X = SPACE AND WS-MODO-CAMBIO
               MOVE FM-INPUTS TO WS-ENTRADAS-X
           END-IF.
           IF WS-ENTRADAS-X < "1" OR WS-ENTRADAS-X > "4"
               DISPLAY "ENTRADAS FUERA DE RANGO, REINTENTE"
               GO TO 3300-PEDIR-ENTRADAS.
           MOVE WS-ENTRADAS-X TO FM-INPUTS.

      ******************************************************************
      * LOS PASOS SE TECLEAN SIEMPRE ENTEROS Y EN ORDEN, HASTA OCHO;
      * INTRO EN LA OPERACION CIERRA LA LISTA. CADA OPERANDO SE
      * VALIDA CONTRA LO YA DEFINIDO: NO HAY REFERENCIAS HACIA
      * ADELANTE NI ENTRADAS QUE LA FORMULA NO PIDE.
      ******************************************************************
       3400-PEDIR-PASOS.
           MOVE ZERO TO FM-STEP-COUNT.
           MOVE "N" TO WS-FIN-PASOS-SWITCH.
           PERFORM 3405-LIMPIAR-PASO
               VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 8.
           PERFORM 3410-PEDIR-PASO THRU 3410-EXIT
               VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO > 8 OR WS-FIN-PASOS.

       3405-LIMPIAR-PASO.
           MOVE SPACES TO FM-STEP(WS-PASO).
           MOVE ZERO TO FM-CONSTANT(WS-PASO).

       3410-PEDIR-PASO.
           DISPLAY "PASO " WS-PASO " - OPERACION (S SUMA, R RESTA, "
               "M MULTIPLICA, D DIVIDE, P PORCENTAJE, INTRO = FIN):".
           ACCEPT WS-OPCODE-X.
           IF WS-OPCODE-X = SPACE
               IF WS-PASO = 1
                   DISPLAY "LA FORMULA NECESITA AL MENOS UN PASO"
                   GO TO 3410-PEDIR-PASO
               END-IF
               SET WS-FIN-PASOS TO TRUE
               GO TO 3410-EXIT.
           IF WS-OPCODE-X NOT = "S" AND WS-OPCODE-X NOT = "R"
               AND WS-OPCODE-X NOT = "M" AND WS-OPCODE-X NOT = "D"
               AND WS-OPCODE-X NOT = "P"
               DISPLAY "OPERACION NO VALIDA"
               GO TO 3410-PEDIR-PASO.
           MOVE WS-OPCODE-X TO FM-OPCODE(WS-PASO).
           MOVE ZERO TO FM-CONSTANT(WS-PASO).
       3420-PEDIR-OPERANDO-1.
           DISPLAY "  OPERANDO 1 (Ix ENTRADA x, Rx RESULTADO DEL PASO "
               "x, K CONSTANTE):".
           ACCEPT WS-FUENTE-X.
           PERFORM 3450-VALIDAR-FUENTE.
           IF NOT WS-FUENTE-VALIDA
               GO TO 3420-PEDIR-OPERANDO-1.
           MOVE WS-FUENTE-X TO FM-SRC-1(WS-PASO).
       3430-PEDIR-OPERANDO-2.
           DISPLAY "  OPERANDO 2 (Ix ENTRADA x, Rx RESULTADO DEL PASO "
               "x, K CONSTANTE):".
           ACCEPT WS-FUENTE-X.
           PERFORM 3450-VALIDAR-FUENTE.
           IF NOT WS-FUENTE-VALIDA
               GO TO 3430-PEDIR-OPERANDO-2.
           MOVE WS-FUENTE-X TO FM-SRC-2(WS-PASO).
           IF FM-SRC-1-TYPE(WS-PASO) NOT = "K"
               AND FM-SRC-2-TYPE(WS-PASO) NOT = "K"
               GO TO 3460-CONTAR-PASO.
       3440-PEDIR-CONSTANTE.
           DISPLAY "  CONSTANTE DEL PASO (9999999.99):".
           ACCEPT WS-CONSTANTE.
           IF WS-OPCODE-X = "D" AND FM-SRC-2-TYPE(WS-PASO) = "K"
               AND WS-CONSTANTE = ZERO
               DISPLAY "DIVISOR CERO NO VALIDO, REINTENTE"
               GO TO 3440-PEDIR-CONSTANTE.
           MOVE WS-CONSTANTE TO FM-CONSTANT(WS-PASO).
       3460-CONTAR-PASO.
           MOVE WS-PASO TO FM-STEP-COUNT.
       3410-EXIT.
           EXIT.

      *    Ix HASTA LAS ENTRADAS DE LA FORMULA, Rx DE UN PASO ANTERIOR
      *    AL ACTUAL, K SOLA
       3450-VALIDAR-FUENTE.
           MOVE "N" TO WS-FUENTE-VALIDA-SWITCH.
           IF WS-FUENTE-TYPE = "i" OR WS-FUENTE-TYPE = "r"
               OR WS-FUENTE-TYPE = "k"
               INSPECT WS-FUENTE-TYPE CONVERTING "irk" TO "IRK"
           END-IF.
           IF WS-FUENTE-NUM IS NUMERIC
               MOVE WS-FUENTE-NUM TO WS-FUENTE-N
           ELSE
               MOVE ZERO TO WS-FUENTE-N
           END-IF.
           EVALUATE TRUE
               WHEN WS-FUENTE-TYPE = "K" AND WS-FUENTE-NUM = SPACE
                   MOVE "0" TO WS-FUENTE-NUM
                   SET WS-FUENTE-VALIDA TO TRUE
               WHEN WS-FUENTE-NUM IS NOT NUMERIC
                   CONTINUE
               WHEN WS-FUENTE-TYPE = "I"
                   AND WS-FUENTE-N > ZERO
                   AND WS-FUENTE-N NOT > FM-INPUTS
                   SET WS-FUENTE-VALIDA TO TRUE
               WHEN WS-FUENTE-TYPE = "R"
                   AND WS-FUENTE-N > ZERO
                   AND WS-FUENTE-N < WS-PASO
                   SET WS-FUENTE-VALIDA TO TRUE
           END-EVALUATE.
           IF NOT WS-FUENTE-VALIDA
               DISPLAY "OPERANDO NO VALIDO PARA EL PASO " WS-PASO
           END-IF.

      ******************************************************************
      * COMPRUEBA QUE TODA REFERENCIA A UNA ENTRADA SIGA DENTRO DE
      * FM-INPUTS DESPUES DE CAMBIAR EL NUMERO DE ENTRADAS.
      ******************************************************************
       3500-VALIDAR-ENTRADAS.
           MOVE "Y" TO WS-FUENTE-VALIDA-SWITCH.
           PERFORM 3510-VALIDAR-PASO
               VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO > FM-STEP-COUNT.

       3510-VALIDAR-PASO.
           IF (FM-SRC-1-TYPE(WS-PASO) = "I"
                   AND FM-SRC-1-NUM(WS-PASO) > FM-INPUTS)
               OR (FM-SRC-2-TYPE(WS-PASO) = "I"
                   AND FM-SRC-2-NUM(WS-PASO) > FM-INPUTS)
               MOVE "N" TO WS-FUENTE-VALIDA-SWITCH
           END-IF.

       4000-ALTA.
           IF WS-FML-COUNT = 100 OR WS-TABLA-LLENA
               DISPLAY "TABLA DE FORMULAS LLENA"
               GO TO 4000-EXIT.
           DISPLAY "CODIGO DE LA FORMULA NUEVA (6, INTRO = "
               "CANCELAR):".
           ACCEPT WS-ID-X.
           IF WS-ID-X = SPACES
               GO TO 4000-EXIT.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 3110-COMPARAR-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FML-COUNT OR WS-HALLADO.
           IF WS-HALLADO
               DISPLAY "YA EXISTE UNA FORMULA " WS-ID-X
                   ", ALTA CANCELADA"
               GO TO 4000-EXIT.
           MOVE "A" TO WS-MODO.
           MOVE SPACES TO FORMULA-RECORD.
           MOVE WS-ID-X TO FM-ID.
           MOVE ZERO TO FM-INPUTS FM-STEP-COUNT.
           PERFORM 3200-PEDIR-DESCRIPCION.
           PERFORM 3300-PEDIR-ENTRADAS.
           PERFORM 3400-PEDIR-PASOS.
           PERFORM 6100-LISTAR-FORMULA.
           DISPLAY "CONFIRMAR EL ALTA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "ALTA CANCELADA"
               GO TO 4000-EXIT.
           ADD 1 TO WS-FML-COUNT.
           MOVE FORMULA-RECORD TO WS-FML-ENTRY(WS-FML-COUNT).
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE FORMULA-RECORD TO WS-IMAGEN-DESPUES.
           MOVE "ALTA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "FORMULA " FM-ID " DADA DE ALTA".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * EL CAMBIO DE UNA FORMULA YA USADA NO ALTERA LO GRABADO: CADA
      * PASO QUEDO EN CALCFILE.DAT CON SUS VALORES; FORMLG.DAT GUARDA
      * LA DEFINICION ANTERIOR.
      ******************************************************************
       5000-CAMBIO.
           PERFORM 3100-BUSCAR-FORMULA THRU 3100-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA FORMULA"
               GO TO 5000-EXIT.
           MOVE WS-FML-ENTRY(WS-IDX) TO FORMULA-RECORD.
           MOVE FORMULA-RECORD TO WS-IMAGEN-ANTES.
           PERFORM 6100-LISTAR-FORMULA.
           MOVE "C" TO WS-MODO.
           DISPLAY "INTRO EN CADA CAMPO CONSERVA EL VALOR ACTUAL".
           PERFORM 3200-PEDIR-DESCRIPCION.
           PERFORM 3300-PEDIR-ENTRADAS.
           PERFORM 3500-VALIDAR-ENTRADAS.
           IF NOT WS-FUENTE-VALIDA
               DISPLAY "LOS PASOS USAN UNA ENTRADA QUE YA NO EXISTE, "
                   "HAY QUE REDEFINIRLOS"
               MOVE "S" TO WS-CONFIRM
           ELSE
               DISPLAY "REDEFINIR LOS PASOS (S/N)?"
               ACCEPT WS-CONFIRM
           END-IF.
           IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
               PERFORM 3400-PEDIR-PASOS
           END-IF.
           MOVE FORMULA-RECORD TO WS-IMAGEN-DESPUES.
           IF WS-IMAGEN-DESPUES = WS-IMAGEN-ANTES
               DISPLAY "SIN CAMBIOS"
               GO TO 5000-EXIT.
           PERFORM 6100-LISTAR-FORMULA.
           DISPLAY "CONFIRMAR EL CAMBIO (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "CAMBIO CANCELADO"
               GO TO 5000-EXIT.
           MOVE FORMULA-RECORD TO WS-FML-ENTRY(WS-IDX).
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "FORMULA ACTUALIZADA".
       5000-EXIT.
           EXIT.

       5500-BAJA.
           PERFORM 3100-BUSCAR-FORMULA THRU 3100-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA FORMULA"
               GO TO 5500-EXIT.
           MOVE WS-FML-ENTRY(WS-IDX) TO FORMULA-RECORD.
           PERFORM 6100-LISTAR-FORMULA.
           DISPLAY "CONFIRMAR LA BAJA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "BAJA CANCELADA"
               GO TO 5500-EXIT.
           MOVE FORMULA-RECORD TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           MOVE "BAJA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           PERFORM 5510-CORRER-ENTRADA
               VARYING WS-SUB FROM WS-IDX BY 1
               UNTIL WS-SUB NOT < WS-FML-COUNT.
           SUBTRACT 1 FROM WS-FML-COUNT.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "FORMULA DADA DE BAJA".
       5500-EXIT.
           EXIT.

       5510-CORRER-ENTRADA.
           MOVE WS-FML-ENTRY(WS-SUB + 1) TO WS-FML-ENTRY(WS-SUB).

       6000-LISTAR.
           IF WS-FML-COUNT = ZERO
               DISPLAY "NO HAY FORMULAS"
           END-IF.
           PERFORM 6010-LISTAR-UNA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FML-COUNT.

       6010-LISTAR-UNA.
           MOVE WS-FML-ENTRY(WS-SUB) TO FORMULA-RECORD.
           PERFORM 6100-LISTAR-FORMULA.

       6100-LISTAR-FORMULA.
           DISPLAY "FORMULA " FM-ID " " FM-DESCRIPTION
               " ENTRADAS " FM-INPUTS " PASOS " FM-STEP-COUNT.
           IF FM-STEP-COUNT IS NUMERIC
               PERFORM 6110-LISTAR-PASO
                   VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > FM-STEP-COUNT OR WS-PASO > 8
           END-IF.

       6110-LISTAR-PASO.
           IF FM-SRC-1-TYPE(WS-PASO) = "K"
               OR FM-SRC-2-TYPE(WS-PASO) = "K"
               MOVE FM-CONSTANT(WS-PASO) TO WS-CONSTANTE-ED
               DISPLAY "  PASO " WS-PASO ": " FM-OPCODE(WS-PASO)
                   " " FM-SRC-1(WS-PASO) " " FM-SRC-2(WS-PASO)
                   " K=" WS-CONSTANTE-ED
           ELSE
               DISPLAY "  PASO " WS-PASO ": " FM-OPCODE(WS-PASO)
                   " " FM-SRC-1(WS-PASO) " " FM-SRC-2(WS-PASO)
           END-IF.

      ******************************************************************
      * PRUEBA DE UNA FORMULA CON ENTRADAS DE EJEMPLO: SE EVALUA CON
      * formEval COMO LO HARA Divisiones (AL CENTIMO, TRUNCANDO) Y SE
      * ENSENA CADA PASO. NO SE GRABA NADA.
      ******************************************************************
       6500-PROBAR.
           PERFORM 3100-BUSCAR-FORMULA THRU 3100-EXIT.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA FORMULA"
               GO TO 6500-EXIT.
           MOVE WS-FML-ENTRY(WS-IDX) TO FORMULA-RECORD.
           PERFORM 6100-LISTAR-FORMULA.
           MOVE ZERO TO FE-INPUT(1) FE-INPUT(2) FE-INPUT(3)
               FE-INPUT(4).
           PERFORM 6510-PEDIR-ENTRADA
               VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO > FM-INPUTS.
           MOVE "T" TO FE-REDONDEO.
           MOVE "N" TO FE-ENTERO.
           CALL "formEval" USING FORMULA-RECORD FORMULA-EVAL-AREA.
           PERFORM 6520-MOSTRAR-PASO
               VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO > FM-STEP-COUNT
               OR (FE-PASO-FALLO > ZERO AND WS-PASO > FE-PASO-FALLO).
           EVALUATE TRUE
               WHEN FE-OK
                   MOVE FE-RESULT TO WS-VALOR-ED
                   DISPLAY "RESULTADO DE LA FORMULA: " WS-VALOR-ED
               WHEN FE-DIVISOR-CERO
                   DISPLAY "DIVISOR CERO EN EL PASO " FE-PASO-FALLO
               WHEN FE-DESBORDE
                   DISPLAY "DESBORDE EN EL PASO " FE-PASO-FALLO
               WHEN OTHER
                   DISPLAY "FORMULA MAL DEFINIDA (PASO "
                       FE-PASO-FALLO ")"
           END-EVALUATE.
       6500-EXIT.
           EXIT.

       6510-PEDIR-ENTRADA.
           DISPLAY "ENTRADA " WS-PASO ":".
           ACCEPT FE-INPUT(WS-PASO).

       6520-MOSTRAR-PASO.
           MOVE FE-STEP-RESULT(WS-PASO) TO WS-VALOR-ED.
           DISPLAY "  PASO " WS-PASO " " FE-OPERATION(WS-PASO)
               " = " WS-VALOR-ED.

      ******************************************************************
      * CADA CAMBIO QUEDA EN FORMLG.DAT CON LA FORMULA ANTES Y
      * DESPUES, QUIEN Y CUANDO, Y EN EL JOURNAL DE SEGURIDAD.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND FORMULA-LOG-FILE.
           IF WS-FLG-STATUS = "35"
               OPEN OUTPUT FORMULA-LOG-FILE
               CLOSE FORMULA-LOG-FILE
               OPEN EXTEND FORMULA-LOG-FILE
           END-IF.
           MOVE SPACES TO FORMULA-LOG-RECORD.
           ACCEPT FL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT FL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO FL-LOG-SUPERVISOR.
           MOVE WS-ACCION TO FL-LOG-ACCION.
           MOVE WS-IMAGEN-ANTES TO FL-LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES TO FL-LOG-DESPUES.
           WRITE FORMULA-LOG-RECORD.
           CLOSE FORMULA-LOG-FILE.
           MOVE "FORM CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " FORMULA " DELIMITED BY SIZE
               FM-ID DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "formMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE, LA MISMA
      * GUARDA QUE threshMant.
      ******************************************************************
       9000-GRABAR-FORMULAS.
           IF NOT WS-CON-CAMBIOS
               GO TO 9000-EXIT.
           IF WS-TABLA-LLENA
               DISPLAY "FORMULA.DAT NO SE REESCRIBE: TIENE MAS DE "
                   "100 LINEAS Y LA CARGA QUEDO TRUNCADA"
               DISPLAY "EL FICHERO QUEDA COMO ESTABA"
               GO TO 9000-EXIT.
           OPEN OUTPUT FORMULA-FILE.
           PERFORM 9100-GRABAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FML-COUNT.
           CLOSE FORMULA-FILE.
           DISPLAY "FORMULA.DAT GRABADO CON " WS-FML-COUNT
               " FORMULAS".
       9000-EXIT.
           EXIT.

       9100-GRABAR-LINEA.
           MOVE WS-FML-ENTRY(WS-SUB) TO FORMULA-FILE-RECORD.
           WRITE FORMULA-FILE-RECORD.
       END PROGRAM formMant.
