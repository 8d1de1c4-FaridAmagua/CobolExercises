      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of EXPLIM.DAT, the per-entity
      *          daily exposure limits (see the EXPLIM copybook): the
      *          most calculations and the most accumulated result
      *          an entity may book on one business date, across
      *          Divisiones and DivisionesBatch. Changes require a
      *          supervisor sign-on against AUTHUSR.DAT (rol S, not
      *          locked), and every change is journaled to
      *          EXPLIMLG.DAT with entity, old and new limits, who
      *          and when, and to SECJRNL.DAT as EXPLIM CHG. Alta,
      *          cambio and listado per entity (blank entity = the
      *          global default line, zero = no limit); the file is
      *          rewritten on exit. RETURN-CODE 8 when the sign-on
      *          is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. limitMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de EXPLIM.DAT con journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "EXPLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT LIMIT-LOG-FILE ASSIGN TO "EXPLIMLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
           COPY EXPLIM.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  LIMIT-LOG-FILE.
       01  LIMIT-LOG-RECORD.
           05  LL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-ENTITY           PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-OLD-CALCULOS     PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-NEW-CALCULOS     PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-OLD-IMPORTE      PIC 9(9).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-NEW-IMPORTE      PIC 9(9).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  LL-LOG-ACCION           PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-LIM-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-LLG-STATUS               PIC XX.
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
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-CAMBIO        VALUE "C" "c".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-SUB                      PIC 99.
       01  WS-LM-IDX                   PIC 99.
       01  WS-LM-COUNT                 PIC 99 VALUE ZERO.
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-CALCULOS-X               PIC X(7).
       01  WS-IMPORTE-X                PIC X(11).
       01  WS-CALCULOS-ANT             PIC 9(7).
       01  WS-IMPORTE-ANT              PIC 9(9)V99.
       01  WS-IMPORTE-ED               PIC Z(8)9.99.
       01  WS-ACCION                   PIC X(6).
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

       01  WS-LM-TABLA.
           05  WS-LM-ENTRY OCCURS 20 TIMES.
               10  WS-LM-ENTITY        PIC XX.
               10  WS-LM-CALCULOS      PIC 9(7).
               10  WS-LM-IMPORTE       PIC 9(9)V99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: UN CONTROL FINANCIERO NO "
                   "SE CAMBIA SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE EXPLIM.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-CARGAR-LIMITES.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           PERFORM 9000-GRABAR-LIMITES THRU 9000-EXIT.
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

       2000-CARGAR-LIMITES.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIM-STATUS = "35"
               DISPLAY "EXPLIM.DAT NO EXISTE, SE CREARA AL SALIR"
           ELSE
               PERFORM 2100-CARGAR-LINEA UNTIL WS-EOF
               CLOSE LIMIT-FILE
           END-IF.

       2100-CARGAR-LINEA.
           READ LIMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-LM-COUNT < 20
                       ADD 1 TO WS-LM-COUNT
                       MOVE EX-ENTITY TO WS-LM-ENTITY(WS-LM-COUNT)
                       IF EX-MAX-CALCULOS IS NUMERIC
                           MOVE EX-MAX-CALCULOS TO
                               WS-LM-CALCULOS(WS-LM-COUNT)
                       ELSE
                           MOVE ZERO TO WS-LM-CALCULOS(WS-LM-COUNT)
                       END-IF
                       IF EX-MAX-IMPORTE IS NUMERIC
                           MOVE EX-MAX-IMPORTE TO
                               WS-LM-IMPORTE(WS-LM-COUNT)
                       ELSE
                           MOVE ZERO TO WS-LM-IMPORTE(WS-LM-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "TABLA DE ENTIDADES LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE EXPLIM.DAT (LIMITES DIARIOS)".
           DISPLAY "  (A)LTA (C)AMBIO (L)ISTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-CAMBIO
                   PERFORM 5000-CAMBIO THRU 5000-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 6000-LISTAR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       3100-BUSCAR-ENTIDAD.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 3110-COMPARAR-ENTIDAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LM-COUNT OR WS-HALLADO.

       3110-COMPARAR-ENTIDAD.
           IF WS-LM-ENTITY(WS-SUB) = WS-ENTIDAD-X
               MOVE WS-SUB TO WS-LM-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      *    LOS LIMITES SE TECLEAN COMO EN EL FICHERO: SIETE DIGITOS
      *    PARA LOS CALCULOS, ONCE SIN PUNTO PARA EL IMPORTE (LOS DOS
      *    ULTIMOS SON LOS CENTIMOS); CERO = SIN LIMITE
       3200-PEDIR-CALCULOS.
           DISPLAY "MAXIMO DE CALCULOS AL DIA (7 DIGITOS, 0000000 = "
               "SIN LIMITE):".
           ACCEPT WS-CALCULOS-X.

       3300-PEDIR-IMPORTE.
           DISPLAY "MAXIMO IMPORTE ACUMULADO AL DIA (11 DIGITOS SIN "
               "PUNTO, ULTIMOS 2 = CENTIMOS, CEROS = SIN LIMITE):".
           ACCEPT WS-IMPORTE-X.

       4000-ALTA.
           IF WS-LM-COUNT = 20
               DISPLAY "TABLA DE ENTIDADES LLENA"
               GO TO 4000-EXIT.
           DISPLAY "ENTIDAD (2 DIGITOS, INTRO = GLOBAL):".
           ACCEPT WS-ENTIDAD-X.
           PERFORM 3100-BUSCAR-ENTIDAD.
           IF WS-HALLADO
               DISPLAY "YA EXISTE UNA LINEA PARA ESA ENTIDAD"
               GO TO 4000-EXIT.
           PERFORM 3200-PEDIR-CALCULOS.
           IF WS-CALCULOS-X IS NOT NUMERIC
               DISPLAY "VALOR NO NUMERICO, ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 3300-PEDIR-IMPORTE.
           IF WS-IMPORTE-X IS NOT NUMERIC
               DISPLAY "VALOR NO NUMERICO, ALTA CANCELADA"
               GO TO 4000-EXIT.
           ADD 1 TO WS-LM-COUNT.
           MOVE WS-LM-COUNT TO WS-LM-IDX.
           MOVE WS-ENTIDAD-X TO WS-LM-ENTITY(WS-LM-IDX).
           MOVE WS-CALCULOS-X TO WS-LM-CALCULOS(WS-LM-IDX).
           MOVE WS-IMPORTE-X TO WS-LM-IMPORTE(WS-LM-IDX).
           MOVE ZERO TO WS-CALCULOS-ANT WS-IMPORTE-ANT.
           MOVE "ALTA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD DADA DE ALTA".
       4000-EXIT.
           EXIT.

       5000-CAMBIO.
           DISPLAY "ENTIDAD A CAMBIAR (INTRO = GLOBAL):".
           ACCEPT WS-ENTIDAD-X.
           PERFORM 3100-BUSCAR-ENTIDAD.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY LINEA PARA ESA ENTIDAD"
               GO TO 5000-EXIT.
           MOVE WS-LM-CALCULOS(WS-LM-IDX) TO WS-CALCULOS-ANT.
           MOVE WS-LM-IMPORTE(WS-LM-IDX) TO WS-IMPORTE-ANT
               WS-IMPORTE-ED.
           DISPLAY "MAXIMO DE CALCULOS ACTUAL " WS-CALCULOS-ANT
               " MAXIMO IMPORTE ACTUAL " WS-IMPORTE-ED.
           DISPLAY "NUEVO MAXIMO DE CALCULOS (INTRO = CONSERVAR):".
           ACCEPT WS-CALCULOS-X.
           IF WS-CALCULOS-X NOT = SPACES
               IF WS-CALCULOS-X IS NUMERIC
                   MOVE WS-CALCULOS-X TO WS-LM-CALCULOS(WS-LM-IDX)
               ELSE
                   DISPLAY "VALOR NO NUMERICO, SE CONSERVA"
               END-IF
           END-IF.
           DISPLAY "NUEVO MAXIMO IMPORTE (INTRO = CONSERVAR):".
           ACCEPT WS-IMPORTE-X.
           IF WS-IMPORTE-X NOT = SPACES
               IF WS-IMPORTE-X IS NUMERIC
                   MOVE WS-IMPORTE-X TO WS-LM-IMPORTE(WS-LM-IDX)
               ELSE
                   DISPLAY "VALOR NO NUMERICO, SE CONSERVA"
               END-IF
           END-IF.
           IF WS-LM-CALCULOS(WS-LM-IDX) = WS-CALCULOS-ANT
               AND WS-LM-IMPORTE(WS-LM-IDX) = WS-IMPORTE-ANT
               DISPLAY "SIN CAMBIOS"
               GO TO 5000-EXIT.
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "ENTIDAD ACTUALIZADA".
       5000-EXIT.
           EXIT.

       6000-LISTAR.
           PERFORM 6100-LISTAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LM-COUNT.

       6100-LISTAR-LINEA.
           MOVE WS-LM-IMPORTE(WS-SUB) TO WS-IMPORTE-ED.
           DISPLAY "ENTIDAD " WS-LM-ENTITY(WS-SUB)
               " MAX CALCULOS " WS-LM-CALCULOS(WS-SUB)
               " MAX IMPORTE " WS-IMPORTE-ED.

      ******************************************************************
      * CADA CAMBIO QUEDA EN EXPLIMLG.DAT CON LIMITES VIEJOS, NUEVOS,
      * QUIEN Y CUANDO, Y EN EL JOURNAL DE SEGURIDAD, COMO LOS DE
      * THRESH.DAT EN threshMant.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND LIMIT-LOG-FILE.
           IF WS-LLG-STATUS = "35"
               OPEN OUTPUT LIMIT-LOG-FILE
               CLOSE LIMIT-LOG-FILE
               OPEN EXTEND LIMIT-LOG-FILE
           END-IF.
           MOVE SPACES TO LIMIT-LOG-RECORD.
           ACCEPT LL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO LL-LOG-SUPERVISOR.
           MOVE WS-LM-ENTITY(WS-LM-IDX) TO LL-LOG-ENTITY.
           MOVE WS-CALCULOS-ANT TO LL-LOG-OLD-CALCULOS.
           MOVE WS-LM-CALCULOS(WS-LM-IDX) TO LL-LOG-NEW-CALCULOS.
           MOVE WS-IMPORTE-ANT TO LL-LOG-OLD-IMPORTE.
           MOVE WS-LM-IMPORTE(WS-LM-IDX) TO LL-LOG-NEW-IMPORTE.
           MOVE WS-ACCION TO LL-LOG-ACCION.
           WRITE LIMIT-LOG-RECORD.
           CLOSE LIMIT-LOG-FILE.
           MOVE "EXPLIM CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " ENTIDAD " DELIMITED BY SIZE
               WS-LM-ENTITY(WS-LM-IDX) DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "limitMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE: HACERLO
      * DESTRUIRIA TODA LINEA MAS ALLA DE LA NUMERO 20.
      ******************************************************************
       9000-GRABAR-LIMITES.
           IF NOT WS-CON-CAMBIOS
               GO TO 9000-EXIT.
           IF WS-TABLA-LLENA
               DISPLAY "EXPLIM.DAT NO SE REESCRIBE: TIENE MAS DE "
                   "20 LINEAS Y LA CARGA QUEDO TRUNCADA"
               DISPLAY "EL FICHERO QUEDA COMO ESTABA"
               GO TO 9000-EXIT.
           OPEN OUTPUT LIMIT-FILE.
           PERFORM 9100-GRABAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LM-COUNT.
           CLOSE LIMIT-FILE.
           DISPLAY "EXPLIM.DAT GRABADO CON " WS-LM-COUNT " LINEAS".
       9000-EXIT.
           EXIT.

       9100-GRABAR-LINEA.
           MOVE SPACES TO EXPOSURE-LIMIT-RECORD.
           MOVE WS-LM-ENTITY(WS-SUB) TO EX-ENTITY.
           MOVE WS-LM-CALCULOS(WS-SUB) TO EX-MAX-CALCULOS.
           MOVE WS-LM-IMPORTE(WS-SUB) TO EX-MAX-IMPORTE.
           WRITE EXPOSURE-LIMIT-RECORD.
       END PROGRAM limitMant.
