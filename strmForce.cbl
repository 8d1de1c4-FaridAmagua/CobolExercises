      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: operations' say over the nightly stream restart.
      *          jcl/calcnite.sh, rerun for the same stream date,
      *          resumes from the failed step and leaves alone every
      *          step that already ended cleanly; a step marked not
      *          restartable in STREAMDEF.DAT is never rerun on its
      *          own. Here a supervisor (AUTHUSR.DAT, rol S, not
      *          locked) forces ONE step of one stream date to be
      *          skipped (it then counts as ended cleanly) or rerun
      *          (even after a clean end, or when not restartable),
      *          or withdraws a force not yet applied. Every decision
      *          is appended to STRMFORC.DAT with who and when - the
      *          stream appends the line that marks it used and the
      *          pass it was applied in, so the file is the whole
      *          history - and journaled to SECJRNL.DAT. LISTAR shows
      *          each step of the stream date with its last
      *          STEPJRNL.DAT result and its force. RETURN-CODE 8
      *          when the sign-on is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. strmForce.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. forzado supervisado de pasos de la corrida nocturna.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO "STREAMDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT STEP-JOURNAL-FILE ASSIGN TO "STEPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT STREAM-FORCE-FILE ASSIGN TO "STRMFORC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE.
      * UNA LINEA POR PASO, EN EL ORDEN DE LA CORRIDA; LAS QUE
      * EMPIEZAN POR * SON COMENTARIOS
       01  STREAM-DEF-RECORD.
           05  SD-STEP                 PIC X(8).
           05  FILLER                  PIC X.
           05  SD-PROGRAM              PIC X(20).
           05  FILLER                  PIC X.
           05  SD-SOURCE               PIC X(30).
           05  FILLER                  PIC X.
           05  SD-FICHERO              PIC X(12).
           05  FILLER                  PIC X.
           05  SD-COND-RC              PIC XX.
           05  FILLER                  PIC X.
           05  SD-COND-PASO            PIC X(8).
           05  FILLER                  PIC X.
           05  SD-REINICIO             PIC X.
       FD  STEP-JOURNAL-FILE.
       01  STEP-JOURNAL-RECORD.
           05  SL-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  SL-START                PIC 9(6).
           05  FILLER                  PIC X.
           05  SL-END                  PIC 9(6).
           05  FILLER                  PIC X.
           05  SL-STEP                 PIC X(8).
           05  FILLER                  PIC X.
           05  SL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X.
           05  SL-RC                   PIC 9(4).
           05  FILLER                  PIC X.
           05  SL-PASE                 PIC XX.
           05  FILLER                  PIC X.
           05  SL-ACCION               PIC X.
       FD  STREAM-FORCE-FILE.
      * SF-ACCION: S SALTAR / R REEJECUTAR. SF-ESTADO: P PENDIENTE,
      * A ANULADO (strmForce), U USADO EN EL PASE SF-PASE (LA CORRIDA).
      * LA ULTIMA LINEA DE UNA FECHA Y PASO ES LA QUE VALE.
       01  STREAM-FORCE-RECORD.
           05  SF-FECHA-CORRIDA        PIC 9(8).
           05  FILLER                  PIC X.
           05  SF-PASO                 PIC X(8).
           05  FILLER                  PIC X.
           05  SF-ACCION               PIC X.
           05  FILLER                  PIC X.
           05  SF-ESTADO               PIC X.
           05  FILLER                  PIC X.
           05  SF-USUARIO              PIC X(8).
           05  FILLER                  PIC X.
           05  SF-FECHA                PIC 9(8).
           05  FILLER                  PIC X.
           05  SF-HORA                 PIC 9(8).
           05  FILLER                  PIC X.
           05  SF-PASE                 PIC 99.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS               PIC XX.
       01  WS-JRN-STATUS               PIC XX.
       01  WS-SF-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-FORZAR        VALUE "F" "f".
           88  WS-OPCION-ANULAR        VALUE "A" "a".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-ACCION-X                 PIC X.
           88  WS-ACCION-SALTAR        VALUE "S" "s".
           88  WS-ACCION-REEJECUTAR    VALUE "R" "r".
       01  WS-CONFIRMA                 PIC X.
       01  WS-FECHA-X                  PIC X(8).
       01  WS-FECHA                    PIC 9(8).
       01  WS-FECHA-DET REDEFINES WS-FECHA.
           05  WS-FECHA-AAAA           PIC 9(4).
           05  WS-FECHA-MM             PIC 99.
           05  WS-FECHA-DD             PIC 99.
       01  WS-PASO-X                   PIC X(8).
       01  WS-SUB                      PIC 99.
       01  WS-PASO-IDX                 PIC 99.
       01  WS-RC-ED                    PIC ZZZ9.
       01  WS-ESTADO-TEXTO             PIC X(24).
       01  WS-FORZADO-TEXTO            PIC X(30).
       01  WS-ACCION-TEXTO             PIC X(11).
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * LOS PASOS DE STREAMDEF.DAT CON SU ULTIMO RESULTADO Y SU ULTIMO
      * FORZADO PARA LA FECHA DE CORRIDA CONSULTADA
       01  WS-PASO-COUNT               PIC 99 VALUE ZERO.
       01  WS-PASO-TABLA.
           05  WS-PASO-ENTRY OCCURS 30 TIMES.
               10  WS-PS-STEP          PIC X(8).
               10  WS-PS-PROGRAM       PIC X(20).
               10  WS-PS-REINICIO      PIC X.
               10  WS-PS-CORRIDO       PIC X.
               10  WS-PS-RC            PIC 9(4).
               10  WS-PS-PASE          PIC XX.
               10  WS-PS-ACCION        PIC X.
               10  WS-PS-FZ-ACCION     PIC X.
               10  WS-PS-FZ-ESTADO     PIC X.
               10  WS-PS-FZ-USUARIO    PIC X(8).
               10  WS-PS-FZ-PASE       PIC 99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LA CORRIDA NO SE FUERZA "
                   "SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "FORZADO DE LA CORRIDA" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-CARGAR-DEFINICION THRU 2000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 3000-MENU UNTIL WS-OPCION-SALIR
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

      ******************************************************************
      * SOLO SE FUERZAN PASOS QUE LA DEFINICION DE LA CORRIDA CONOCE
      ******************************************************************
       2000-CARGAR-DEFINICION.
           OPEN INPUT STREAM-DEF-FILE.
           IF WS-DEF-STATUS NOT = "00"
               DISPLAY "STREAMDEF.DAT NO DISPONIBLE (STATUS "
                   WS-DEF-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-CARGAR-PASO UNTIL WS-EOF.
           CLOSE STREAM-DEF-FILE.
           IF WS-TABLA-LLENA
               DISPLAY "STREAMDEF.DAT TIENE MAS DE 30 PASOS, SOLO SE "
                   "FUERZAN LOS 30 PRIMEROS"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CARGAR-PASO.
           READ STREAM-DEF-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SD-STEP NOT = SPACES
                       AND SD-STEP(1:1) NOT = "*"
                       PERFORM 2110-ANOTAR-PASO
                   END-IF
           END-READ.

       2110-ANOTAR-PASO.
           IF WS-PASO-COUNT < 30
               ADD 1 TO WS-PASO-COUNT
               MOVE SD-STEP TO WS-PS-STEP(WS-PASO-COUNT)
               MOVE SD-PROGRAM TO WS-PS-PROGRAM(WS-PASO-COUNT)
               MOVE SD-REINICIO TO WS-PS-REINICIO(WS-PASO-COUNT)
           ELSE
               SET WS-TABLA-LLENA TO TRUE
           END-IF.

       3000-MENU.
           DISPLAY "FORZADO DE PASOS DE LA CORRIDA NOCTURNA".
           DISPLAY "  (F)ORZAR (A)NULAR FORZADO (L)ISTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-FORZAR
                   PERFORM 4000-FORZAR THRU 4000-EXIT
               WHEN WS-OPCION-ANULAR
                   PERFORM 5000-ANULAR THRU 5000-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 6000-LISTAR THRU 6000-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * FECHA DE LA CORRIDA (LA QUE JOURNALIZA calcnite.sh; UNA
      * CORRIDA QUE EMPEZO ANTES DE MEDIANOCHE LLEVA LA DEL DIA
      * ANTERIOR) Y SITUACION DE TODOS SUS PASOS
      ******************************************************************
       3100-PEDIR-FECHA.
           DISPLAY "FECHA DE LA CORRIDA (YYYYMMDD, INTRO = HOY):".
           ACCEPT WS-FECHA-X.
           EVALUATE TRUE
               WHEN WS-FECHA-X = SPACES
                   ACCEPT WS-FECHA FROM DATE YYYYMMDD
               WHEN WS-FECHA-X IS NUMERIC
                   MOVE WS-FECHA-X TO WS-FECHA
                   IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
                       OR WS-FECHA-DD < 1 OR WS-FECHA-DD > 31
                       MOVE ZERO TO WS-FECHA
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-FECHA
           END-EVALUATE.
           IF WS-FECHA NOT = ZERO
               PERFORM 3500-SITUACION-CORRIDA
           END-IF.

       3200-PEDIR-PASO.
           DISPLAY "PASO (POR EJEMPLO STEP054):".
           ACCEPT WS-PASO-X.
           MOVE ZERO TO WS-PASO-IDX.
           PERFORM 3210-COMPARAR-PASO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PASO-COUNT OR WS-PASO-IDX > ZERO.

       3210-COMPARAR-PASO.
           IF WS-PS-STEP(WS-SUB) = WS-PASO-X
               MOVE WS-SUB TO WS-PASO-IDX
           END-IF.

       3500-SITUACION-CORRIDA.
           PERFORM 3510-LIMPIAR-PASO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PASO-COUNT.
           OPEN INPUT STEP-JOURNAL-FILE.
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3520-LEER-JOURNAL UNTIL WS-EOF
               CLOSE STEP-JOURNAL-FILE
           END-IF.
           OPEN INPUT STREAM-FORCE-FILE.
           IF WS-SF-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3540-LEER-FORZADO UNTIL WS-EOF
               CLOSE STREAM-FORCE-FILE
           END-IF.

       3510-LIMPIAR-PASO.
           MOVE "N" TO WS-PS-CORRIDO(WS-SUB).
           MOVE ZERO TO WS-PS-RC(WS-SUB).
           MOVE SPACES TO WS-PS-PASE(WS-SUB) WS-PS-ACCION(WS-SUB)
               WS-PS-FZ-ACCION(WS-SUB) WS-PS-FZ-ESTADO(WS-SUB)
               WS-PS-FZ-USUARIO(WS-SUB).
           MOVE ZERO TO WS-PS-FZ-PASE(WS-SUB).

      *    LA ULTIMA LINEA DEL PASO EN LA FECHA ES SU RESULTADO VIGENTE
       3520-LEER-JOURNAL.
           READ STEP-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SL-DATE IS NUMERIC AND SL-DATE = WS-FECHA
                       MOVE SL-STEP TO WS-PASO-X
                       PERFORM 3530-ANOTAR-RESULTADO
                   END-IF
           END-READ.

       3530-ANOTAR-RESULTADO.
           MOVE ZERO TO WS-PASO-IDX.
           PERFORM 3210-COMPARAR-PASO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PASO-COUNT OR WS-PASO-IDX > ZERO.
           IF WS-PASO-IDX > ZERO
               MOVE "Y" TO WS-PS-CORRIDO(WS-PASO-IDX)
               IF SL-RC IS NUMERIC
                   MOVE SL-RC TO WS-PS-RC(WS-PASO-IDX)
               END-IF
               IF SL-PASE = SPACES
                   MOVE "01" TO WS-PS-PASE(WS-PASO-IDX)
               ELSE
                   MOVE SL-PASE TO WS-PS-PASE(WS-PASO-IDX)
               END-IF
               MOVE SL-ACCION TO WS-PS-ACCION(WS-PASO-IDX)
           END-IF.

       3540-LEER-FORZADO.
           READ STREAM-FORCE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SF-FECHA-CORRIDA IS NUMERIC
                       AND SF-FECHA-CORRIDA = WS-FECHA
                       MOVE SF-PASO TO WS-PASO-X
                       PERFORM 3550-ANOTAR-FORZADO
                   END-IF
           END-READ.

       3550-ANOTAR-FORZADO.
           MOVE ZERO TO WS-PASO-IDX.
           PERFORM 3210-COMPARAR-PASO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PASO-COUNT OR WS-PASO-IDX > ZERO.
           IF WS-PASO-IDX > ZERO
               MOVE SF-ACCION TO WS-PS-FZ-ACCION(WS-PASO-IDX)
               MOVE SF-ESTADO TO WS-PS-FZ-ESTADO(WS-PASO-IDX)
               MOVE SF-USUARIO TO WS-PS-FZ-USUARIO(WS-PASO-IDX)
               IF SF-PASE IS NUMERIC
                   MOVE SF-PASE TO WS-PS-FZ-PASE(WS-PASO-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * TEXTO DE LA SITUACION DE UN PASO (WS-SUB) PARA LAS PANTALLAS
      ******************************************************************
       3600-TEXTO-PASO.
           MOVE SPACES TO WS-ESTADO-TEXTO WS-FORZADO-TEXTO.
           MOVE WS-PS-RC(WS-SUB) TO WS-RC-ED.
           EVALUATE TRUE
               WHEN WS-PS-CORRIDO(WS-SUB) NOT = "Y"
                   MOVE "SIN EJECUTAR" TO WS-ESTADO-TEXTO
               WHEN WS-PS-ACCION(WS-SUB) = "S"
                   STRING "SALTADO, PASE " DELIMITED BY SIZE
                       WS-PS-PASE(WS-SUB) DELIMITED BY SIZE
                       INTO WS-ESTADO-TEXTO
               WHEN OTHER
                   STRING "RC" DELIMITED BY SIZE
                       WS-RC-ED DELIMITED BY SIZE
                       ", PASE " DELIMITED BY SIZE
                       WS-PS-PASE(WS-SUB) DELIMITED BY SIZE
                       INTO WS-ESTADO-TEXTO
           END-EVALUATE.
           IF WS-PS-FZ-ACCION(WS-SUB) = "S"
               MOVE "SALTAR" TO WS-ACCION-TEXTO
           ELSE
               MOVE "REEJECUTAR" TO WS-ACCION-TEXTO
           END-IF.
           EVALUATE WS-PS-FZ-ESTADO(WS-SUB)
               WHEN "P"
                   STRING WS-ACCION-TEXTO DELIMITED BY SPACE
                       " PENDIENTE (" DELIMITED BY SIZE
                       WS-PS-FZ-USUARIO(WS-SUB) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-FORZADO-TEXTO
               WHEN "U"
                   STRING WS-ACCION-TEXTO DELIMITED BY SPACE
                       " APLICADO EN EL PASE " DELIMITED BY SIZE
                       WS-PS-FZ-PASE(WS-SUB) DELIMITED BY SIZE
                       INTO WS-FORZADO-TEXTO
               WHEN "A"
                   STRING WS-ACCION-TEXTO DELIMITED BY SPACE
                       " ANULADO" DELIMITED BY SIZE
                       INTO WS-FORZADO-TEXTO
           END-EVALUATE.

      ******************************************************************
      * UN FORZADO POR FECHA Y PASO: CON UNO PENDIENTE HAY QUE
      * ANULARLO ANTES DE DECIDIR OTRA COSA
      ******************************************************************
       4000-FORZAR.
           PERFORM 3100-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA NO VALIDA, FORZADO CANCELADO"
               GO TO 4000-EXIT.
           PERFORM 3200-PEDIR-PASO.
           IF WS-PASO-IDX = ZERO
               DISPLAY "EL PASO NO ESTA EN STREAMDEF.DAT, FORZADO "
                   "CANCELADO"
               GO TO 4000-EXIT.
           MOVE WS-PASO-IDX TO WS-SUB.
           PERFORM 3600-TEXTO-PASO.
           DISPLAY WS-PS-STEP(WS-SUB) " " WS-PS-PROGRAM(WS-SUB)
               " " WS-ESTADO-TEXTO.
           IF WS-PS-FZ-ESTADO(WS-SUB) = "P"
               DISPLAY "YA TIENE UN FORZADO PENDIENTE: "
                   WS-FORZADO-TEXTO
               DISPLAY "ANULELO ANTES DE FORZAR OTRA COSA"
               GO TO 4000-EXIT.
           IF WS-PS-REINICIO(WS-SUB) NOT = "S"
               DISPLAY "AVISO: PASO NO REINICIABLE, REVISE QUE "
                   "DEJO HECHO ANTES DE REEJECUTARLO"
           END-IF.
           DISPLAY "(S)ALTAR O (R)EEJECUTAR EN EL PROXIMO PASE:".
           ACCEPT WS-ACCION-X.
           IF NOT WS-ACCION-SALTAR AND NOT WS-ACCION-REEJECUTAR
               DISPLAY "ACCION NO VALIDA, FORZADO CANCELADO"
               GO TO 4000-EXIT.
           DISPLAY "CONFIRMAR (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "FORZADO CANCELADO"
               GO TO 4000-EXIT.
           MOVE SPACES TO STREAM-FORCE-RECORD.
           IF WS-ACCION-SALTAR
               MOVE "S" TO SF-ACCION
               MOVE "SALTAR" TO WS-ACCION-TEXTO
           ELSE
               MOVE "R" TO SF-ACCION
               MOVE "REEJECUTAR" TO WS-ACCION-TEXTO
           END-IF.
           MOVE "P" TO SF-ESTADO.
           PERFORM 7000-ANOTAR-FORZADO.
           DISPLAY "FORZADO ANOTADO: SE APLICA AL VOLVER A LANZAR "
               "LA CORRIDA DEL " WS-FECHA.
       4000-EXIT.
           EXIT.

       5000-ANULAR.
           PERFORM 3100-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA NO VALIDA"
               GO TO 5000-EXIT.
           PERFORM 3200-PEDIR-PASO.
           IF WS-PASO-IDX = ZERO
               DISPLAY "EL PASO NO ESTA EN STREAMDEF.DAT"
               GO TO 5000-EXIT.
           MOVE WS-PASO-IDX TO WS-SUB.
           IF WS-PS-FZ-ESTADO(WS-SUB) NOT = "P"
               DISPLAY "EL PASO NO TIENE FORZADO PENDIENTE"
               GO TO 5000-EXIT.
           PERFORM 3600-TEXTO-PASO.
           DISPLAY WS-PS-STEP(WS-SUB) " " WS-FORZADO-TEXTO.
           DISPLAY "CONFIRMAR LA ANULACION (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ANULACION CANCELADA"
               GO TO 5000-EXIT.
           MOVE SPACES TO STREAM-FORCE-RECORD.
           MOVE WS-PS-FZ-ACCION(WS-SUB) TO SF-ACCION.
           MOVE "ANULAR" TO WS-ACCION-TEXTO.
           MOVE "A" TO SF-ESTADO.
           PERFORM 7000-ANOTAR-FORZADO.
           DISPLAY "FORZADO ANULADO".
       5000-EXIT.
           EXIT.

       6000-LISTAR.
           PERFORM 3100-PEDIR-FECHA.
           IF WS-FECHA = ZERO
               DISPLAY "FECHA NO VALIDA"
               GO TO 6000-EXIT.
           DISPLAY "CORRIDA DEL " WS-FECHA.
           PERFORM 6100-LISTAR-PASO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PASO-COUNT.
       6000-EXIT.
           EXIT.

       6100-LISTAR-PASO.
           PERFORM 3600-TEXTO-PASO.
           DISPLAY WS-PS-STEP(WS-SUB) " " WS-PS-PROGRAM(WS-SUB)
               " " WS-PS-REINICIO(WS-SUB) " " WS-ESTADO-TEXTO
               " " WS-FORZADO-TEXTO.

      ******************************************************************
      * STRMFORC.DAT SOLO CRECE: CADA DECISION ES UNA LINEA NUEVA CON
      * QUIEN Y CUANDO, Y VA TAMBIEN AL JOURNAL DE SEGURIDAD
      ******************************************************************
       7000-ANOTAR-FORZADO.
           OPEN EXTEND STREAM-FORCE-FILE.
           IF WS-SF-STATUS = "35"
               OPEN OUTPUT STREAM-FORCE-FILE
               CLOSE STREAM-FORCE-FILE
               OPEN EXTEND STREAM-FORCE-FILE
           END-IF.
           MOVE WS-FECHA TO SF-FECHA-CORRIDA.
           MOVE WS-PS-STEP(WS-SUB) TO SF-PASO.
           MOVE WS-SUPER-ID TO SF-USUARIO.
           ACCEPT SF-FECHA FROM DATE YYYYMMDD.
           ACCEPT SF-HORA FROM TIME.
           MOVE ZERO TO SF-PASE.
           WRITE STREAM-FORCE-RECORD.
           CLOSE STREAM-FORCE-FILE.
           MOVE SF-ESTADO TO WS-PS-FZ-ESTADO(WS-SUB).
           MOVE SF-ACCION TO WS-PS-FZ-ACCION(WS-SUB).
           MOVE WS-SUPER-ID TO WS-PS-FZ-USUARIO(WS-SUB).
           MOVE "STRM FORCE" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION-TEXTO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-PS-STEP(WS-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "strmForce" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM strmForce.
