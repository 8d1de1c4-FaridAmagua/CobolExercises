      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  STEPJRNL.DAT NOW CARRIES THE PASS AND ACTION OF
      *                EACH STEP (jcl/calcnite.sh RESTARTS A FAILED
      *                STREAM FROM THE FAILED STEP; strmForce FORCES A
      *                STEP TO BE SKIPPED OR RERUN). EACH STEP LINE
      *                SHOWS ITS PASS, THE STEPS OF EVERY RESTART LIST
      *                UNDER A HEADING OF THEIR OWN, FORCED SKIPS AND
      *                RERUNS ARE FLAGGED, AND A STREAM WHOSE ABORTED
      *                STEPS ALL ENDED CLEANLY IN A RESTART IS REPORTED
      *                AS COMPLETED IN THE RESTARTS INSTEAD OF ABORTED.
      *                RETURN-CODE 4 STILL FLAGS ANY STEP THAT ABORTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nightRpt.
           05  SJ-PROGRAM              PIC X(20).
           05  FILLER                  PIC X.
           05  SJ-RC                   PIC 9(4).
      *    PASE 1 = CORRIDA ORIGINAL, 2 Y SIGUIENTES = REINICIOS DE LA
      *    MISMA FECHA; ACCION N NORMAL, R REEJECUCION FORZADA, S SALTO
      *    FORZADO (strmForce). LAS LINEAS ANTERIORES LOS TRAEN EN
      *    BLANCO: PASE 1, NORMAL.
           05  FILLER                  PIC X.
           05  SJ-PASE                 PIC XX.
           05  SJ-PASE-N REDEFINES SJ-PASE
                                       PIC 99.
           05  FILLER                  PIC X.
           05  SJ-ACCION               PIC X.
       FD  STEP-CONFIG-FILE.
       01  STEP-CONFIG-RECORD.
           05  CFG-MINUTOS             PIC 9(4).
           05  WS-H-MM                 PIC 99.
           05  WS-H-SS                 PIC 99.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-PASE                     PIC 99.
       01  WS-PASE-ACTUAL              PIC 99 VALUE ZERO.
       01  WS-PASES                    PIC 99 VALUE ZERO.
       01  WS-PENDIENTES               PIC 99 VALUE ZERO.
      * ULTIMO RC DE CADA PASO: UN PASO QUE ABORTO Y SE COMPLETO EN UN
      * REINICIO YA NO DEJA LA CORRIDA ABORTADA
       01  WS-UP-SUB                   PIC 99.
       01  WS-UP-IDX                   PIC 99.
       01  WS-UP-COUNT                 PIC 99 VALUE ZERO.
       01  WS-UP-TABLA.
           05  WS-UP-ENTRY OCCURS 30 TIMES.
               10  WS-UP-STEP          PIC X(8).
               10  WS-UP-RC            PIC 9(4).

       01  RPT-TITLE-1.
           05  FILLER                  PIC X(30)
                   VALUE "CORRIDA NOCTURNA DEL ".
           05  HDG-DATE                PIC 9(8).
       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(54) VALUE
               "PASO     PROGRAMA              INICIO FIN    SEG    RC".
           05  FILLER                  PIC X(16) VALUE " PASE".
       01  RPT-STEP-LINE.
           05  RSL-STEP                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RSL-RC                  PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RSL-PASE                PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RSL-FLAG                PIC X(30).
       01  RPT-WINDOW-LINE.
           05  FILLER                  PIC X(18)
           05  RWL-FLAG                PIC X(17).
       01  RPT-ABORT-LINE              PIC X(60) VALUE
               "LA CORRIDA ABORTO: LOS PASOS POSTERIORES SE SALTARON".
       01  RPT-REINICIO-LINE.
           05  FILLER                  PIC X(19)
                   VALUE "--- REINICIO: PASE ".
           05  RRL-PASE                PIC Z9.
           05  FILLER                  PIC X(4) VALUE " ---".
       01  RPT-RECUPERADA-LINE.
           05  FILLER                  PIC X(32)
                   VALUE "LA CORRIDA ABORTO Y SE COMPLETO ".
           05  FILLER                  PIC X(27)
                   VALUE "EN LOS REINICIOS".
       01  RPT-PENDIENTE-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "PASOS AUN ABORTADOS: ".
           05  RPL-PENDIENTES          PIC Z9.
           05  FILLER                  PIC X(36)
                   VALUE " (RELANCE LA CORRIDA DE LA FECHA)".
       01  RPT-PASES-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "PASES DE LA CORRIDA: ".
           05  RPS-PASES               PIC Z9.
           05  FILLER                  PIC X(36)
                   VALUE " (1 ORIGINAL, EL RESTO REINICIOS)".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.

       2100-IMPRIMIR-PASO.
           ADD 1 TO WS-PASOS.
           PERFORM 2300-CAMBIO-PASE.
           MOVE SJ-STEP TO RSL-STEP.
           MOVE SJ-PROGRAM TO RSL-PROGRAM.
           MOVE SJ-START TO RSL-INICIO.
           COMPUTE WS-SEG-PASO = WS-SEG-FIN - WS-SEG-INICIO.
           MOVE WS-SEG-PASO TO RSL-SEGUNDOS.
           MOVE SJ-RC TO RSL-RC.
           MOVE WS-PASE TO RSL-PASE.
           EVALUATE TRUE
               WHEN SJ-RC > 7
                   SET WS-ABORTADO TO TRUE
                   MOVE "RC 8 - ABORTO DE LA CORRIDA" TO RSL-FLAG
                   MOVE 4 TO WS-RETURN-CODE
               WHEN SJ-ACCION = "S"
                   MOVE "SALTO FORZADO POR OPERACION" TO RSL-FLAG
               WHEN SJ-ACCION = "R"
                   MOVE "REEJECUCION FORZADA" TO RSL-FLAG
               WHEN OTHER
                   MOVE SPACES TO RSL-FLAG
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-STEP-LINE.
           PERFORM 2400-ULTIMO-RC.
           IF WS-PRIMER-INICIO < ZERO
               MOVE WS-SEG-INICIO TO WS-PRIMER-INICIO
           END-IF.
           COMPUTE WS-SEG-PASO = WS-H-HH * 3600 + WS-H-MM * 60
               + WS-H-SS.

      ******************************************************************
      * LOS PASOS DE CADA REINICIO SE LISTAN BAJO SU PROPIA CABECERA
      ******************************************************************
       2300-CAMBIO-PASE.
           IF SJ-PASE IS NUMERIC AND SJ-PASE-N > ZERO
               MOVE SJ-PASE-N TO WS-PASE
           ELSE
               MOVE 1 TO WS-PASE
           END-IF.
           IF WS-PASE NOT = WS-PASE-ACTUAL
               IF WS-PASE > 1
                   MOVE WS-PASE TO RRL-PASE
                   WRITE REPORT-RECORD FROM RPT-REINICIO-LINE
               END-IF
               MOVE WS-PASE TO WS-PASE-ACTUAL
           END-IF.
           IF WS-PASE > WS-PASES
               MOVE WS-PASE TO WS-PASES
           END-IF.

       2400-ULTIMO-RC.
           MOVE ZERO TO WS-UP-IDX.
           PERFORM 2410-COMPARAR-PASO
               VARYING WS-UP-SUB FROM 1 BY 1
               UNTIL WS-UP-SUB > WS-UP-COUNT OR WS-UP-IDX > ZERO.
           IF WS-UP-IDX = ZERO AND WS-UP-COUNT < 30
               ADD 1 TO WS-UP-COUNT
               MOVE WS-UP-COUNT TO WS-UP-IDX
               MOVE SJ-STEP TO WS-UP-STEP(WS-UP-IDX)
           END-IF.
           IF WS-UP-IDX > ZERO
               MOVE SJ-RC TO WS-UP-RC(WS-UP-IDX)
           END-IF.

       2410-COMPARAR-PASO.
           IF WS-UP-STEP(WS-UP-SUB) = SJ-STEP
               MOVE WS-UP-SUB TO WS-UP-IDX
           END-IF.

       2500-CONTAR-PENDIENTE.
           IF WS-UP-RC(WS-UP-SUB) > 7
               ADD 1 TO WS-PENDIENTES
           END-IF.

       3000-RESUMEN-VENTANA.
           PERFORM 2500-CONTAR-PENDIENTE
               VARYING WS-UP-SUB FROM 1 BY 1
               UNTIL WS-UP-SUB > WS-UP-COUNT.
           IF WS-ABORTADO
               IF WS-PENDIENTES > ZERO
                   WRITE REPORT-RECORD FROM RPT-ABORT-LINE
                   IF WS-PASES > 1
                       MOVE WS-PENDIENTES TO RPL-PENDIENTES
                       WRITE REPORT-RECORD FROM RPT-PENDIENTE-LINE
                   END-IF
               ELSE
                   WRITE REPORT-RECORD FROM RPT-RECUPERADA-LINE
               END-IF
           END-IF.
           IF WS-PASES > 1
               MOVE WS-PASES TO RPS-PASES
               WRITE REPORT-RECORD FROM RPT-PASES-LINE
           END-IF.
           IF WS-PASOS = ZERO
               DISPLAY "NIGHTRPT: SIN PASOS JOURNALIZADOS PARA "
