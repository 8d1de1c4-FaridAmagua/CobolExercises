      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK) AND IS READ IN KEY ORDER; A
      *                QUEUE THAT CANNOT BE OPENED NOW ENDS RC 8
      *                INSTEAD OF PASSING AS NOTHING TO ESCALATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertEsc.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-CONFIG-FILE ASSIGN TO "ALERTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE WS-DIAS-LIMITE TO ETL-DIAS.
           WRITE ESCALATION-REPORT-RECORD FROM ESC-TITLE-LINE.
           OPEN INPUT ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   CONTINUE
               WHEN WS-ALERT-STATUS = "35"
                   DISPLAY "SIN ALERTS.DAT, NADA QUE ESCALAR"
                   MOVE "Y" TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "ALERTS.DAT NO DISPONIBLE (STATUS "
                       WS-ALERT-STATUS ")"
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       1100-LEER-CONFIG.
           OPEN INPUT ALERT-CONFIG-FILE.
           END-IF.

       2000-EXAMINAR-ALERTA.
           READ ALERT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
           DISPLAY ESC-DETAIL-LINE.

       3000-RESUMEN.
           IF WS-ESCALADAS > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "ALERTESC: " WS-ESCALADAS
               - 32045.

       9000-TERMINATE.
           IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "10"
               CLOSE ALERT-FILE
           END-IF.
           CLOSE ESCALATION-REPORT-FILE.
