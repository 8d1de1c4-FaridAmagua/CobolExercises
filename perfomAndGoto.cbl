      *                NOW ALSO JOURNALED TO THE CONSOLIDATED
      *                SECURITY JOURNAL SECJRNL.DAT (SEE THE SECJRNL
      *                COPYBOOK; secRpt.cbl IS THE REVIEW REPORT).
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK): INSTEAD OF HOLDING IT OPEN
      *                EXTEND FOR THE SESSION, THE ALERT OPENS IT I-O
      *                (RETRY WHILE BUSY), WRITES UNDER THE NEXT FREE
      *                AL-SEQ AND CLOSES.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perfandgoto.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MSGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SESSION-FILE ASSIGN TO "SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-HISTORY-FILE.
           COPY MSGCAT.
       FD  SESSION-FILE.
           COPY SESSION.
       WORKING-STORAGE SECTION.
       01  SI-O-NO PIC X.
       01  WS-OPCION-MENU PIC 9.
       01  WS-DH-STATUS PIC XX.
       01  WS-ERR-STATUS PIC XX.
       01  WS-ALERT-STATUS PIC XX.
       01  WS-ALERT-INTENTOS PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH PIC X.
           88  WS-ALERTA-GRABADA VALUE "Y".
       01  WS-AUTH-STATUS PIC XX.
       01  WS-SUPER-ID PIC X(8).
       01  WS-SUPER-PASSWORD PIC X(8).
           COPY SECJRNL.
       01  WS-SEG-EVENTO PIC X(12).
       01  WS-SEG-DETALLE PIC X(30).
       01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".
               MOVE ZERO TO WS-RETURN-CODE.
               PERFORM ABRIR-DECISION-HISTORY.
               PERFORM ABRIR-ERROR-LOG.
               PERFORM CARGAR-MENSAJES.

           ABRIR-DECISION-HISTORY.
           FINALIZAR-PROGRAMA.
               CLOSE DECISION-HISTORY-FILE.
               CLOSE ERROR-LOG-FILE.
               MOVE WS-RETURN-CODE TO RETURN-CODE.
               GOBACK.

      * INFORME DE REVISION.
      ******************************************************************
           REGISTRAR-SEGURIDAD.
               MOVE SPACES TO SECURITY-JOURNAL-RECORD.
               ACCEPT SJ-DATE FROM DATE YYYYMMDD.
               ACCEPT SJ-TIME FROM TIME.
               MOVE WS-SEG-EVENTO TO SJ-EVENT.
               MOVE WS-SUPER-ID TO SJ-USER.
               MOVE WS-SEG-DETALLE TO SJ-DETAIL.
               CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

           FECHA-A-SERIAL.
               COMPUTE WS-FS-T1 = 14 - WS-FS-MM.
      *        UNA DENEGACION DE AUTORIZACION ES UN AVISO, NO UNA
      *        CRITICA
               MOVE "W" TO AL-SEVERITY.
               MOVE ZERO TO AL-SEQ.
               PERFORM ABRIR-ALERTAS THRU ABRIR-ALERTAS-FIN.
               IF WS-ALERT-STATUS = "00"
                   MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
                   PERFORM GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
                   CLOSE ALERT-FILE
               END-IF.

           GRABAR-ALERTA.
      *        OTRA ALERTA EN LA MISMA CENTESIMA: SE TOMA EL AL-SEQ
      *        SIGUIENTE
               WRITE ALERT-RECORD
                   INVALID KEY
                       IF WS-ALERT-STATUS = "22" AND AL-SEQ < 9999
                           ADD 1 TO AL-SEQ
                       ELSE
                           DISPLAY "ALERTA NO ENCOLADA (STATUS "
                               WS-ALERT-STATUS ")"
                           SET WS-ALERTA-GRABADA TO TRUE
                       END-IF
                   NOT INVALID KEY
                       SET WS-ALERTA-GRABADA TO TRUE
               END-WRITE.

      *    ALERTS.DAT SE ABRE SOLO PARA GRABAR CADA ALERTA; SI OTRO
      *    PROGRAMA LO TIENE ABIERTO SE REINTENTA, COMO RUNSEQ.DAT
           ABRIR-ALERTAS.
               MOVE ZERO TO WS-ALERT-INTENTOS.
           ABRIR-ALERTAS-REINTENTO.
               OPEN I-O ALERT-FILE.
               EVALUATE TRUE
                   WHEN WS-ALERT-STATUS = "00"
                       CONTINUE
                   WHEN WS-ALERT-STATUS = "35"
                       OPEN OUTPUT ALERT-FILE
                       IF WS-ALERT-STATUS = "00"
                           CLOSE ALERT-FILE
                           GO TO ABRIR-ALERTAS-REINTENTO
                       END-IF
                       DISPLAY "NO SE PUEDE CREAR ALERTS.DAT (STATUS "
                           WS-ALERT-STATUS ")"
                   WHEN WS-ALERT-STATUS = "30" OR WS-ALERT-STATUS = "39"
      *            COLA SECUENCIAL ANTIGUA SIN CONVERTIR (alertReorg)
                       DISPLAY "ALERTS.DAT ILEGIBLE (STATUS "
                           WS-ALERT-STATUS "), CONVIERTALO CON "
                           "alertReorg"
                   WHEN OTHER
                       ADD 1 TO WS-ALERT-INTENTOS
                       IF WS-ALERT-INTENTOS > 500
                           DISPLAY "ALERTS.DAT SIGUE OCUPADO "
                               "(STATUS " WS-ALERT-STATUS "), "
                               "REINTENTANDO"
                           MOVE ZERO TO WS-ALERT-INTENTOS
                       END-IF
                       GO TO ABRIR-ALERTAS-REINTENTO
               END-EVALUATE.
           ABRIR-ALERTAS-FIN.
               EXIT.

           REGISTRAR-ERROR.
               ACCEPT EL-DATE FROM DATE YYYYMMDD.
               ACCEPT EL-TIME FROM TIME.
