      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: one-time conversion of the old sequential alert queue
      *          to the new indexed ALERTS.DAT (key AL-KEY, see the
      *          ALERT copybook). The operator renames the old flat
      *          ALERTS.DAT to ALERTS.SEQ first; this program reads it
      *          line by line and loads every alert, acknowledged or
      *          not, under its own date and time, taking the next
      *          AL-SEQ when two alerts share the same centisecond,
      *          so the acknowledgement history is kept. Refuses to
      *          run when an indexed ALERTS.DAT already holds records,
      *          so a double conversion cannot double the queue.
      *          Companion of tranReorg.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertReorg.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. carga unica de la cola de alertas al indexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ALERT-FILE ASSIGN TO "ALERTS.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ALERT-FILE.
      * LA LINEA SECUENCIAL ANTIGUA: CAMPOS SEPARADOS POR BLANCOS,
      * LA SEVERIDAD EN BLANCO EN LAS ALERTAS MAS VIEJAS
       01  OLD-ALERT-RECORD.
           05  OA-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  OA-TIME                 PIC 9(8).
           05  FILLER                  PIC X.
           05  OA-PROGRAM              PIC X(20).
           05  FILLER                  PIC X.
           05  OA-MESSAGE              PIC X(40).
           05  FILLER                  PIC X.
           05  OA-ACK-FLAG             PIC X.
           05  FILLER                  PIC X.
           05  OA-ACK-OPERATOR         PIC X(8).
           05  FILLER                  PIC X.
           05  OA-SEVERITY             PIC X.
       FD  ALERT-FILE.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS               PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-GRABADA-SWITCH           PIC X.
           88  WS-GRABADA              VALUE "Y".
       01  WS-CARGADOS                 PIC 9(7) VALUE ZERO.
       01  WS-SALTADOS                 PIC 9(7) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CARGAR-LINEA UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-ALERT-FILE.
           IF WS-OLD-STATUS = "35"
               DISPLAY "SIN ALERTS.SEQ: RENOMBRE EL ALERTS.DAT "
                   "SECUENCIAL ANTES DE CONVERTIR"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN I-O ALERT-FILE.
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "ALERTS.DAT NO DISPONIBLE (STATUS "
                   WS-ALERT-STATUS ")"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
      *    UNA CONVERSION DOBLE DUPLICARIA LA COLA ENTERA: CON
      *    REGISTROS YA CARGADOS NO SE CONVIERTE NADA
           READ ALERT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "ALERTS.DAT YA TIENE REGISTROS, "
                       "CONVERSION RECHAZADA"
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 8 TO WS-RETURN-CODE
           END-READ.
       1000-EXIT.
           EXIT.

       2000-CARGAR-LINEA.
           READ OLD-ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF OA-DATE IS NUMERIC AND OA-TIME IS NUMERIC
                       PERFORM 2100-GRABAR-REGISTRO
                   ELSE
                       ADD 1 TO WS-SALTADOS
                   END-IF
           END-READ.

       2100-GRABAR-REGISTRO.
           MOVE SPACES TO ALERT-RECORD.
           MOVE OA-DATE TO AL-DATE.
           MOVE OA-TIME TO AL-TIME.
           MOVE ZERO TO AL-SEQ.
           MOVE OA-PROGRAM TO AL-PROGRAM.
           MOVE OA-MESSAGE TO AL-MESSAGE.
           MOVE OA-ACK-FLAG TO AL-ACK-FLAG.
           MOVE OA-ACK-OPERATOR TO AL-ACK-OPERATOR.
           MOVE OA-SEVERITY TO AL-SEVERITY.
           MOVE "N" TO WS-GRABADA-SWITCH.
           PERFORM 2110-ESCRIBIR UNTIL WS-GRABADA.

      *    DOS ALERTAS DE LA MISMA CENTESIMA: LA SEGUNDA TOMA EL
      *    AL-SEQ SIGUIENTE
       2110-ESCRIBIR.
           WRITE ALERT-RECORD
               INVALID KEY
                   IF WS-ALERT-STATUS = "22" AND AL-SEQ < 9999
                       ADD 1 TO AL-SEQ
                   ELSE
                       ADD 1 TO WS-SALTADOS
                       MOVE 8 TO WS-RETURN-CODE
                       SET WS-GRABADA TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CARGADOS
                   SET WS-GRABADA TO TRUE
           END-WRITE.

       9000-TERMINATE.
           IF WS-OLD-STATUS NOT = "35"
               CLOSE OLD-ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "10"
               OR WS-ALERT-STATUS = "22"
               CLOSE ALERT-FILE
           END-IF.
           DISPLAY "ALERTREORG: " WS-CARGADOS " CARGADOS, "
               WS-SALTADOS " SALTADOS".
       END PROGRAM alertReorg.
