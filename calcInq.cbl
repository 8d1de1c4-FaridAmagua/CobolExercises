      *                ENTRIES (WAS 80) - THE CATALOG WAS ABOUT TO
      *                HIT THE OLD CEILING AND OVERFLOWING ENTRIES
      *                SILENTLY FELL BACK TO THE HARDCODED TEXT.
      * 2026-10-15 FA  EACH LINE NOW ENDS WITH THE OPERATOR WHO POSTED
      *                THE CALCULATION (CALC-OPERATOR).
      * 2026-10-15 FA  A CALCULATION UNDER A DISPUTE CASE (DISPCALC.DAT,
      *                SEE dispMant) SHOWS THE CASE NUMBER AT THE END OF
      *                ITS LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcInq.
           SELECT SESSION-FILE ASSIGN TO "SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT DISPUTE-CALC-FILE ASSIGN TO "DISPCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DK-KEY
               ALTERNATE RECORD KEY IS DK-POR-CASO
                   WITH DUPLICATES
               FILE STATUS IS WS-DK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY MSGCAT.
       FD  SESSION-FILE.
           COPY SESSION.
       FD  DISPUTE-CALC-FILE.
           COPY DISPCALC.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS               PIC XX.
       01  WS-FIN-SWITCH                PIC X VALUE "N".
       01  WS-LINEAS                    PIC 99 VALUE ZERO.
       01  WS-MOSTRADOS                 PIC 9(5) VALUE ZERO.
       01  WS-LINEAS-POR-PAGINA         PIC 99 VALUE 10.
       01  WS-DK-STATUS                 PIC XX.
       01  WS-DK-ABIERTO-SWITCH         PIC X VALUE "N".
           88  WS-DK-ABIERTO            VALUE "Y".
       01  WS-MSG-STATUS PIC XX.
       01  WS-SES-STATUS PIC XX.
       01  WS-IDIOMA PIC XX VALUE "ES".
           05  INQ-VALUE-2              PIC -9(7).99.
           05  FILLER                   PIC X(3) VALUE " = ".
           05  INQ-RESULT               PIC -9(7).99.
           05  FILLER                   PIC X VALUE SPACE.
           05  INQ-OPERATOR             PIC X(8).
           05  INQ-DISPUTA.
               10  FILLER               PIC X(6) VALUE " CASO ".
               10  INQ-CASO             PIC 9(6).
       PROCEDURE DIVISION.
           INICIO.
               MOVE "N" TO WS-FIN-SWITCH.
                   DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                       WS-CALC-STATUS ")"
                   GOBACK.
               OPEN INPUT DISPUTE-CALC-FILE.
               IF WS-DK-STATUS = "00"
                   SET WS-DK-ABIERTO TO TRUE.

           PEDIR-CLAVE.
               MOVE "INQ-001" TO WS-MSG-KEY
               MOVE CALC-VALUE-1 TO INQ-VALUE-1.
               MOVE CALC-VALUE-2 TO INQ-VALUE-2.
               MOVE CALC-RESULT TO INQ-RESULT.
               MOVE CALC-OPERATOR TO INQ-OPERATOR.
               PERFORM BUSCAR-CASO.
               DISPLAY INQ-DETAIL-LINE.
               ADD 1 TO WS-LINEAS.
               ADD 1 TO WS-MOSTRADOS.

      ******************************************************************
      * UN CALCULO QUE FIGURA EN UN CASO DE DISPUTA (DISPCALC.DAT,
      * dispMant) LLEVA AL FINAL EL NUMERO DEL PRIMER CASO.
      ******************************************************************
           BUSCAR-CASO.
               MOVE SPACES TO INQ-DISPUTA.
               IF WS-DK-ABIERTO
                   MOVE CALC-KEY TO DK-CALC-KEY
                   MOVE ZERO TO DK-CASO
                   START DISPUTE-CALC-FILE KEY NOT < DK-KEY
                       INVALID KEY
                           MOVE SPACES TO DK-CALC-KEY
                       NOT INVALID KEY
                           READ DISPUTE-CALC-FILE NEXT RECORD
                               AT END
                                   MOVE SPACES TO DK-CALC-KEY
                           END-READ
                   END-START
                   IF DK-CALC-KEY = CALC-KEY
                       MOVE " CASO " TO INQ-DISPUTA
                       MOVE DK-CASO TO INQ-CASO
                   END-IF
               END-IF.

           FINALIZAR.
               CLOSE CALC-FILE.
               IF WS-DK-ABIERTO
                   CLOSE DISPUTE-CALC-FILE
               END-IF.
               GOBACK.

           CARGAR-IDIOMA.
