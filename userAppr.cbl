      *                OUTRIGHT LEFT THE FIRST QUEUED ALTAS
      *                UNAPPROVABLE FOREVER AND NO PATH EVER CREATED
      *                THE FILE. MAKER = CHECKER IS STILL REFUSED.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userAppr.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "AUTHAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
           05  AL-LOG-CHECKER          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-LOG-ESTADO           PIC X(9).
       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-PEND-STATUS              PIC XX.
       01  WS-RECHAZADOS               PIC 9(3) VALUE ZERO.
       01  WS-CONSERVADOS              PIC 9(3) VALUE ZERO.
       01  WS-ESTADO                   PIC X(9).
           COPY SECJRNL.
       01  WS-SEG-DETALLE              PIC X(30).

       01  WS-USER-TABLA.
      * SECJRNL.DAT A NOMBRE DEL CHECKER, CON EL MAKER EN EL DETALLE.
      ******************************************************************
       4100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
               AP-MAKER DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA TABLA DESBORDADA NO SE REESCRIBE AUTHUSR.DAT: HACERLO
