      *                THE CONSOLIDATED SECURITY JOURNAL SECJRNL.DAT
      *                UNDER THE MAKER'S ID (SEE THE SECJRNL
      *                COPYBOOK; secRpt.cbl IS THE REVIEW REPORT).
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userMant.
           SELECT PENDING-FILE ASSIGN TO "AUTHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
           05  AP-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-TIME                 PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-PEND-STATUS              PIC XX.
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-DIAS-ENTRADA             PIC 9(3).
       01  WS-PENDIENTES               PIC 9(3) VALUE ZERO.
           COPY SECJRNL.
       01  WS-SEG-DETALLE              PIC X(30).

       01  WS-USER-TABLA.
      * VEREDICTO DEL CHECKER.
      ******************************************************************
       8100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
               AP-TARGET DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM userMant.
