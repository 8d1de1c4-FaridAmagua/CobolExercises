      *                REWRITING FROM THE TRUNCATED LOAD DESTROYED
      *                EVERY LINE PAST THE 20TH, THE SAME OVERFLOW
      *                GUARD userMant AND alertMant ALREADY HAVE.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. threshMant.
           SELECT THRESH-LOG-FILE ASSIGN TO "THRESHLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLD-FILE.
           05  TL-LOG-NEW-ROUND        PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-LOG-ACCION           PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-THRESH-STATUS            PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-VALOR-ED                 PIC -9(7).99.
       01  WS-HARD-ED                  PIC -9(7).99.
       01  WS-ACCION                   PIC X(6).
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
      * DE SEGURIDAD CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE: HACERLO
