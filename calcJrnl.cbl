      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shared writer of the CALCFILE.DAT forward-recovery
      *          journal CALCJRNL.DAT (see the CALCJRNL copybook),
      *          CALLed by every program that writes or deletes a
      *          CALCFILE.DAT record right after the write or delete
      *          succeeds, and by calcUnld to mark the backup, so all
      *          of them journal the same way. Stamps the line with the
      *          system date and time and the run-id of the image, and
      *          opens, writes and closes CALCJRNL.DAT on every call so
      *          an image is on disk before the caller goes on. A
      *          journal that cannot be written is reported on the
      *          console; the caller's own work is not stopped.
      *          LINKAGE: JR-TIPO X in (A write, B delete, M backup
      *          mark, F backup failed), JR-IMAGEN X(92) in (the
      *          CALC-RECORD; anything for M and F).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); JR-IMAGEN GREW TO
      *                MATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcJrnl.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. diario de imagenes de CALCFILE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-JOURNAL-FILE.
           COPY CALCJRNL.
       WORKING-STORAGE SECTION.
       01  WS-CJ-STATUS                PIC XX.
       01  WS-RUN-ID-X                 PIC X(8).
       LINKAGE SECTION.
       01  JR-TIPO                     PIC X.
       01  JR-IMAGEN                   PIC X(92).
       PROCEDURE DIVISION USING JR-TIPO JR-IMAGEN.
       0000-MAINLINE.
           OPEN EXTEND CALC-JOURNAL-FILE.
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT CALC-JOURNAL-FILE
               CLOSE CALC-JOURNAL-FILE
               OPEN EXTEND CALC-JOURNAL-FILE
           END-IF.
           IF WS-CJ-STATUS NOT = "00"
               DISPLAY "AVISO: CALCJRNL.DAT NO DISPONIBLE (STATUS "
                   WS-CJ-STATUS "), IMAGEN " JR-TIPO " SIN DIARIO"
               GOBACK
           END-IF.
           MOVE SPACES TO CALC-JOURNAL-RECORD.
           MOVE JR-TIPO TO CJ-TIPO.
           ACCEPT CJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT CJ-HORA FROM TIME.
      *    EL RUN-ID VA EN LAS POSICIONES 9-16 DEL CALC-RECORD; UNA
      *    MARCA NO LLEVA REGISTRO Y QUEDA CON RUN-ID CERO
           MOVE JR-IMAGEN(9:8) TO WS-RUN-ID-X.
           IF WS-RUN-ID-X IS NUMERIC
               MOVE WS-RUN-ID-X TO CJ-RUN-ID
           ELSE
               MOVE ZERO TO CJ-RUN-ID
           END-IF.
           MOVE JR-IMAGEN TO CJ-IMAGEN.
           WRITE CALC-JOURNAL-RECORD.
           IF WS-CJ-STATUS NOT = "00"
               DISPLAY "AVISO: IMAGEN " JR-TIPO " NO GRABADA EN "
                   "CALCJRNL.DAT (STATUS " WS-CJ-STATUS ")"
           END-IF.
           CLOSE CALC-JOURNAL-FILE.
           GOBACK.
       END PROGRAM calcJrnl.
