      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shared writer of the security journal SECJRNL.DAT,
      *          CALLed by every program that logs an authentication
      *          or authorization event, so the file is only ever
      *          appended to in one place. The caller fills the
      *          SECURITY-JOURNAL-RECORD (see the SECJRNL copybook) as
      *          before; this routine reads the file to its last
      *          chained record, numbers the new record with the next
      *          SJ-SEQ, computes its SJ-CHAIN from that record's
      *          chain value (secHash) and appends it. The file is
      *          opened and closed on every call, as the callers used
      *          to do. A journal that cannot be written is reported
      *          on the console; the caller's own work is not stopped.
      *          LINKAGE: SECURITY-JOURNAL-RECORD in; SJ-SEQ and
      *          SJ-CHAIN come back filled.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secJrnl.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. grabacion encadenada de SECJRNL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-JOURNAL-FILE.
       01  SEG-LINEA.
           05  FILLER                  PIC X(92).
           05  SEG-SEQ-X               PIC X(9).
           05  FILLER                  PIC X.
           05  SEG-CHAIN-X             PIC X(9).
       WORKING-STORAGE SECTION.
       01  WS-SEG-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ULTIMA-SEQ               PIC 9(9) VALUE ZERO.
       01  WS-ULTIMO-CHAIN             PIC 9(9) VALUE ZERO.
       LINKAGE SECTION.
           COPY SECJRNL.
       PROCEDURE DIVISION USING SECURITY-JOURNAL-RECORD.
       0000-MAINLINE.
           PERFORM 1000-BUSCAR-ULTIMO.
           ADD 1 TO WS-ULTIMA-SEQ.
           MOVE WS-ULTIMA-SEQ TO SJ-SEQ.
           CALL "secHash" USING WS-ULTIMO-CHAIN
               SECURITY-JOURNAL-RECORD(1:101) SJ-CHAIN.
           OPEN EXTEND SECURITY-JOURNAL-FILE.
           IF WS-SEG-STATUS = "35"
               OPEN OUTPUT SECURITY-JOURNAL-FILE
               CLOSE SECURITY-JOURNAL-FILE
               OPEN EXTEND SECURITY-JOURNAL-FILE
           END-IF.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "AVISO: SECJRNL.DAT NO DISPONIBLE (STATUS "
                   WS-SEG-STATUS "), EVENTO " SJ-EVENT " SIN ANOTAR"
               GOBACK
           END-IF.
           WRITE SEG-LINEA FROM SECURITY-JOURNAL-RECORD.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "AVISO: EVENTO " SJ-EVENT " NO GRABADO EN "
                   "SECJRNL.DAT (STATUS " WS-SEG-STATUS ")"
           END-IF.
           CLOSE SECURITY-JOURNAL-FILE.
           GOBACK.

      *****************************************************************
      * LA SECUENCIA Y EL VALOR DE CADENA DEL ULTIMO REGISTRO
      * ENCADENADO; LOS REGISTROS ANTERIORES AL ENCADENADO NO LOS
      * LLEVAN Y EL PRIMERO ENCADENADO EMPIEZA EN 1 SOBRE CERO
      *****************************************************************
       1000-BUSCAR-ULTIMO.
           MOVE ZERO TO WS-ULTIMA-SEQ WS-ULTIMO-CHAIN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-JOURNAL-FILE.
           IF WS-SEG-STATUS = "00"
               PERFORM 1100-LEER-SEGURIDAD UNTIL WS-EOF
               CLOSE SECURITY-JOURNAL-FILE
           END-IF.

       1100-LEER-SEGURIDAD.
           READ SECURITY-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SEG-SEQ-X IS NUMERIC
                       AND SEG-CHAIN-X IS NUMERIC
                       MOVE SEG-SEQ-X TO WS-ULTIMA-SEQ
                       MOVE SEG-CHAIN-X TO WS-ULTIMO-CHAIN
                   END-IF
           END-READ.
       END PROGRAM secJrnl.
