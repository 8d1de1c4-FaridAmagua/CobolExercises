      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  THE HEADING SHOWS THE RESULT OF THE LAST
      *                SECJRNL.DAT CHAIN VERIFICATION (SECVSTAT.DAT,
      *                WRITTEN BY secVrfy), OR SIN VERIFICAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secRpt.
               FILE STATUS IS WS-SEG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-STATUS-FILE ASSIGN TO "SECVSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-JOURNAL-FILE.
           COPY SECJRNL.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).
       FD  VERIFY-STATUS-FILE.
           COPY SECVSTAT.
       WORKING-STORAGE SECTION.
       01  WS-SEG-STATUS               PIC XX.
       01  WS-VS-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           05  HDG-DESDE               PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  HDG-HASTA               PIC 9(8).
      * RESULTADO DE LA ULTIMA VERIFICACION DE LA CADENA (secVrfy)
       01  RPT-CADENA-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "CADENA SECJRNL.DAT: ".
           05  HDC-RESULTADO           PIC X(13).
           05  HDC-VERIFICADA.
               10  FILLER              PIC X(11) VALUE " VERIFICADA".
               10  FILLER              PIC X VALUE SPACE.
               10  HDC-FECHA           PIC 9(8).
               10  FILLER              PIC X VALUE SPACE.
               10  HDC-HORA            PIC 9(8).
               10  FILLER              PIC X(8) VALUE "  RANGO ".
               10  HDC-DESDE           PIC 9(8).
               10  FILLER              PIC X(3) VALUE " A ".
               10  HDC-HASTA           PIC 9(8).
       01  RPT-CADENA-ROTA-LINE.
           05  FILLER                  PIC X(24)
                   VALUE "PRIMER ENLACE ROTO: SEQ ".
           05  HDR-SEQ                 PIC 9(9).
           05  FILLER                  PIC X(7) VALUE " FECHA ".
           05  HDR-FECHA               PIC X(8).
           05  FILLER                  PIC X(6) VALUE " HORA ".
           05  HDR-HORA                PIC X(8).
       01  RPT-USER-LINE.
           05  FILLER                  PIC X(9) VALUE "USUARIO: ".
           05  HDU-USER                PIC X(8).
           MOVE WS-FECHA-DESDE TO HDG-DESDE.
           MOVE WS-FECHA-HASTA TO HDG-HASTA.
           WRITE REPORT-RECORD FROM RPT-TITLE-1.
           PERFORM 1100-ESTADO-CADENA.
           IF WS-CON-USUARIO
               MOVE WS-USUARIO-X TO HDU-USER
               WRITE REPORT-RECORD FROM RPT-USER-LINE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      ******************************************************************
      * LA CABECERA DICE SI LA CADENA DE SECJRNL.DAT SE VERIFICO Y CON
      * QUE RESULTADO (SECVSTAT.DAT, VER EL COPYBOOK SECVSTAT).
      ******************************************************************
       1100-ESTADO-CADENA.
           OPEN INPUT VERIFY-STATUS-FILE.
           IF WS-VS-STATUS = "00"
               READ VERIFY-STATUS-FILE
                   AT END
                       MOVE "35" TO WS-VS-STATUS
               END-READ
               CLOSE VERIFY-STATUS-FILE
           END-IF.
           IF WS-VS-STATUS = "00" AND VS-FECHA IS NUMERIC
               MOVE VS-RESULTADO TO HDC-RESULTADO
               MOVE VS-FECHA TO HDC-FECHA
               MOVE VS-HORA TO HDC-HORA
               MOVE VS-DESDE TO HDC-DESDE
               MOVE VS-HASTA TO HDC-HASTA
               WRITE REPORT-RECORD FROM RPT-CADENA-LINE
               IF VS-ROTA
                   MOVE VS-ROTO-SEQ TO HDR-SEQ
                   MOVE VS-ROTO-FECHA TO HDR-FECHA
                   MOVE VS-ROTO-HORA TO HDR-HORA
                   WRITE REPORT-RECORD FROM RPT-CADENA-ROTA-LINE
               END-IF
           ELSE
               MOVE "SIN VERIFICAR" TO HDC-RESULTADO
               MOVE SPACES TO HDC-VERIFICADA
               WRITE REPORT-RECORD FROM RPT-CADENA-LINE
           END-IF.

       2000-LISTAR-EVENTO.
           READ SECURITY-JOURNAL-FILE
               AT END
