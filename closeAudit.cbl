      *                TRANARCH.DAT PARSE HANDLES BOTH THE OLD
      *                56-BYTE SEQUENTIAL LINES AND THE NEW 65-BYTE
      *                KEYED IMAGES.
      * 2026-10-15 FA  THE DAYSUM.DAT DAILY SUMMARY ROWS (dayClose,
      *                calcAdj) OF EACH CLOSED DAY IN THE RANGE ARE NOW
      *                ALSO SUMMED AND RE-FOOTED AGAINST THE RECOUNTED
      *                CALCFILE PLUS CALCARCH DETAIL; A DAY THAT DIFFERS
      *                PRINTS A DAYSUM EXCEPTION LINE AND ENDS RETURN-
      *                CODE 8 LIKE ANY OTHER DIFFERENCE.
      * 2026-10-15 FA  CALCARCH.DAT RECORD WIDENED TO THE 92 BYTES
      *                calcHskp WRITES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. closeAudit.
               FILE STATUS IS WS-CARCH-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "CLOSAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-FILE.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD         PIC X(92).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD         PIC X(90).
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       WORKING-STORAGE SECTION.
       01  WS-CU-STATUS                PIC XX.
       01  WS-TRAN-STATUS              PIC XX.
       01  WS-TARCH-STATUS             PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CARCH-STATUS             PIC XX.
       01  WS-DS-STATUS                PIC XX.
       01  WS-DS-EXISTE-SWITCH         PIC X VALUE "N".
           88  WS-DS-EXISTE            VALUE "Y".
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           05  WS-AC-RESULT            PIC S9(7)V99.

      * UN DIA DE CIERRE POR ENTRADA: LO GUARDADO POR dayClose Y LO
      * RECONTADO AHORA DESDE LOS FICHEROS VIVOS MAS LOS ARCHIVOS,
      * Y LA SUMA DE LAS FILAS DEL DIA EN EL RESUMEN DAYSUM.DAT
       01  WS-DIA-TABLA.
           05  WS-DIA-ENTRY OCCURS 62 TIMES.
               10  WS-DIA-FECHA        PIC 9(8).
               10  WS-DIA-TL-TOT-R     PIC S9(11)V99.
               10  WS-DIA-CA-CNT-R     PIC 9(7).
               10  WS-DIA-CA-TOT-R     PIC S9(11)V99.
               10  WS-DIA-DS-CNT       PIC 9(7).
               10  WS-DIA-DS-TOT       PIC S9(11)V99.

       01  RPT-TITLE-1.
           05  FILLER                  PIC X(30)
           PERFORM 3500-RECONTAR-TRANARCH.
           PERFORM 4000-RECONTAR-CALCFILE.
           PERFORM 4500-RECONTAR-CALCARCH.
           PERFORM 4800-SUMAR-DAYSUM THRU 4800-EXIT.
           PERFORM 5000-COMPARAR.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
                           WS-DIA-TL-TOT-R(WS-DIA-COUNT)
                           WS-DIA-CA-CNT-R(WS-DIA-COUNT)
                           WS-DIA-CA-TOT-R(WS-DIA-COUNT)
                           WS-DIA-DS-CNT(WS-DIA-COUNT)
                           WS-DIA-DS-TOT(WS-DIA-COUNT)
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      ******************************************************************
      * EL RESUMEN DIARIO DAYSUM.DAT (dayClose, calcAdj) SE SUMA POR
      * DIA PARA RECUADRARLO CONTRA EL DETALLE RECONTADO DE
      * CALCFILE MAS CALCARCH: LOS INFORMES DE PERIODO LEEN ESAS
      * FILAS Y NO PUEDEN DESVIARSE DEL DETALLE SIN QUE SE VEA AQUI.
      ******************************************************************
       4800-SUMAR-DAYSUM.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 4800-EXIT.
           SET WS-DS-EXISTE TO TRUE.
           MOVE WS-FECHA-DESDE TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM 4900-LEER-DAYSUM UNTIL WS-EOF.
           CLOSE DAY-SUMMARY-FILE.
       4800-EXIT.
           EXIT.

       4900-LEER-DAYSUM.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DS-DATE > WS-FECHA-HASTA
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       MOVE DS-DATE TO WS-FECHA-BUSCADA
                       PERFORM 2100-LOCALIZAR-DIA
                       IF WS-DIA-IDX > ZERO
                           ADD DS-COUNT TO WS-DIA-DS-CNT(WS-DIA-IDX)
                           ADD DS-TOTAL TO WS-DIA-DS-TOT(WS-DIA-IDX)
                       END-IF
                   END-IF
           END-READ.

       5000-COMPARAR.
           PERFORM 5100-COMPARAR-DIA-CIERRE
               VARYING WS-SUB FROM 1 BY 1
               MOVE WS-DIA-CA-TOT-R(WS-SUB) TO REX-TOT-R
               WRITE AUDIT-REPORT-RECORD FROM RPT-EXCEPTION-LINE
           END-IF.
      *    EN LA LINEA DAYSUM LO GUARDADO ES LA SUMA DE LAS FILAS
      *    DEL RESUMEN Y LO DE AHORA EL DETALLE RECONTADO
           IF WS-DS-EXISTE
               AND (WS-DIA-DS-CNT(WS-SUB)
               NOT = WS-DIA-CA-CNT-R(WS-SUB)
               OR WS-DIA-DS-TOT(WS-SUB)
               NOT = WS-DIA-CA-TOT-R(WS-SUB))
               ADD 1 TO WS-EXCEPCIONES
               MOVE WS-DIA-FECHA(WS-SUB) TO REX-FECHA
               MOVE "DAYSUM  " TO REX-LADO
               MOVE WS-DIA-DS-CNT(WS-SUB) TO REX-CNT-G
               MOVE WS-DIA-DS-TOT(WS-SUB) TO REX-TOT-G
               MOVE WS-DIA-CA-CNT-R(WS-SUB) TO REX-CNT-R
               MOVE WS-DIA-CA-TOT-R(WS-SUB) TO REX-TOT-R
               WRITE AUDIT-REPORT-RECORD FROM RPT-EXCEPTION-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-CU-STATUS NOT = "35"
