      *                SAME VERIFIED UNLOAD TO TRANLOG.BKP - THE
      *                BUSIEST INDEXED FILE IN THE SUITE HAD NO
      *                BACKUP LEG. calcReld REBUILDS FROM IT.
      * 2026-10-15 FA  THE CALCFILE.DAT UNLOAD NOW MARKS THE
      *                CALCJRNL.DAT FORWARD-RECOVERY JOURNAL (M) THROUGH
      *                calcJrnl BEFORE IT STARTS, AND FLAGS THE MARK
      *                FAILED (F) WHEN THE BACKUP DOES NOT VERIFY;
      *                calcRcvr ROLLS FORWARD FROM THE LAST GOOD MARK.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); THE BACKUP DATA AREA
      *                AND THE JOURNAL MARK GREW TO MATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcUnld.
       FD  CALC-BACKUP-FILE.
       01  CALC-BACKUP-RECORD.
           05  CB-TYPE                 PIC X.
           05  CB-DATA                 PIC X(92).
       FD  TRAN-BACKUP-FILE.
       01  TRAN-BACKUP-RECORD.
           05  TB-TYPE                 PIC X.
       01  WS-SECUENCIA-MAL            PIC X.
           88  WS-FUERA-DE-ORDEN       VALUE "Y".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
      * IMAGEN VACIA PARA LAS MARCAS DE CALCJRNL.DAT
       01  WS-MARCA-IMAGEN             PIC X(92).
       01  BKP-HEADER.
           05  FILLER                  PIC X(8) VALUE "FICHERO ".
           05  BH-FILE-NAME            PIC X(12).
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "), SIN BACKUP"
               GO TO 1000-EXIT.
      *    LA MARCA VA ANTES DE DESCARGAR: UNA IMAGEN GRABADA MIENTRAS
      *    SE DESCARGA QUEDA DETRAS DE LA MARCA Y calcRcvr LA REAPLICA
      *    (O LA HALLA YA PRESENTE EN EL BACKUP)
           MOVE SPACES TO WS-MARCA-IMAGEN.
           CALL "calcJrnl" USING BY CONTENT "M"
               BY REFERENCE WS-MARCA-IMAGEN.
           OPEN OUTPUT CALC-BACKUP-FILE.
           MOVE SPACES TO CALC-BACKUP-RECORD.
           MOVE "H" TO CB-TYPE.
           DISPLAY "CALCUNLD CALCFILE: " WS-DESCARGADOS
               " REGISTROS DESCARGADOS".
           PERFORM 3000-VERIFICAR-CALC THRU 3000-EXIT.
           IF WS-RETURN-CODE NOT = ZERO
               CALL "calcJrnl" USING BY CONTENT "F"
                   BY REFERENCE WS-MARCA-IMAGEN
           END-IF.
       1000-EXIT.
           EXIT.

