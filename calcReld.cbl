      *                TRANLOG.DAT FROM THE TRANLOG.BKP LEG THAT
      *                calcUnld NOW WRITES, WITH THE SAME ORDER AND
      *                TRAILER-COUNT CONTROLS.
      * 2026-10-15 FA  THE RELOAD NOW MOVES THE FULL 89-BYTE
      *                CALC-RECORD AND 73-BYTE TRAN-LOG-RECORD (BOTH
      *                GREW THE OPERATOR); A BACKUP TAKEN BEFORE THAT
      *                RELOADS WITH A BLANK OPERATOR.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); THE RELOAD MOVES ALL OF
      *                IT. AN OLDER BACKUP RELOADS WITH A BLANK
      *                CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcReld.
       FD  CALC-BACKUP-FILE.
       01  CALC-BACKUP-RECORD.
           05  CB-TYPE                 PIC X.
           05  CB-DATA                 PIC X(92).
       FD  TRAN-BACKUP-FILE.
       01  TRAN-BACKUP-RECORD.
           05  TB-TYPE                 PIC X.
               NOT AT END
                   EVALUATE CB-TYPE
                       WHEN "D"
                           MOVE CB-DATA(1:92) TO CALC-RECORD
                           WRITE CALC-RECORD
                               INVALID KEY
                                   DISPLAY "CLAVE FUERA DE ORDEN O "
               NOT AT END
                   EVALUATE TB-TYPE
                       WHEN "D"
                           MOVE TB-DATA(1:73) TO TRAN-LOG-RECORD
                           WRITE TRAN-LOG-RECORD
                               INVALID KEY
                                   DISPLAY "CLAVE FUERA DE ORDEN O "
