      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  ACTIVITY-RECORD FOLLOWS MenuPrincipal: THE
      *                SIGNED-ON OPERATOR (AJ-OPERATOR) NOW ENDS THE
      *                LINE. OLDER LINES READ WITH IT BLANK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. actlogRpt.
           05  AJ-RC                   PIC 9(4).
           05  FILLER                  PIC X.
           05  AJ-ELAPSED              PIC 9(8).
           05  FILLER                  PIC X.
           05  AJ-OPERATOR             PIC X(8).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RL-DATE                 PIC 9(8).
