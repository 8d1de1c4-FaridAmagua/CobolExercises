      ******************************************************************
      * COPYBOOK: FORMRUN
      * Registro de FORMRUN.DAT, una linea por cada formula evaluada
      * y grabada (Divisiones, DivisionesBatch): el run-id bajo el
      * que quedaron sus pasos en CALCFILE.DAT y TRANLOG.DAT (CALC-SEQ
      * / TL-SEQ 1 a FR-STEPS), que formula era, de quien y el
      * resultado final. Es lo que une un run-id de la auditoria con
      * la formula que lo produjo.
      ******************************************************************
       01  FORMULA-RUN-RECORD.
           05  FR-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-RUN-ID               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-FORMULA              PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-PROGRAM              PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-OPERATOR             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-STEPS                PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  FR-RESULT               PIC -9(7).99.
