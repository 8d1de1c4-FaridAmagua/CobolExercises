      ******************************************************************
      * COPYBOOK: OVRAPPR
      * Registro de OVRAPPR.DAT, los calculos que Divisiones grabo
      * con un override de supervisor: una linea por registro de
      * CALCFILE.DAT grabado bajo la aprobacion (cada paso de una
      * formula lleva la suya), con la CALC-KEY, el supervisor que
      * aprobo, el operador que lo pidio y el motivo: H limite duro,
      * D limite diario, B los dos. SECJRNL.DAT (OVR APPROVE) dice
      * quien aprobo y cuando pero no que calculo; con este fichero
      * el muestreo de control (ctlSamp) pesa mas los overrides del
      * limite duro y la revision (ctlRev) no deja revisar un
      * calculo a quien lo aprobo. Secuencial, solo crece.
      ******************************************************************
       01  OVERRIDE-APPROVAL-RECORD.
           05  OA-CALC-KEY.
               10  OA-CALC-DATE        PIC 9(8).
               10  OA-CALC-RUN-ID      PIC 9(8).
               10  OA-CALC-SEQ         PIC 9(6).
               10  OA-CALC-ENTITY      PIC XX.
           05  FILLER                  PIC X.
           05  OA-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X.
           05  OA-OPERATOR             PIC X(8).
           05  FILLER                  PIC X.
           05  OA-MOTIVO               PIC X.
               88  OA-LIMITE-DURO      VALUE "H" "B".
           05  FILLER                  PIC X.
           05  OA-FECHA                PIC 9(8).
           05  FILLER                  PIC X.
           05  OA-HORA                 PIC 9(8).
