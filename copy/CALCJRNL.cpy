      ******************************************************************
      * COPYBOOK: CALCJRNL
      * Registro de CALCJRNL.DAT, el diario de recuperacion hacia
      * adelante de CALCFILE.DAT. Cada programa que graba o borra un
      * registro de CALCFILE.DAT deja aqui, via calcJrnl.cbl, la
      * imagen posterior completa del registro (A alta, B baja) con
      * la fecha y hora del sistema y el run-id del calculo. calcUnld
      * apunta una marca M al empezar la descarga de CALCFILE.DAT y
      * una F si ese backup no pasa la verificacion. calcRcvr recarga
      * el ultimo backup y reaplica, en orden, todas las imagenes
      * escritas despues de la ultima marca.
      ******************************************************************
       01  CALC-JOURNAL-RECORD.
           05  CJ-TIPO                 PIC X.
               88  CJ-ALTA             VALUE "A".
               88  CJ-BAJA             VALUE "B".
               88  CJ-MARCA            VALUE "M".
               88  CJ-MARCA-FALLIDA    VALUE "F".
           05  FILLER                  PIC X VALUE SPACE.
           05  CJ-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CJ-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CJ-RUN-ID               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
      *    EL CALC-RECORD TAL COMO QUEDO GRABADO (O BORRADO)
           05  CJ-IMAGEN               PIC X(92).
