      * sobre CALC-PROGRAM y CALC-OPERATION (vease cada SELECT), para
      * que las consultas por programa u operacion no recorran el
      * fichero entero.
      * CALC-OPERATOR va al final del registro: el id del operador
      * firmado en MenuPrincipal que grabo el calculo, el supervisor
      * en un reverso de calcAdj, o BATCH en las corridas
      * desatendidas. Los registros anteriores se convierten una
      * sola vez con operCvt.cbl; una imagen de 81 bytes de un
      * backup o archivo viejo se lee con el operador en blanco.
      * CALC-CURRENCY, la moneda ISO de los importes, la pone el
      * programa que graba el calculo con la moneda de la entidad en
      * ENTIDAD.DAT (via fxLook.cbl). Los registros anteriores se
      * convierten una sola vez con curCvt.cbl; una imagen de 89
      * bytes se lee con la moneda en blanco, que los reportes toman
      * como la moneda actual de la entidad.
      ******************************************************************
       01  CALC-RECORD.
           05  CALC-KEY.
           05  CALC-VALUE-1             PIC S9(7)V99.
           05  CALC-VALUE-2             PIC S9(7)V99.
           05  CALC-RESULT              PIC S9(7)V99.
           05  CALC-OPERATOR            PIC X(8).
           05  CALC-CURRENCY            PIC X(3).
