      ******************************************************************
      * COPYBOOK: RATECARD
      * Linea de RATECARD.DAT, la tarjeta de tarifas de facturacion:
      * EE OOOOOOOOOO RRRRRRR AAAAMMDD (entidad o blanco, operacion,
      * tarifa 9(5)V99 por calculo, vigente desde). Una linea con la
      * entidad rellena manda sobre la de entidad en blanco (la
      * global) para esa empresa. Cada entidad y operacion puede
      * tener varias lineas con distinta fecha RC-DESDE: vale, para
      * un calculo, la de fecha mas reciente que no pase de su
      * CALC-DATE. Una linea sin fecha (las anteriores a la fecha de
      * vigencia) vale desde siempre. La mantiene rateMant.cbl, con
      * journal de cada cambio en RATECDLG.DAT; la leen calcBill y
      * calcAdj.
      ******************************************************************
       01  RATE-CARD-RECORD.
           05  RC-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  RC-OPERATION            PIC X(10).
           05  FILLER                  PIC X.
           05  RC-RATE                 PIC 9(5)V99.
           05  FILLER                  PIC X.
           05  RC-DESDE                PIC 9(8).
           05  RC-DESDE-X REDEFINES RC-DESDE
                                       PIC X(8).
