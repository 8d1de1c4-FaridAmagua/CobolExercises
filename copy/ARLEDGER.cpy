      ******************************************************************
      * COPYBOOK: ARLEDGER
      * Registro del libro de cuentas a cobrar (ARLEDGER.DAT, fichero
      * indexado). Una partida por cada seccion de factura que emite
      * calcBill (AR-TYPE F) y por cada nota de credito que emite
      * calcAdj al reversar un calculo de un mes ya facturado
      * (AR-TYPE N, con la factura original en AR-REF-INVOICE y la
      * clave del reverso en AR-REV-KEY). Clave: numero de factura,
      * que sale del contador INVOICE de RUNSEQ.DAT y es comun a
      * facturas y notas. Claves alternativas CON DUPLICADOS sobre
      * entidad + mes facturado y sobre la clave del reverso (vease
      * cada SELECT). El saldo es importe menos cobrado menos
      * acreditado; arPago aplica los cobros (parciales o no) y
      * arAging lo reparte por antiguedad a fin de mes. Una nota de
      * credito lleva importe y saldo negativos: lo que no pudo
      * aplicarse contra la factura original queda como credito a
      * favor de la entidad.
      ******************************************************************
       01  AR-RECORD.
           05  AR-INVOICE              PIC 9(8).
           05  AR-ENT-MES.
               10  AR-ENTITY           PIC XX.
               10  AR-MONTH            PIC 9(6).
           05  AR-TYPE                 PIC X.
               88  AR-FACTURA          VALUE "F".
               88  AR-NOTA-CREDITO     VALUE "N".
           05  AR-ISSUE-DATE           PIC 9(8).
           05  AR-AMOUNT               PIC S9(9)V99.
           05  AR-PAID                 PIC S9(9)V99.
           05  AR-CREDITED             PIC S9(9)V99.
           05  AR-BALANCE              PIC S9(9)V99.
           05  AR-STATUS               PIC X.
               88  AR-ABIERTA          VALUE "O".
               88  AR-CERRADA          VALUE "C".
           05  AR-REF-INVOICE          PIC 9(8).
           05  AR-REV-KEY              PIC X(24).
           05  AR-LAST-PAY-DATE        PIC 9(8).
