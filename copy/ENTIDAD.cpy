      * imprimen el nombre junto al codigo: no se factura a la
      * "entidad 07", se factura a una empresa. Sin el fichero los
      * programas aceptan el codigo pelado como siempre.
      * EN-CURRENCY es la moneda ISO en que trabaja y se factura la
      * empresa; en blanco (las lineas anteriores) es la moneda base
      * de FXRATE.DAT.
      * El maestro se mantiene con entMant (supervisor, journal
      * ENTIDLG.DAT): una entidad nace inactiva y solo se activa con
      * linea propia en THRESH.DAT o heredando EXPLICITAMENTE la
      * linea global (EN-UMBRAL "G"), y con tarifa propia en
      * RATECARD.DAT. Una entidad inactiva sigue en el fichero: los
      * reportes imprimen su nombre marcado INACTIVA.
      ******************************************************************
       01  ENTIDAD-RECORD.
           05  EN-CODE                 PIC XX.
           05  EN-NAME                 PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  EN-ACTIVE               PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  EN-CURRENCY             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  EN-UMBRAL               PIC X.
               88  EN-UMBRAL-GLOBAL    VALUE "G".
