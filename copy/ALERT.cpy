      * escritas antes del campo sigan leyendose; en blanco se toma
      * como W. alertEsc reclama las criticas sin reconocer mas
      * viejas que la edad configurada en ALERTCFG.DAT.
      * EL FICHERO ES AHORA INDEXADO con clave unica AL-KEY (fecha +
      * hora + AL-SEQ, que desempata dos alertas de la misma
      * centesima): cada programa abre ALERTS.DAT en I-O solo para
      * grabar su alerta (reintentando mientras otro lo tiene
      * abierto) y alertMant reconoce cada alerta releyendo y
      * reescribiendo SU registro, en vez de reescribir la cola
      * entera. Cada SELECT declara ORGANIZATION INDEXED, ACCESS
      * DYNAMIC y RECORD KEY AL-KEY. Una cola secuencial antigua se
      * convierte una sola vez con alertReorg.cbl (renombrada antes
      * a ALERTS.SEQ).
      ******************************************************************
       01  ALERT-RECORD.
           05  AL-KEY.
               10  AL-DATE             PIC 9(8).
               10  AL-TIME             PIC 9(8).
               10  AL-SEQ              PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-PROGRAM              PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
