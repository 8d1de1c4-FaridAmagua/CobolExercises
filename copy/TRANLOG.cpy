      * declara ORGANIZATION INDEXED, ACCESS DYNAMIC y RECORD KEY
      * TL-KEY. Un TRANLOG.DAT secuencial antiguo se convierte una
      * sola vez con tranReorg.cbl (renombrado antes a TRANLOG.SEQ).
      * TL-OPERATOR, al final, es el operador que hizo el calculo
      * (BATCH en la nocturna, el supervisor en un reverso), igual
      * que CALC-OPERATOR; operCvt.cbl convierte el fichero viejo.
      ******************************************************************
       01  TRAN-LOG-RECORD.
           05  TL-KEY.
           05  TL-NUM2             PIC -9(7).99.
           05  TL-RESULT           PIC -9(7).99.
           05  TL-ENTITY           PIC XX.
           05  TL-OPERATOR         PIC X(8).
