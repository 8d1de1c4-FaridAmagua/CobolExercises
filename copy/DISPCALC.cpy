      ******************************************************************
      * COPYBOOK: DISPCALC
      * Registro de DISPCALC.DAT, los calculos disputados en cada caso
      * de DISPUTE.DAT. Fichero INDEXADO con clave DK-KEY: la
      * CALC-KEY del calculo disputado seguida del numero de caso,
      * de modo que calcHskp y calcInq averiguan con un START si un
      * calculo esta en disputa; la clave alternativa DK-POR-CASO
      * (copia del numero de caso, CON DUPLICADOS) da los calculos
      * de un caso. DK-REV-KEY es la CALC-KEY del reverso de calcAdj
      * que resolvio ese calculo, en blanco mientras no lo hay. Cada
      * SELECT declara ORGANIZATION INDEXED, ACCESS DYNAMIC, RECORD
      * KEY DK-KEY y ALTERNATE RECORD KEY DK-POR-CASO WITH DUPLICATES.
      ******************************************************************
       01  DISPUTE-CALC-RECORD.
           05  DK-KEY.
               10  DK-CALC-KEY.
                   15  DK-CALC-DATE    PIC 9(8).
                   15  DK-CALC-RUN-ID  PIC 9(8).
                   15  DK-CALC-SEQ     PIC 9(6).
                   15  DK-CALC-ENTITY  PIC XX.
               10  DK-CASO             PIC 9(6).
           05  DK-POR-CASO             PIC 9(6).
           05  DK-REV-KEY              PIC X(24).
           05  DK-ALTA-POR             PIC X(8).
           05  DK-ALTA-FECHA           PIC 9(8).
