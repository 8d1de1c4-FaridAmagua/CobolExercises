      ******************************************************************
      * COPYBOOK: SECVSTAT
      * Registro unico de SECVSTAT.DAT, el resultado de la ultima
      * verificacion de la cadena de SECJRNL.DAT (secVrfy.cbl, que lo
      * reescribe en cada pasada). secRpt lo imprime en su cabecera.
      * VS-ULTIMA-SEQ / VS-ULTIMO-CHAIN son el ultimo registro
      * encadenado que vio la verificacion: la siguiente comprueba
      * que sigue en el fichero con el mismo valor, y asi descubre
      * tambien los registros borrados del final.
      ******************************************************************
       01  SEC-VERIFY-STATUS-RECORD.
           05  VS-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-DESDE                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-HASTA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-RESULTADO            PIC X(8).
               88  VS-CORRECTA         VALUE "CORRECTA".
               88  VS-ROTA             VALUE "ROTA".
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-REGISTROS            PIC 9(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-ANOMALIAS            PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
      *    PRIMER ENLACE ROTO DEL RANGO (CEROS SI NO LO HAY)
           05  VS-ROTO-SEQ             PIC 9(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-ROTO-FECHA           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-ROTO-HORA            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-ULTIMA-SEQ           PIC 9(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  VS-ULTIMO-CHAIN         PIC 9(9).
