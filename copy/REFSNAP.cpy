      ******************************************************************
      * COPYBOOK: REFSNAP
      * Biblioteca de instantaneas de los ficheros de parametros
      * (REFSNAP.DAT). refSnap la amplia cada noche con la copia de
      * la fecha de negocio de cada fichero de REFFILES; refDiff
      * compara dos fechas y refRest devuelve un fichero a una de
      * ellas. Un bloque por fichero y fecha, en este orden:
      *   H  CABECERA: CUANDO SE TOMO (FECHA Y HORA DEL SISTEMA) Y
      *      SI EL FICHERO EXISTIA (P) O NO (A)
      *   D  UNA POR LINEA DEL FICHERO, NUMERADAS DESDE 1, CON LA
      *      LINEA TAL CUAL (LA IMAGEN DEL REGISTRO SI ES INDEXADO)
      *   T  TRAILER: LINEAS COPIADAS Y CHECKSUM, EL ENCADENADO
      *      secHash DE LAS LINEAS D EN ORDEN EMPEZANDO EN CERO
      * Si una fecha se fotografia dos veces vale el ultimo bloque.
      ******************************************************************
       01  REF-SNAPSHOT-RECORD.
           05  RS-TIPO                 PIC X.
               88  RS-CABECERA         VALUE "H".
               88  RS-DETALLE          VALUE "D".
               88  RS-TRAILER          VALUE "T".
           05  FILLER                  PIC X VALUE SPACE.
           05  RS-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RS-FICHERO              PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  RS-LINEA                PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  RS-DATOS                PIC X(101).
           05  RS-CAB-DATOS REDEFINES RS-DATOS.
               10  RS-TOMADA-FECHA     PIC 9(8).
               10  FILLER              PIC X.
               10  RS-TOMADA-HORA      PIC 9(8).
               10  FILLER              PIC X.
               10  RS-ESTADO           PIC X.
                   88  RS-PRESENTE     VALUE "P".
                   88  RS-AUSENTE      VALUE "A".
               10  FILLER              PIC X(82).
           05  RS-TRL-DATOS REDEFINES RS-DATOS.
               10  RS-LINEAS           PIC 9(5).
               10  FILLER              PIC X.
               10  RS-CHECKSUM         PIC 9(9).
               10  FILLER              PIC X(86).
