      ******************************************************************
      * COPYBOOK: HANDOVR
      * Registro de HANDOVR.DAT, los traspasos de turno que emite
      * shiftHnd al terminar cada sesion de MenuPrincipal.
      * Secuencial, solo crece. Cada traspaso lleva su numero
      * (HO-NUMERO, el ultimo mas uno) y tres tipos de registro: la
      * cabecera C (quien, entidad, cuando, fecha de negocio), las
      * lineas L de la hoja tal como se imprimio en HANDSHT.DAT, y
      * la lectura R que graba el operador siguiente al confirmar
      * que lo ha leido.
      ******************************************************************
       01  HANDOVER-RECORD.
           05  HO-NUMERO               PIC 9(6).
           05  FILLER                  PIC X.
           05  HO-TIPO                 PIC X.
               88  HO-CABECERA         VALUE "C".
               88  HO-LINEA            VALUE "L".
               88  HO-LECTURA          VALUE "R".
           05  FILLER                  PIC X.
           05  HO-DATOS                PIC X(80).
      *    TIPO C: QUIEN ENTREGA EL TURNO
           05  HO-CAB REDEFINES HO-DATOS.
               10  HO-OPERADOR         PIC X(8).
               10  FILLER              PIC X.
               10  HO-ENTIDAD          PIC XX.
               10  FILLER              PIC X.
               10  HO-FECHA            PIC 9(8).
               10  FILLER              PIC X.
               10  HO-HORA             PIC 9(8).
               10  FILLER              PIC X.
               10  HO-FECHA-NEGOCIO    PIC 9(8).
               10  FILLER              PIC X(42).
      *    TIPO R: QUIEN LO LEYO
           05  HO-LEC REDEFINES HO-DATOS.
               10  HO-LECTOR           PIC X(8).
               10  FILLER              PIC X.
               10  HO-LEC-FECHA        PIC 9(8).
               10  FILLER              PIC X.
               10  HO-LEC-HORA         PIC 9(8).
               10  FILLER              PIC X(54).
