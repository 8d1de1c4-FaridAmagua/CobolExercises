      ******************************************************************
      * COPYBOOK: OUTLPRF
      * Registro de OUTLPRF.DAT, el perfil movil por entidad y
      * operacion con que calcOutl juzgo la fecha de negocio. Se
      * reescribe cada noche: una linea por estrato con la ventana
      * (desde OP-DESDE, OP-DIAS dias laborables antes de OP-FECHA),
      * los calculos del perfil sin reversos ni reversados, la media
      * y la desviacion tipica de VALUE-1, VALUE-2 y RESULT, y el
      * volumen diario medio y su desviacion.
      ******************************************************************
       01  OUTLIER-PROFILE-RECORD.
           05  OP-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-OPERATION            PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-DESDE                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-DIAS                 PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-CALCULOS             PIC 9(7).
      *    1 = VALUE-1, 2 = VALUE-2, 3 = RESULT
           05  OP-METRICA OCCURS 3 TIMES.
               10  FILLER              PIC X VALUE SPACE.
               10  OP-MEDIA            PIC -9(7).99.
               10  FILLER              PIC X VALUE SPACE.
               10  OP-DESV             PIC 9(8).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-VOL-MEDIA            PIC 9(5).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  OP-VOL-DESV             PIC 9(5).99.
