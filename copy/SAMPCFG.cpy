      ******************************************************************
      * COPYBOOK: SAMPCFG
      * Parametros del muestreo de control mensual (SAMPCFG.DAT, una
      * linea, se edita a mano como STEPCFG.DAT): el porcentaje de
      * cada estrato entidad + operacion que ctlSamp saca a revision
      * (defecto 5), el peso que multiplica ese porcentaje para los
      * overrides del limite duro y los reversos de calcAdj (defecto
      * 5) y lo que hace monthClose con un mes cuya muestra tiene
      * calculos sin revisar: A avisa (defecto, RETURN-CODE 4), R
      * rechaza el cierre (RETURN-CODE 8).
      ******************************************************************
       01  SAMPLE-CONFIG-RECORD.
           05  SC-PORCENTAJE           PIC 9(3).
           05  FILLER                  PIC X.
           05  SC-PESO                 PIC 9(2).
           05  FILLER                  PIC X.
           05  SC-CIERRE               PIC X.
               88  SC-CIERRE-RECHAZA   VALUE "R".
