      ******************************************************************
      * COPYBOOK: TABLADTL
      * Linea de detalle de TABLARPT.DAT, el informe de tablas de
      * calculosrepetitivos: NUMERO, simbolo del tipo de tabla
      * (* MULTIPLICAR, + SUMAR, ^ POTENCIAS, / DIVIDIR,
      * % PORCENTAJES), MULTIPLICADOR y RESULTADO. La escribe
      * calculosrepetitivos y la vuelve a leer tablaBal al cuadrar
      * el informe contra CALCFILE.DAT, asi que los dos ven la misma
      * disposicion. Una linea es de detalle cuando DTL-IGUAL trae
      * " = ".
      ******************************************************************
       01  RPT-DETAIL-LINE.
           05  DTL-NUMERO              PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-SIMBOLO             PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-MULTIPLICADOR       PIC ZZ9.
           05  DTL-IGUAL               PIC X(3) VALUE " = ".
           05  DTL-RESULTADO           PIC ZZZZZZ9.99.
