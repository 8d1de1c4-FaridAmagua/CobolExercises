      ******************************************************************
      * COPYBOOK: FORMEVAL
      * Area de comunicacion con formEval, el evaluador de formulas
      * de FORMULA.DAT comun a Divisiones y DivisionesBatch.
      * Entrada: FE-INPUT (las entradas tecleadas o del registro
      * DIVIN), FE-REDONDEO (politica TH-ROUND de la entidad, T
      * truncar / R redondeo al medio hacia arriba) y FE-ENTERO (Y =
      * DIVISION y PORCENTAJE dejan el resultado en numero entero,
      * como DivisionesBatch; N = a dos decimales, como Divisiones).
      * Salida: FE-STATUS, el paso que fallo, cada paso con su
      * operacion, operandos y resultado listos para grabar, y el
      * resultado final.
      ******************************************************************
       01  FORMULA-EVAL-AREA.
           05  FE-INPUT                PIC S9(7)V99 OCCURS 4 TIMES.
           05  FE-REDONDEO             PIC X.
           05  FE-ENTERO               PIC X.
           05  FE-STATUS               PIC X.
               88  FE-OK               VALUE "0".
               88  FE-DIVISOR-CERO     VALUE "Z".
               88  FE-DESBORDE         VALUE "O".
               88  FE-FORMULA-MALA     VALUE "F".
           05  FE-PASO-FALLO           PIC 9.
           05  FE-RESULT               PIC S9(7)V99.
           05  FE-PASO OCCURS 8 TIMES.
               10  FE-OPERATION        PIC X(8).
               10  FE-VALUE-1          PIC S9(7)V99.
               10  FE-VALUE-2          PIC S9(7)V99.
               10  FE-STEP-RESULT      PIC S9(7)V99.
