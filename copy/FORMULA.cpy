      ******************************************************************
      * COPYBOOK: FORMULA
      * Registro de la biblioteca de formulas (FORMULA.DAT): un
      * calculo de varios pasos con nombre - la comision sobre la base
      * neta, el reparto con recargo - que antes se hacia a mano
      * encadenando operaciones sueltas en Divisiones. Lo mantiene
      * formMant bajo firma de supervisor; lo evaluan Divisiones
      * (opcion FORMULA del menu) y DivisionesBatch (opcode F) a
      * traves del mismo formEval, asi que las dos dan lo mismo.
      * FM-INPUTS: cuantas entradas teclea el operador (1-4).
      * Cada paso es una de las operaciones de siempre sobre dos
      * operandos, con la misma semantica que la calculadora: S SUMA,
      * R RESTA (OPERANDO 2 MENOS OPERANDO 1, como la RESTA de
      * Divisiones), M MULTIPLICA, D DIVIDE (operando 1 entre
      * operando 2), P PORCENTAJE (operando 2 por ciento del
      * operando 1). Un operando es Ix (la entrada x), Rx (el
      * resultado del paso x, anterior al actual) o K (la constante
      * FM-CONSTANT del paso). El resultado de la formula es el del
      * ultimo paso. Cada paso se graba en CALCFILE.DAT y TRANLOG.DAT
      * como un calculo normal, todos bajo un mismo run-id propio de
      * la evaluacion, de modo que calcVrfy los rehace y calcRecon
      * los casa sin saber nada de formulas; FORMRUN.DAT (copybook
      * FORMRUN) dice que formula fue cada run-id.
      ******************************************************************
       01  FORMULA-RECORD.
           05  FM-ID                   PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  FM-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  FM-INPUTS               PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  FM-STEP-COUNT           PIC 9.
           05  FM-STEP OCCURS 8 TIMES.
               10  FILLER              PIC X.
               10  FM-OPCODE           PIC X.
               10  FM-SRC-1.
                   15  FM-SRC-1-TYPE   PIC X.
                   15  FM-SRC-1-NUM    PIC 9.
               10  FM-SRC-2.
                   15  FM-SRC-2-TYPE   PIC X.
                   15  FM-SRC-2-NUM    PIC 9.
               10  FM-CONSTANT         PIC 9(7)V99.
