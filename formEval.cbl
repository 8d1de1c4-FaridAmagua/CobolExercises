      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shared evaluator of the named multi-step formulas of
      *          FORMULA.DAT (see the FORMULA copybook), CALLed by
      *          Divisiones (menu option FORMULA) and DivisionesBatch
      *          (opcode F) so both programs compute a formula the
      *          same way. Runs the steps in order over the inputs,
      *          the earlier step results and the step constants,
      *          each step being one of the usual operations with
      *          exactly the arithmetic the calculator uses (RESTA is
      *          operand 2 minus operand 1; DIVISION and PORCENTAJE
      *          honor the caller's rounding policy, to the cent or -
      *          for DivisionesBatch - to the whole number), so every
      *          step replays clean in calcVrfy. Records nothing: it
      *          hands every step back in FORMULA-EVAL-AREA for the
      *          caller to post. Stops at the first step that divides
      *          by zero, overflows or refers to an operand the
      *          formula does not have.
      *          LINKAGE: FORMULA-RECORD in, FORMULA-EVAL-AREA (see
      *          the FORMEVAL copybook) in/out.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. formEval.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. evaluacion paso a paso de una formula de FORMULA.DAT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PASO                     PIC 99.
       01  WS-OPERANDO-1               PIC S9(7)V99.
       01  WS-OPERANDO-2               PIC S9(7)V99.
       01  WS-OPERANDO                 PIC S9(7)V99.
       01  WS-FUENTE.
           05  WS-FUENTE-TYPE          PIC X.
           05  WS-FUENTE-NUM           PIC 9.
       01  WS-RESULTADO                PIC S9(7)V99.
      * EL COCIENTE CON DECIMALES DE SOBRA, COMO EN Divisiones Y
      * calcVrfy, ANTES DE APLICAR LA POLITICA DE REDONDEO
       01  WS-RESULTADO-EXT            PIC S9(7)V9999.
       01  WS-RESULTADO-ENTERO         PIC S9(7).
       LINKAGE SECTION.
           COPY FORMULA.
           COPY FORMEVAL.
       PROCEDURE DIVISION USING FORMULA-RECORD FORMULA-EVAL-AREA.
       0000-MAINLINE.
           MOVE "0" TO FE-STATUS.
           MOVE ZERO TO FE-PASO-FALLO.
           MOVE ZERO TO FE-RESULT.
           IF FM-INPUTS IS NOT NUMERIC OR FM-INPUTS < 1
               OR FM-INPUTS > 4
               OR FM-STEP-COUNT IS NOT NUMERIC OR FM-STEP-COUNT < 1
               OR FM-STEP-COUNT > 8
               MOVE "F" TO FE-STATUS
               GOBACK
           END-IF.
           PERFORM 1000-EVALUAR-PASO
               VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO > FM-STEP-COUNT OR NOT FE-OK.
           IF FE-OK
               MOVE FE-STEP-RESULT(FM-STEP-COUNT) TO FE-RESULT
           END-IF.
           GOBACK.

      ******************************************************************
      * UN PASO: SE RESUELVEN LOS DOS OPERANDOS Y SE HACE LA
      * OPERACION CON LA MISMA ARITMETICA QUE LA CALCULADORA.
      ******************************************************************
       1000-EVALUAR-PASO.
           MOVE FM-SRC-1(WS-PASO) TO WS-FUENTE.
           PERFORM 1100-RESOLVER-OPERANDO.
           MOVE WS-OPERANDO TO WS-OPERANDO-1.
           MOVE FM-SRC-2(WS-PASO) TO WS-FUENTE.
           PERFORM 1100-RESOLVER-OPERANDO.
           MOVE WS-OPERANDO TO WS-OPERANDO-2.
           MOVE ZERO TO WS-RESULTADO.
           IF FE-OK
               EVALUATE FM-OPCODE(WS-PASO)
                   WHEN "S"
                       MOVE "SUMA    " TO FE-OPERATION(WS-PASO)
                       ADD WS-OPERANDO-1 TO WS-OPERANDO-2
                           GIVING WS-RESULTADO
                           ON SIZE ERROR
                               MOVE "O" TO FE-STATUS
                       END-ADD
                   WHEN "R"
                       MOVE "RESTA   " TO FE-OPERATION(WS-PASO)
                       SUBTRACT WS-OPERANDO-1 FROM WS-OPERANDO-2
                           GIVING WS-RESULTADO
                           ON SIZE ERROR
                               MOVE "O" TO FE-STATUS
                       END-SUBTRACT
                   WHEN "M"
                       MOVE "MULTIPLE" TO FE-OPERATION(WS-PASO)
                       MULTIPLY WS-OPERANDO-1 BY WS-OPERANDO-2
                           GIVING WS-RESULTADO
                           ON SIZE ERROR
                               MOVE "O" TO FE-STATUS
                       END-MULTIPLY
                   WHEN "D"
                       MOVE "DIVISION" TO FE-OPERATION(WS-PASO)
                       IF WS-OPERANDO-2 = ZERO
                           MOVE "Z" TO FE-STATUS
                       ELSE
                           DIVIDE WS-OPERANDO-1 BY WS-OPERANDO-2
                               GIVING WS-RESULTADO-EXT
                               ON SIZE ERROR
                                   MOVE "O" TO FE-STATUS
                           END-DIVIDE
                           IF FE-OK
                               PERFORM 1200-REDONDEAR
                           END-IF
                       END-IF
                   WHEN "P"
                       MOVE "PORCENT " TO FE-OPERATION(WS-PASO)
                       COMPUTE WS-RESULTADO-EXT =
                           WS-OPERANDO-1 * WS-OPERANDO-2 / 100
                           ON SIZE ERROR
                               MOVE "O" TO FE-STATUS
                       END-COMPUTE
                       IF FE-OK
                           PERFORM 1200-REDONDEAR
                       END-IF
                   WHEN OTHER
                       MOVE "F" TO FE-STATUS
               END-EVALUATE
           END-IF.
           MOVE WS-OPERANDO-1 TO FE-VALUE-1(WS-PASO).
           MOVE WS-OPERANDO-2 TO FE-VALUE-2(WS-PASO).
           MOVE WS-RESULTADO TO FE-STEP-RESULT(WS-PASO).
           IF NOT FE-OK
               MOVE WS-PASO TO FE-PASO-FALLO
           END-IF.

      ******************************************************************
      * Ix = ENTRADA x DE LA FORMULA, Rx = RESULTADO DE UN PASO YA
      * HECHO, K = CONSTANTE DEL PASO. OTRA COSA DEJA LA FORMULA
      * COMO MAL DEFINIDA.
      ******************************************************************
       1100-RESOLVER-OPERANDO.
           MOVE ZERO TO WS-OPERANDO.
           EVALUATE TRUE
               WHEN WS-FUENTE-TYPE = "I"
                   AND WS-FUENTE-NUM IS NUMERIC
                   AND WS-FUENTE-NUM > ZERO
                   AND WS-FUENTE-NUM NOT > FM-INPUTS
                   MOVE FE-INPUT(WS-FUENTE-NUM) TO WS-OPERANDO
               WHEN WS-FUENTE-TYPE = "R"
                   AND WS-FUENTE-NUM IS NUMERIC
                   AND WS-FUENTE-NUM > ZERO
                   AND WS-FUENTE-NUM < WS-PASO
                   MOVE FE-STEP-RESULT(WS-FUENTE-NUM) TO WS-OPERANDO
               WHEN WS-FUENTE-TYPE = "K"
                   AND FM-CONSTANT(WS-PASO) IS NUMERIC
                   MOVE FM-CONSTANT(WS-PASO) TO WS-OPERANDO
               WHEN OTHER
                   MOVE "F" TO FE-STATUS
           END-EVALUATE.

      ******************************************************************
      * POLITICA DE LA ENTIDAD SOBRE EL COCIENTE: T TRUNCA, R REDONDEA,
      * AL CENTIMO EN Divisiones O A LA UNIDAD EN DivisionesBatch.
      ******************************************************************
       1200-REDONDEAR.
           IF FE-ENTERO = "Y"
               IF FE-REDONDEO = "R"
                   COMPUTE WS-RESULTADO-ENTERO ROUNDED =
                       WS-RESULTADO-EXT
                       ON SIZE ERROR
                           MOVE "O" TO FE-STATUS
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RESULTADO-ENTERO = WS-RESULTADO-EXT
                       ON SIZE ERROR
                           MOVE "O" TO FE-STATUS
                   END-COMPUTE
               END-IF
               MOVE WS-RESULTADO-ENTERO TO WS-RESULTADO
           ELSE
               IF FE-REDONDEO = "R"
                   COMPUTE WS-RESULTADO ROUNDED = WS-RESULTADO-EXT
                       ON SIZE ERROR
                           MOVE "O" TO FE-STATUS
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RESULTADO = WS-RESULTADO-EXT
                       ON SIZE ERROR
                           MOVE "O" TO FE-STATUS
                   END-COMPUTE
               END-IF
           END-IF.
       END PROGRAM formEval.
