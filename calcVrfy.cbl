      * Date:    2026-08-21
      * Purpose: integrity check of CALCFILE.DAT by replay - every
      *          CALC-RECORD's stored operation (SUMA, RESTA,
      *          MULTIPLE, DIVISION, MULTIPLICA, PORCENT, POTENCIA) is
      *          re-performed on CALC-VALUE-1 and CALC-VALUE-2
      *          exactly as the recording programs do it (RESTA is
      *          VALUE-2 minus VALUE-1; DIVISION and PORCENT honor
      *                RECOMPUTATION (UNDER THE SAME ROUNDING
      *                POLICY), SO SUCH REVERSALS NO LONGER PRINT
      *                AS FALLIDO AGAINST THE TWO-DECIMAL REPLAY.
      * 2026-10-15 FA  THE POTENCIA OPERATION OF THE calculosrepetitivos
      *                POWER TABLES (VALUE-1 RAISED TO VALUE-2) IS
      *                REPLAYED TOO; A calcAdj REVERSAL, WHICH NEGATES
      *                THE BASE, REPLAYS AS MINUS THE POWER OF THE
      *                POSITIVE BASE.
      * 2026-10-15 FA  ENDS WITH GOBACK INSTEAD OF STOP RUN SO calcRcvr
      *                CAN CALL IT TO CHECK A ROLLED-FORWARD
      *                CALCFILE.DAT; RUN ON ITS OWN IT BEHAVES AS
      *                BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcVrfy.
           PERFORM 3000-TOTALES.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-CARGAR-POLITICAS.
                           PERFORM 2170-REDONDEAR-REPLAY
                       END-IF
                   END-IF
               WHEN "POTENCIA"
      *            EL REVERSO DE calcAdj NIEGA LA BASE: SE REHACE COMO
      *            MENOS LA POTENCIA DE LA BASE POSITIVA, QUE ES LO QUE
      *            DESHACE AL ORIGINAL SEA PAR O IMPAR EL EXPONENTE
                   IF CALC-VALUE-1 < ZERO
                       COMPUTE WS-RESULTADO = ZERO -
                           ((ZERO - CALC-VALUE-1) ** CALC-VALUE-2)
                           ON SIZE ERROR
                               MOVE "N" TO WS-RECALCULABLE
                               MOVE "DESBORDE AL REHACER" TO WS-MOTIVO
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-RESULTADO =
                           CALC-VALUE-1 ** CALC-VALUE-2
                           ON SIZE ERROR
                               MOVE "N" TO WS-RECALCULABLE
                               MOVE "DESBORDE AL REHACER" TO WS-MOTIVO
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RECALCULABLE
                   MOVE "OPERACION DESCONOCIDA" TO WS-MOTIVO
