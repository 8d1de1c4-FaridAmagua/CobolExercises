      * Purpose: front-door edit of NUMLIST.DAT before the nightly
      *          calculosrepetitivos (CALCTAB) run. Every record is
      *          checked - NUMERO and LIMITE numeric, NUMERO 1-99,
      *          LIMITE at least 1, table type M/S/E/D/P or blank,
      *          a power table that fits the result field, NUMERO
      *          not duplicated - and
      *          written either to the clean file NUMLISTC.DAT or to
      *          the rejects listing NUMLREJ.DAT with the reason.
      *          RETURN-CODE 0 when everything passed, 8 when any
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-21 FA  INITIAL VERSION.
      * 2026-10-15 FA  NUMLIST.DAT CARRIES THE TABLE TYPE (NL-TIPO):
      *                AN UNKNOWN TYPE IS REJECTED, AS IS A POWER
      *                TABLE WHOSE NUMERO RAISED TO LIMITE DOES NOT
      *                FIT calculosrepetitivos' 9(7) RESULT. A BLANK
      *                TYPE GOES TO NUMLISTC.DAT AS M (MULTIPLY).
      *                THE REJECT LINE IS NOW BLANKED BEFORE EACH
      *                RECORD - ITS FILLER WAS NEVER SET AND THE
      *                FIRST REJECT COULD ABEND THE WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. numlistEdit.
       01  NL-RAW-RECORD.
           05  NLR-NUMERO-X            PIC XX.
           05  NLR-LIMITE-X            PIC XX.
           05  NLR-TIPO                PIC X.
               88  NLR-TIPO-VALIDO     VALUE "M" "S" "E" "D" "P" " ".
               88  NLR-TIPO-POTENCIA   VALUE "E".
       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           05  CL-NUMERO               PIC 99.
           05  CL-LIMITE               PIC 99.
           05  CL-TIPO                 PIC X.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-RAW                 PIC X(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  REJ-REASON              PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-NUMERO                   PIC 99.
       01  WS-LIMITE                   PIC 99.
      * NUMERO ELEVADO A LIMITE, DEL TAMANO DEL RESULTADO DE UNA
      * TABLA DE POTENCIAS EN calculosrepetitivos
       01  WS-POTENCIA                 PIC 9(7).
       01  WS-POTENCIA-SWITCH          PIC X.
           88  WS-POTENCIA-CABE        VALUE "Y".
       01  WS-LEIDOS                   PIC 9(5) VALUE ZERO.
       01  WS-ACEPTADOS                PIC 9(5) VALUE ZERO.
       01  WS-RECHAZADOS               PIC 9(5) VALUE ZERO.

       2000-VALIDAR-RECORD.
           ADD 1 TO WS-LEIDOS.
           MOVE SPACES TO REJECT-RECORD.
           EVALUATE TRUE
               WHEN NLR-NUMERO-X IS NOT NUMERIC
                   MOVE "NUMERO NO NUMERICO" TO REJ-REASON
               WHEN NLR-LIMITE-X IS NOT NUMERIC
                   MOVE "LIMITE NO NUMERICO" TO REJ-REASON
                   PERFORM 2200-RECHAZAR
               WHEN NOT NLR-TIPO-VALIDO
                   MOVE "TIPO DE TABLA DEBE SER M, S, E, D O P"
                       TO REJ-REASON
                   PERFORM 2200-RECHAZAR
               WHEN OTHER
                   PERFORM 2100-VALIDAR-RANGOS
           END-EVALUATE.

       2100-VALIDAR-RANGOS.
           MOVE NLR-NUMERO-X TO WS-NUMERO.
           MOVE NLR-LIMITE-X TO WS-LIMITE.
           MOVE "Y" TO WS-POTENCIA-SWITCH.
           IF NLR-TIPO-POTENCIA
               COMPUTE WS-POTENCIA = WS-NUMERO ** WS-LIMITE
                   ON SIZE ERROR
                       MOVE "N" TO WS-POTENCIA-SWITCH
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-NUMERO < 1
                   MOVE "NUMERO FUERA DE RANGO 1-99" TO REJ-REASON
               WHEN NLR-LIMITE-X = "00"
                   MOVE "LIMITE DEBE SER AL MENOS 1" TO REJ-REASON
                   PERFORM 2200-RECHAZAR
               WHEN NOT WS-POTENCIA-CABE
                   MOVE "LIMITE DEMASIADO ALTO PARA LA POTENCIA"
                       TO REJ-REASON
                   PERFORM 2200-RECHAZAR
               WHEN WS-VISTO(WS-NUMERO) = "Y"
                   MOVE "NUMERO DUPLICADO" TO REJ-REASON
                   PERFORM 2200-RECHAZAR
                   MOVE "Y" TO WS-VISTO(WS-NUMERO)
                   MOVE NLR-NUMERO-X TO CL-NUMERO
                   MOVE NLR-LIMITE-X TO CL-LIMITE
                   IF NLR-TIPO = SPACE
                       MOVE "M" TO CL-TIPO
                   ELSE
                       MOVE NLR-TIPO TO CL-TIPO
                   END-IF
                   WRITE CLEAN-RECORD
                   ADD 1 TO WS-ACEPTADOS
           END-EVALUATE.
