      *                OTRA PASADA" BUT THE REWRITE DESTROYED IT.
      * 2026-09-02 FA  OPCODE P (PORCENTAJE) IS NOW ACCEPTED IN THE
      *                CORRECTION SCREEN ALONGSIDE S/R/M/D.
      * 2026-10-15 FA  A REJECT THAT CARRIES ITS OWN ENTITY (DR-ENTITY,
      *                A standGen STANDING INSTRUCTION) IS SHOWN WITH
      *                IT AND REQUEUED UNDER IT (DI-ENTITY); THE
      *                OPERATOR MAY CORRECT IT, 00 = THE RUN'S ENTITY.
      * 2026-10-15 FA  OPCODE F (FORMULA OF FORMULA.DAT) IS ACCEPTED
      *                IN THE CORRECTION SCREEN: THE FORMULA CODE
      *                (INTRO KEEPS THE REJECTED ONE) AND INPUTS 3 AND
      *                4 ARE KEYED TOO. DIVREJ.DAT NOW CARRIES THE
      *                FORMULA FIELDS (DR-FORMULA-DATOS), KEPT ON THE
      *                REWRITE AND REQUEUED INTO DIVIN.DAT.
      * 2026-10-15 FA  DIVREJ.DAT NOW CARRIES THE ORIGIN OF THE REJECT
      *                (DR-ORIGEN), SHOWN ON THE SCREEN AND KEPT ON THE
      *                REWRITE. A CORRECTION IS REQUEUED AS TYPE R
      *                (REENCOLADO) KEEPING THE PARTNER SENDER, FILE
      *                SEQUENCE AND DETAIL NUMBER FOR LINEAGE: IT IS
      *                INTERNAL WORK FROM THEN ON AND NEVER GOES BACK
      *                IN A PARTNER'S RETURN FILE, WHICH ALREADY
      *                CARRIED THE REJECT.
      * 2026-10-15 FA  A REJECT WITH REASON DAILY LIMIT (THE ENTITY'S
      *                DAILY EXPOSURE LIMIT IN DivisionesBatch) MAY BE
      *                (L)IBERADO: REQUEUED INTO DIVIN.DAT EXACTLY AS IT
      *                WAS, SINCE NOTHING IN IT WAS WRONG. RELEASED
      *                RECORDS ARE COUNTED APART.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divResub.
           05  DR-ORIGINAL             PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON               PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-FORMULA-DATOS        PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ORIGEN               PIC X(21).
       FD  DIV-INPUT-FILE.
       01  DIV-INPUT-RECORD.
           05  DI-NUM1                 PIC 9(4).
           05  DI-NUM2                 PIC 9(4).
           05  DI-OPCODE               PIC X(1).
      *    ENTIDAD DEL CALCULO; EN BLANCO = LA ENTIDAD DE LA CORRIDA
           05  DI-ENTITY               PIC XX.
      *    SOLO OPCODE F: LA FORMULA Y SUS ENTRADAS 3 Y 4
           05  DI-FORMULA-DATOS.
               10  DI-FORMULA          PIC X(6).
               10  DI-NUM3             PIC 9(4).
               10  DI-NUM4             PIC 9(4).
      *    ORIGEN DEL TRABAJO (VER DivisionesBatch); LO CORREGIDO AQUI
      *    SE ENCOLA COMO R, CONSERVANDO EL ORIGEN DEL RECHAZO
           05  DI-ORIGEN.
               10  DI-ORIGEN-TIPO      PIC X.
                   88  DI-ORIGEN-SOCIO VALUE "P".
               10  DI-ORIGEN-FUENTE    PIC X(8).
               10  DI-ORIGEN-SECUENCIA PIC 9(6).
               10  DI-ORIGEN-DETALLE   PIC 9(6).
       FD  REJECT-WORK-FILE.
       01  REJECT-WORK-RECORD          PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-REJ-STATUS               PIC XX.
       01  WS-DIVIN-STATUS             PIC XX.
       01  WS-RESUBMITIDOS             PIC 9(5) VALUE ZERO.
       01  WS-CONSERVADOS              PIC 9(5) VALUE ZERO.
       01  WS-DESCARTADOS              PIC 9(5) VALUE ZERO.
       01  WS-LIBERADOS                PIC 9(5) VALUE ZERO.
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-CORREGIR      VALUE "C" "c".
           88  WS-OPCION-SALTAR        VALUE "S" "s".
           88  WS-OPCION-DESCARTAR     VALUE "D" "d".
           88  WS-OPCION-LIBERAR       VALUE "L" "l".
       01  WS-NUM-ENTRADA              PIC 9(4).
       01  WS-OPCODE-ENTRADA           PIC X.
       01  WS-ENTIDAD-ENTRADA          PIC XX.
       01  WS-FORMULA-ENTRADA          PIC X(6).

       01  WS-REJ-TABLA.
           05  WS-REJ-ENTRY OCCURS 500 TIMES.
               10  WS-REJ-ORIGINAL     PIC X(9).
               10  WS-REJ-REASON       PIC X(20).
               10  WS-REJ-ENTITY       PIC XX.
               10  WS-REJ-FORMULA      PIC X(14).
               10  WS-REJ-ORIGEN       PIC X(21).
               10  WS-REJ-ESTADO       PIC X.
      *            P = PENDIENTE, R = RESUBMITIDO, D = DESCARTADO
       PROCEDURE DIVISION.
                           WS-REJ-ORIGINAL(WS-REJ-COUNT)
                       MOVE DR-REASON TO
                           WS-REJ-REASON(WS-REJ-COUNT)
                       MOVE DR-ENTITY TO
                           WS-REJ-ENTITY(WS-REJ-COUNT)
                       MOVE DR-FORMULA-DATOS TO
                           WS-REJ-FORMULA(WS-REJ-COUNT)
                       MOVE DR-ORIGEN TO
                           WS-REJ-ORIGEN(WS-REJ-COUNT)
                       MOVE "P" TO WS-REJ-ESTADO(WS-REJ-COUNT)
                   ELSE
                       IF NOT WS-TABLA-LLENA
           DISPLAY "RECHAZO " WS-SUB ": "
               WS-REJ-ORIGINAL(WS-SUB) " MOTIVO "
               WS-REJ-REASON(WS-SUB).
           IF WS-REJ-ENTITY(WS-SUB) NOT = SPACES
               DISPLAY "  ENTIDAD " WS-REJ-ENTITY(WS-SUB)
           END-IF.
           IF WS-REJ-FORMULA(WS-SUB) NOT = SPACES
               DISPLAY "  FORMULA " WS-REJ-FORMULA(WS-SUB)(1:6)
                   " ENTRADAS 3 Y 4 " WS-REJ-FORMULA(WS-SUB)(7:8)
           END-IF.
           MOVE WS-REJ-ORIGEN(WS-SUB) TO DI-ORIGEN.
           IF DI-ORIGEN-SOCIO
               DISPLAY "  SOCIO " DI-ORIGEN-FUENTE
                   " FICHERO " DI-ORIGEN-SECUENCIA
                   " DETALLE " DI-ORIGEN-DETALLE
           END-IF.
           IF WS-REJ-REASON(WS-SUB) = "DAILY LIMIT"
               DISPLAY "  (L)IBERAR (C)ORREGIR (S)ALTAR (D)ESCARTAR:"
           ELSE
               DISPLAY "  (C)ORREGIR (S)ALTAR (D)ESCARTAR:"
           END-IF.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-LIBERAR
                   AND WS-REJ-REASON(WS-SUB) = "DAILY LIMIT"
                   PERFORM 3200-LIBERAR
               WHEN WS-OPCION-CORREGIR
                   PERFORM 3100-CORREGIR THRU 3120-CORREGIR-EXIT
               WHEN WS-OPCION-DESCARTAR
           ACCEPT WS-NUM-ENTRADA.
           MOVE WS-NUM-ENTRADA TO DI-NUM2.
       3110-PEDIR-OPCODE.
           DISPLAY "OPCODE (S/R/M/D/P/F):".
           ACCEPT WS-OPCODE-ENTRADA.
           IF WS-OPCODE-ENTRADA NOT = "S"
               AND WS-OPCODE-ENTRADA NOT = "R"
               AND WS-OPCODE-ENTRADA NOT = "M"
               AND WS-OPCODE-ENTRADA NOT = "D"
               AND WS-OPCODE-ENTRADA NOT = "P"
               AND WS-OPCODE-ENTRADA NOT = "F"
               DISPLAY "OPCODE NO VALIDO"
               GO TO 3110-PEDIR-OPCODE.
           MOVE WS-OPCODE-ENTRADA TO DI-OPCODE.
           MOVE WS-REJ-ENTITY(WS-SUB) TO DI-ENTITY.
           IF WS-REJ-ENTITY(WS-SUB) NOT = SPACES
               PERFORM 3130-PEDIR-ENTIDAD
           END-IF.
           MOVE SPACES TO DI-FORMULA-DATOS.
           IF DI-OPCODE = "F"
               MOVE WS-REJ-FORMULA(WS-SUB) TO DI-FORMULA-DATOS
               PERFORM 3140-PEDIR-FORMULA
               DISPLAY "NUM3 CORREGIDO (9999):"
               ACCEPT WS-NUM-ENTRADA
               MOVE WS-NUM-ENTRADA TO DI-NUM3
               DISPLAY "NUM4 CORREGIDO (9999):"
               ACCEPT WS-NUM-ENTRADA
               MOVE WS-NUM-ENTRADA TO DI-NUM4
           END-IF.
           PERFORM 3150-ORIGEN-REENCOLADO.
           WRITE DIV-INPUT-RECORD.
           MOVE "R" TO WS-REJ-ESTADO(WS-SUB).
           ADD 1 TO WS-RESUBMITIDOS.
       3120-CORREGIR-EXIT.
           EXIT.

       3130-PEDIR-ENTIDAD.
           DISPLAY "ENTIDAD (INTRO = CONSERVAR " DI-ENTITY
               ", 00 = LA DE LA CORRIDA):".
           ACCEPT WS-ENTIDAD-ENTRADA.
           IF WS-ENTIDAD-ENTRADA = SPACES
               CONTINUE
           ELSE
               IF WS-ENTIDAD-ENTRADA = "00"
                   MOVE SPACES TO DI-ENTITY
               ELSE
                   IF WS-ENTIDAD-ENTRADA IS NUMERIC
                       MOVE WS-ENTIDAD-ENTRADA TO DI-ENTITY
                   ELSE
                       DISPLAY "ENTIDAD NO NUMERICA, REINTENTE"
                       GO TO 3130-PEDIR-ENTIDAD
                   END-IF
               END-IF
           END-IF.

      *    LA FORMULA LA VALIDA DivisionesBatch CONTRA FORMULA.DAT;
      *    AQUI SOLO SE EXIGE UN CODIGO
       3140-PEDIR-FORMULA.
           DISPLAY "FORMULA (INTRO = CONSERVAR " DI-FORMULA "):".
           ACCEPT WS-FORMULA-ENTRADA.
           IF WS-FORMULA-ENTRADA NOT = SPACES
               MOVE WS-FORMULA-ENTRADA TO DI-FORMULA
           END-IF.
           IF DI-FORMULA = SPACES
               DISPLAY "FALTA EL CODIGO DE FORMULA, REINTENTE"
               GO TO 3140-PEDIR-FORMULA.

      ******************************************************************
      * LO REENCOLADO ES TRABAJO INTERNO (R): CONSERVA REMITENTE,
      * SECUENCIA Y DETALLE DEL RECHAZO PARA SEGUIR SU RASTRO, PERO
      * NO VUELVE EN EL RETORNO DEL SOCIO. UN RECHAZO SIN ORIGEN
      * QUEDA A NOMBRE DE DIVRESUB.
      ******************************************************************
       3150-ORIGEN-REENCOLADO.
           MOVE WS-REJ-ORIGEN(WS-SUB) TO DI-ORIGEN.
           IF DI-ORIGEN-FUENTE = SPACES
               MOVE "DIVRESUB" TO DI-ORIGEN-FUENTE
               MOVE ZERO TO DI-ORIGEN-SECUENCIA
               MOVE ZERO TO DI-ORIGEN-DETALLE
           END-IF.
           MOVE "R" TO DI-ORIGEN-TIPO.

      ******************************************************************
      * UN RECHAZO POR LIMITE DIARIO NO TIENE NADA QUE CORREGIR: LA
      * ENTIDAD LLEGO A SU LIMITE DE EXPLIM.DAT ESE DIA. SE LIBERA
      * REENCOLANDOLO TAL CUAL PARA LA CORRIDA DE OTRA FECHA DE
      * NEGOCIO; LIBERADO EL MISMO DIA VOLVERIA A RECHAZARSE.
      ******************************************************************
       3200-LIBERAR.
           MOVE SPACES TO DIV-INPUT-RECORD.
           MOVE WS-REJ-ORIGINAL(WS-SUB) TO DIV-INPUT-RECORD(1:9).
           MOVE WS-REJ-ENTITY(WS-SUB) TO DI-ENTITY.
           MOVE WS-REJ-FORMULA(WS-SUB) TO DI-FORMULA-DATOS.
           PERFORM 3150-ORIGEN-REENCOLADO.
           WRITE DIV-INPUT-RECORD.
           MOVE "R" TO WS-REJ-ESTADO(WS-SUB).
           ADD 1 TO WS-LIBERADOS.
           DISPLAY "LIBERADO, ENCOLADO EN DIVIN.DAT".

       4000-REESCRIBIR-RECHAZOS.
           OPEN OUTPUT DIV-REJECT-FILE.
           PERFORM 4100-GRABAR-PENDIENTE
               MOVE SPACES TO DIV-REJECT-RECORD
               MOVE WS-REJ-ORIGINAL(WS-SUB) TO DR-ORIGINAL
               MOVE WS-REJ-REASON(WS-SUB) TO DR-REASON
               MOVE WS-REJ-ENTITY(WS-SUB) TO DR-ENTITY
               MOVE WS-REJ-FORMULA(WS-SUB) TO DR-FORMULA-DATOS
               MOVE WS-REJ-ORIGEN(WS-SUB) TO DR-ORIGEN
               WRITE DIV-REJECT-RECORD
           END-IF.

       9000-RESUMEN.
           DISPLAY "DIVRESUB: LEIDOS " WS-LEIDOS
               " RESUBMITIDOS " WS-RESUBMITIDOS
               " LIBERADOS " WS-LIBERADOS
               " CONSERVADOS " WS-CONSERVADOS
               " DESCARTADOS " WS-DESCARTADOS.
       END PROGRAM divResub.
