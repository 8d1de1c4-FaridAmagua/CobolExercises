      *          (T + record count + hash total of the operands).
      *          The controls are verified, each detail is validated
      *          (numeric operands, opcode S/R/M/D/P, nonzero divisor
      *          on D), accepted details are queued onto DIVIN.DAT
      *          stamped with their origin (sender, file sequence,
      *          partner detail number) for the partner's return file,
      *          and an acknowledgement file (DIVACK.DAT) is written
      *          back with the accepted/rejected counts. A control
      *          failure (missing header/trailer, count or hash
      *          DIVINTF.DAT layout:
      *            H SSSSSSSS FFFFFFFF QQQQQQ (sender, date, optional
      *                                        file sequence)
      *            D NNNNMMMMO DDDDDD         (num1, num2, opcode,
      *                                        optional partner
      *                                        detail number)
      *            T CCCCCC HHHHHHHHHH        (count, hash total)
      *          (fields contiguous after the type byte, no blanks)
      * Tectonics: cobc
      *                TRUNCATED LOAD CAN NEVER DELETE THE UNLOADED
      *                PARTNERS - THE SAME GUARD userMant, alertMant,
      *                msgMant AND threshMant CARRY.
      * 2026-10-15 FA  EVERY DETAIL QUEUED ONTO DIVIN.DAT NOW CARRIES
      *                ITS ORIGIN (DI-ORIGEN: TYPE P, SENDER, FILE
      *                SEQUENCE AND THE PARTNER'S DETAIL NUMBER), SO
      *                divOutbound CAN RETURN EACH PARTNER ITS OWN
      *                RESULTS. THE DETAIL MAY CARRY THE PARTNER'S OWN
      *                DETAIL NUMBER AFTER THE OPCODE; WITHOUT IT THE
      *                DETAIL'S POSITION IN THE FILE IS USED.
      * 2026-10-15 FA  PARTNERS.DAT NOW ALSO CARRIES EACH PARTNER'S
      *                DELIVERY SCHEDULE (PT-AGENDA: WEEKDAYS, CUTOFF,
      *                PROMISED TURNAROUND) FOR divMonitor; IT IS KEPT
      *                UNCHANGED WHEN THE SEQUENCE IS REWRITTEN.
      *                INTAKEN.DAT NOW RECORDS WHEN EACH FILE WAS
      *                TAKEN IN (SYSTEM DATE AND TIME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divIntake.
               10  IR-NUM1-X           PIC X(4).
               10  IR-NUM2-X           PIC X(4).
               10  IR-OPCODE           PIC X.
      *        NUMERO DE DETALLE DEL SOCIO, OPCIONAL; EN BLANCO SE
      *        TOMA LA POSICION DEL DETALLE EN EL FICHERO
               10  IR-DETALLE-X        PIC X(6).
               10  FILLER              PIC X(8).
           05  IR-RESTO-TRAILER REDEFINES IR-RESTO.
               10  IR-COUNT-X          PIC X(6).
               10  IR-HASH-X           PIC X(10).
           05  DI-NUM1                 PIC 9(4).
           05  DI-NUM2                 PIC 9(4).
           05  DI-OPCODE               PIC X(1).
      *    ENTIDAD Y DATOS DE FORMULA: EN BLANCO EN LO QUE LLEGA DEL
      *    BUREAU
           05  FILLER                  PIC X(16).
      *    ORIGEN: P = FICHERO DE SOCIO (VER DivisionesBatch)
           05  DI-ORIGEN-TIPO          PIC X.
           05  DI-ORIGEN-FUENTE        PIC X(8).
           05  DI-ORIGEN-SECUENCIA     PIC 9(6).
           05  DI-ORIGEN-DETALLE       PIC 9(6).
       FD  ACK-FILE.
       01  ACK-RECORD                  PIC X(80).
       FD  PARTNER-FILE.
      *    PROXIMA SECUENCIA ESPERADA; 000000 = SIN CONTROL DE
      *    SECUENCIA PARA ESTE REMITENTE
           05  PT-NEXT-SEQ             PIC 9(6).
      *    AGENDA DE ENTREGA DEL SOCIO (DIAS, CORTE, PLAZO); LA USA
      *    divMonitor Y AQUI SOLO SE CONSERVA TAL CUAL
           05  PT-AGENDA               PIC X(18).
       FD  INTAKE-LOG-FILE.
       01  INTAKE-LOG-RECORD.
           05  IN-SENDER               PIC X(8).
           05  IN-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  IN-ACEPTADOS            PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
      *    MOMENTO REAL DE LA RECEPCION (FECHA Y HORA DEL SISTEMA)
           05  IN-DIA-RECEPCION        PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  IN-HORA-RECEPCION       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-INTF-STATUS              PIC XX.
       01  WS-DIVIN-STATUS             PIC XX.
           05  WS-PTR-ENTRY OCCURS 20 TIMES.
               10  WS-PT-SENDER        PIC X(8).
               10  WS-PT-NEXT-SEQ      PIC 9(6).
               10  WS-PT-AGENDA        PIC X(18).

      * LOS DETALLES ACEPTADOS SE RETIENEN AQUI Y SOLO SE ENCOLAN EN
      * DIVIN.DAT CUANDO LOS CONTROLES DEL TRAILER HAN CUADRADO
      * CON EL NUMERO DE DETALLE DEL SOCIO QUE VIAJA EN DI-ORIGEN
       01  WS-ACEPTADO-TABLA.
           05  WS-ACEPTADO-ENTRY OCCURS 2000 TIMES.
               10  WS-ACEPTADO         PIC X(9).
               10  WS-ACEPTADO-DETALLE PIC 9(6).

       01  ACK-LINEA-1.
           05  FILLER                  PIC X(10) VALUE "REMITENTE ".
                           MOVE ZERO TO
                               WS-PT-NEXT-SEQ(WS-PTR-COUNT)
                       END-IF
                       MOVE PT-AGENDA TO WS-PT-AGENDA(WS-PTR-COUNT)
                   ELSE
                       DISPLAY "PARTNERS.DAT TIENE MAS DE 20 "
                           "REMITENTES, TABLA DESBORDADA"
                   ADD 1 TO WS-ACEPTADOS
                   MOVE IR-RESTO(1:9) TO
                       WS-ACEPTADO(WS-ACEPTADOS)
                   IF IR-DETALLE-X IS NUMERIC
                       MOVE IR-DETALLE-X TO
                           WS-ACEPTADO-DETALLE(WS-ACEPTADOS)
                   ELSE
                       MOVE WS-DETALLES TO
                           WS-ACEPTADO-DETALLE(WS-ACEPTADOS)
                   END-IF
           END-EVALUATE.

       2300-TRATAR-TRAILER.
               MOVE WS-FECHA-NEGOCIO TO IN-FECHA
               MOVE WS-SEQ-FICHERO TO IN-FILE-SEQ
               MOVE WS-ACEPTADOS TO IN-ACEPTADOS
               ACCEPT IN-DIA-RECEPCION FROM DATE YYYYMMDD
               ACCEPT IN-HORA-RECEPCION FROM TIME
               WRITE INTAKE-LOG-RECORD
               CLOSE INTAKE-LOG-FILE
               IF WS-PTR-IDX > ZERO
           MOVE SPACES TO PARTNER-RECORD.
           MOVE WS-PT-SENDER(WS-PTR-SUB) TO PT-SENDER.
           MOVE WS-PT-NEXT-SEQ(WS-PTR-SUB) TO PT-NEXT-SEQ.
           MOVE WS-PT-AGENDA(WS-PTR-SUB) TO PT-AGENDA.
           WRITE PARTNER-RECORD.

       4000-ENCOLAR-ACEPTADOS.
           CLOSE DIV-INPUT-FILE.

       4100-ENCOLAR-UNO.
           MOVE SPACES TO DIV-INPUT-RECORD.
           MOVE WS-ACEPTADO(WS-SUB) TO DIV-INPUT-RECORD(1:9).
           MOVE "P" TO DI-ORIGEN-TIPO.
           MOVE WS-SENDER TO DI-ORIGEN-FUENTE.
           MOVE WS-SEQ-FICHERO TO DI-ORIGEN-SECUENCIA.
           MOVE WS-ACEPTADO-DETALLE(WS-SUB) TO DI-ORIGEN-DETALLE.
           WRITE DIV-INPUT-RECORD.

       5000-ESCRIBIR-ACK.
