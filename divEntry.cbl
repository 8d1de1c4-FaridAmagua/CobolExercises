      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  EACH RECORD RELEASED ONTO DIVIN.DAT NOW CARRIES
      *                ITS ORIGIN (DI-ORIGEN): INTERNAL WORK OF
      *                DIVENTRY WITH ITS POSITION IN THE BATCH, SO IT
      *                IS KEPT OUT OF EVERY PARTNER'S RETURN FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divEntry.
           05  DI-NUM1                 PIC 9(4).
           05  DI-NUM2                 PIC 9(4).
           05  DI-OPCODE               PIC X(1).
      *    ENTIDAD Y DATOS DE FORMULA: EN BLANCO EN ESTA CAPTURA
           05  FILLER                  PIC X(16).
      *    ORIGEN: I = TRABAJO INTERNO (VER DivisionesBatch)
           05  DI-ORIGEN-TIPO          PIC X.
           05  DI-ORIGEN-FUENTE        PIC X(8).
           05  DI-ORIGEN-SECUENCIA     PIC 9(6).
           05  DI-ORIGEN-DETALLE       PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-DIVIN-STATUS             PIC XX.
       01  WS-SUB                      PIC 9(4).
               " REGISTROS ENCOLADOS EN DIVIN.DAT".

       4100-ENCOLAR-UNO.
           MOVE SPACES TO DIV-INPUT-RECORD.
           MOVE WS-LOTE(WS-SUB) TO DIV-INPUT-RECORD(1:9).
           MOVE "I" TO DI-ORIGEN-TIPO.
           MOVE "DIVENTRY" TO DI-ORIGEN-FUENTE.
           MOVE ZERO TO DI-ORIGEN-SECUENCIA.
           MOVE WS-SUB TO DI-ORIGEN-DETALLE.
           WRITE DIV-INPUT-RECORD.
       END PROGRAM divEntry.
