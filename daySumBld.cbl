      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: one-time load of the DAYSUM.DAT daily summary (see
      *          the DAYSUM copybook) for the days closed before
      *          dayClose started writing it. Reads the CALCARCH.DAT
      *          archive and then CALCFILE.DAT, both in date order,
      *          totals every day before the business date into one
      *          row per entity, program and operation (count,
      *          result total, minimum, maximum) and writes the rows
      *          of each day that has none yet on DAYSUM.DAT. Days
      *          already summarized are left as they are, so the
      *          load can be run again without doubling anything;
      *          the open business date is left to dayClose.
      *          Companion of tranReorg and operCvt.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  CALCARCH.DAT RECORD WIDENED TO THE 92 BYTES
      *                calcHskp WRITES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. daySumBld.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. carga unica del resumen diario de los dias cerrados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARCH-STATUS.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD         PIC X(92).
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CARCH-STATUS             PIC XX.
       01  WS-DS-STATUS                PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-DS-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-DS-ABIERTO           VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-FECHA-DIA                PIC 9(8) VALUE ZERO.
       01  WS-DIAS-CARGADOS            PIC 9(5) VALUE ZERO.
       01  WS-DIAS-SALTADOS            PIC 9(5) VALUE ZERO.
       01  WS-FILAS-GRABADAS           PIC 9(7) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * EL CALCULO QUE SE ACUMULA, VENGA DEL ARCHIVO O DEL FICHERO
       01  WS-REG-FECHA                PIC 9(8).
       01  WS-REG-ENTITY               PIC XX.
       01  WS-REG-PROGRAM              PIC X(20).
       01  WS-REG-OPERATION            PIC X(10).
       01  WS-REG-RESULT               PIC S9(7)V99.

      * IMAGEN DEL CALC-RECORD DENTRO DEL ARCHIVO (81 BYTES)
       01  WS-ARCH-CALC.
           05  WS-AC-DATE              PIC 9(8).
           05  WS-AC-RUN-ID            PIC 9(8).
           05  WS-AC-SEQ               PIC 9(6).
           05  WS-AC-ENTITY            PIC XX.
           05  WS-AC-PROGRAM           PIC X(20).
           05  WS-AC-OPERATION         PIC X(10).
           05  WS-AC-VALUE-1           PIC S9(7)V99.
           05  WS-AC-VALUE-2           PIC S9(7)V99.
           05  WS-AC-RESULT            PIC S9(7)V99.

      * LAS FILAS DEL DIA EN CURSO, COMO LAS ARMA dayClose
       01  WS-DS-SUB                   PIC 9(3).
       01  WS-DS-IDX                   PIC 9(3).
       01  WS-DS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DS-TABLA.
           05  WS-DS-ENTRY OCCURS 400 TIMES.
               10  WS-DS-ENTITY        PIC XX.
               10  WS-DS-PROGRAM       PIC X(20).
               10  WS-DS-OPERATION     PIC X(10).
               10  WS-DS-CUENTA        PIC 9(7).
               10  WS-DS-TOTAL         PIC S9(11)V99.
               10  WS-DS-MIN           PIC S9(7)V99.
               10  WS-DS-MAX           PIC S9(7)V99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE < 8
               PERFORM 2000-CARGAR-ARCHIVO THRU 2000-EXIT
               PERFORM 3000-CARGAR-CALCFILE THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           OPEN I-O DAY-SUMMARY-FILE.
           IF WS-DS-STATUS = "35"
               OPEN OUTPUT DAY-SUMMARY-FILE
               CLOSE DAY-SUMMARY-FILE
               OPEN I-O DAY-SUMMARY-FILE
           END-IF.
           IF WS-DS-STATUS NOT = "00"
               DISPLAY "DAYSUM.DAT NO DISPONIBLE (STATUS "
                   WS-DS-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           SET WS-DS-ABIERTO TO TRUE.
           DISPLAY "DAYSUMBLD: DIAS ANTERIORES A " WS-FECHA-NEGOCIO.
       1000-EXIT.
           EXIT.

       1100-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           ELSE
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-FECHA-NEGOCIO
                       ELSE
                           ACCEPT WS-FECHA-NEGOCIO FROM DATE
                               YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * EL ARCHIVO DE calcHskp GUARDA LOS DIAS YA SACADOS DE
      * CALCFILE.DAT, DIAS ENTEROS Y EN ORDEN DE FECHA, CON UNA
      * CABECERA "ARCHIVO: " POR CADA PASADA.
      ******************************************************************
       2000-CARGAR-ARCHIVO.
           OPEN INPUT CALC-ARCHIVE-FILE.
           IF WS-CARCH-STATUS = "35"
               GO TO 2000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LEER-ARCHIVO UNTIL WS-EOF.
           CLOSE CALC-ARCHIVE-FILE.
           PERFORM 4000-VOLCAR-DIA THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-ARCHIVO.
           READ CALC-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF CALC-ARCHIVE-RECORD(1:9) = "ARCHIVO: "
                       CONTINUE
                   ELSE
                       MOVE CALC-ARCHIVE-RECORD(1:81)
                           TO WS-ARCH-CALC
                       IF WS-AC-DATE IS NUMERIC
                           AND WS-AC-DATE < WS-FECHA-NEGOCIO
                           MOVE WS-AC-DATE TO WS-REG-FECHA
                           MOVE WS-AC-ENTITY TO WS-REG-ENTITY
                           MOVE WS-AC-PROGRAM TO WS-REG-PROGRAM
                           MOVE WS-AC-OPERATION TO WS-REG-OPERATION
                           MOVE WS-AC-RESULT TO WS-REG-RESULT
                           PERFORM 5000-ACUMULAR
                       END-IF
                   END-IF
           END-READ.

       3000-CARGAR-CALCFILE.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS ")"
               MOVE 4 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           MOVE ZERO TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           MOVE "N" TO WS-EOF-SWITCH.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM 3100-LEER-CALCFILE UNTIL WS-EOF.
           CLOSE CALC-FILE.
           PERFORM 4000-VOLCAR-DIA THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LEER-CALCFILE.
           READ CALC-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-CALC-STATUS NOT = "00"
                       OR CALC-DATE NOT < WS-FECHA-NEGOCIO
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       MOVE CALC-DATE TO WS-REG-FECHA
                       MOVE CALC-ENTITY TO WS-REG-ENTITY
                       MOVE CALC-PROGRAM TO WS-REG-PROGRAM
                       MOVE CALC-OPERATION TO WS-REG-OPERATION
                       MOVE CALC-RESULT TO WS-REG-RESULT
                       PERFORM 5000-ACUMULAR
                   END-IF
           END-READ.

      ******************************************************************
      * GRABA LAS FILAS DEL DIA EN CURSO. UN DIA QUE YA TIENE FILAS
      * EN DAYSUM.DAT (CERRADO POR dayClose O CARGADO EN UNA PASADA
      * ANTERIOR) NO SE TOCA.
      ******************************************************************
       4000-VOLCAR-DIA.
           IF WS-DS-COUNT = ZERO
               GO TO 4000-EXIT.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE WS-FECHA-DIA TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DAY-SUMMARY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DS-DATE = WS-FECHA-DIA
                               SET WS-HALLADO TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF WS-HALLADO
               ADD 1 TO WS-DIAS-SALTADOS
           ELSE
               ADD 1 TO WS-DIAS-CARGADOS
               PERFORM 4100-GRABAR-FILA
                   VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > WS-DS-COUNT
           END-IF.
           MOVE ZERO TO WS-DS-COUNT.
       4000-EXIT.
           EXIT.

       4100-GRABAR-FILA.
           MOVE WS-FECHA-DIA TO DS-DATE.
           MOVE WS-DS-ENTITY(WS-DS-SUB) TO DS-ENTITY.
           MOVE WS-DS-PROGRAM(WS-DS-SUB) TO DS-PROGRAM.
           MOVE WS-DS-OPERATION(WS-DS-SUB) TO DS-OPERATION.
           MOVE WS-DS-CUENTA(WS-DS-SUB) TO DS-COUNT.
           MOVE WS-DS-TOTAL(WS-DS-SUB) TO DS-TOTAL.
           MOVE WS-DS-MIN(WS-DS-SUB) TO DS-MIN.
           MOVE WS-DS-MAX(WS-DS-SUB) TO DS-MAX.
           WRITE DAY-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO DAYSUM.DAT " DS-KEY
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-FILAS-GRABADAS
           END-WRITE.

      ******************************************************************
      * SUMA EL CALCULO DE WS-REG-* A SU FILA; UN CAMBIO DE FECHA
      * VUELCA ANTES LAS FILAS DEL DIA ANTERIOR.
      ******************************************************************
       5000-ACUMULAR.
           IF WS-REG-FECHA NOT = WS-FECHA-DIA
               PERFORM 4000-VOLCAR-DIA THRU 4000-EXIT
               MOVE WS-REG-FECHA TO WS-FECHA-DIA
           END-IF.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-DS-IDX.
           PERFORM 5100-BUSCAR-FILA
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-DS-COUNT < 400
                   ADD 1 TO WS-DS-COUNT
                   MOVE WS-REG-ENTITY TO WS-DS-ENTITY(WS-DS-COUNT)
                   MOVE WS-REG-PROGRAM TO WS-DS-PROGRAM(WS-DS-COUNT)
                   MOVE WS-REG-OPERATION TO
                       WS-DS-OPERATION(WS-DS-COUNT)
                   MOVE ZERO TO WS-DS-CUENTA(WS-DS-COUNT)
                   MOVE ZERO TO WS-DS-TOTAL(WS-DS-COUNT)
                   MOVE WS-REG-RESULT TO WS-DS-MIN(WS-DS-COUNT)
                   MOVE WS-REG-RESULT TO WS-DS-MAX(WS-DS-COUNT)
                   MOVE WS-DS-COUNT TO WS-DS-IDX
               ELSE
                   DISPLAY "DAYSUMBLD: TABLA LLENA EL " WS-FECHA-DIA
                       ", " WS-REG-ENTITY " " WS-REG-PROGRAM " "
                       WS-REG-OPERATION " FUERA DEL RESUMEN"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-DS-IDX > ZERO
               ADD 1 TO WS-DS-CUENTA(WS-DS-IDX)
               ADD WS-REG-RESULT TO WS-DS-TOTAL(WS-DS-IDX)
               IF WS-REG-RESULT < WS-DS-MIN(WS-DS-IDX)
                   MOVE WS-REG-RESULT TO WS-DS-MIN(WS-DS-IDX)
               END-IF
               IF WS-REG-RESULT > WS-DS-MAX(WS-DS-IDX)
                   MOVE WS-REG-RESULT TO WS-DS-MAX(WS-DS-IDX)
               END-IF
           END-IF.

       5100-BUSCAR-FILA.
           IF WS-DS-ENTITY(WS-DS-SUB) = WS-REG-ENTITY
               AND WS-DS-PROGRAM(WS-DS-SUB) = WS-REG-PROGRAM
               AND WS-DS-OPERATION(WS-DS-SUB) = WS-REG-OPERATION
               MOVE WS-DS-SUB TO WS-DS-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       9000-TERMINATE.
           IF WS-DS-ABIERTO
               CLOSE DAY-SUMMARY-FILE
           END-IF.
           DISPLAY "DAYSUMBLD: " WS-DIAS-CARGADOS " DIAS CARGADOS ("
               WS-FILAS-GRABADAS " FILAS), " WS-DIAS-SALTADOS
               " DIAS YA RESUMIDOS".
       END PROGRAM daySumBld.
