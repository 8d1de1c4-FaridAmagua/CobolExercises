      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: month-end aging of the ARLEDGER.DAT receivables
      *          ledger. The operator keys the cut-off date (YYYYMMDD,
      *          INTRO = the business date) and every open item issued
      *          on or before it is placed by its age in days since
      *          AR-ISSUE-DATE into the 0-30, 31-60, 61-90 and over-90
      *          columns of its entity. Open credit notes carry a
      *          negative balance and age the same way, so the entity
      *          total is what it really owes. The report ARAGING.DAT
      *          carries one block per entity with the ENTIDAD.DAT
      *          company name next to the code, and a grand total per
      *          column at the end. Ages come from the same day-serial
      *          arithmetic dayClose uses, without functions. The
      *          balances are the ledger's current ones - run it at
      *          month end before the next month's payments are keyed.
      *          RETURN-CODE 8 when the ledger cannot be opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arAging.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. antiguedad de saldos de cuentas a cobrar por entidad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE
               ALTERNATE RECORD KEY IS AR-ENT-MES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-REV-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-AR-STATUS                PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-ENM-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ENM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ENM-EOF              VALUE "Y".
       01  WS-AR-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-AR-ABIERTO           VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-CORTE-X                  PIC X(8).
       01  WS-CORTE                    PIC 9(8).
       01  WS-SERIAL-CORTE             PIC S9(7) COMP.
       01  WS-DIAS                     PIC S9(7) COMP.
       01  WS-TRAMO                    PIC 9.
       01  WS-ENTIDAD-ACTUAL           PIC XX VALUE SPACES.
       01  WS-ENTIDADES                PIC 9(3) VALUE ZERO.
       01  WS-PARTIDAS                 PIC 9(6) VALUE ZERO.
       01  WS-POSTERIORES              PIC 9(6) VALUE ZERO.
       01  WS-SUB                      PIC 9.
       01  WS-ENM-SUB                  PIC 99.
       01  WS-ENM-COUNT                PIC 99 VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * TRAMOS 1 A 4 = 0-30, 31-60, 61-90, MAS DE 90 DIAS
       01  WS-ENT-TRAMOS.
           05  WS-ENT-TRAMO OCCURS 4 TIMES PIC S9(11)V99.
       01  WS-ENT-TOTAL                PIC S9(11)V99.
       01  WS-GEN-TRAMOS.
           05  WS-GEN-TRAMO OCCURS 4 TIMES PIC S9(11)V99.
       01  WS-GEN-TOTAL                PIC S9(11)V99.

       01  WS-ENM-TABLA.
           05  WS-ENM-ENTRY OCCURS 20 TIMES.
               10  WS-ENM-CODE         PIC XX.
               10  WS-ENM-NAME         PIC X(30).

      * FECHA <-> NUMERO DE DIA (COMO EN dayClose)
       01  WS-FS-FECHA                 PIC 9(8).
       01  WS-FS-FECHA-DET REDEFINES WS-FS-FECHA.
           05  WS-FS-AAAA              PIC 9(4).
           05  WS-FS-MM                PIC 99.
           05  WS-FS-DD                PIC 99.
       01  WS-FS-SERIAL                PIC S9(7) COMP.
       01  WS-FS-A                     PIC S9(4) COMP.
       01  WS-FS-Y                     PIC S9(5) COMP.
       01  WS-FS-M                     PIC S9(4) COMP.
       01  WS-FS-T1                    PIC S9(7) COMP.
       01  WS-FS-T2                    PIC S9(7) COMP.
       01  WS-FS-T3                    PIC S9(7) COMP.
       01  WS-FS-T4                    PIC S9(7) COMP.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(36)
                   VALUE "ANTIGUEDAD DE CUENTAS A COBRAR AL ".
           05  RTL-CORTE               PIC 9(8).
       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(30) VALUE
                   "     0-30 DIAS     31-60 DIAS".
           05  FILLER                  PIC X(30) VALUE
                   "     61-90 DIAS    MAS DE 90  ".
           05  FILLER                  PIC X(15) VALUE
                   "          TOTAL".
       01  RPT-ENTIDAD-LINE.
           05  FILLER                  PIC X(8) VALUE "ENTIDAD ".
           05  REL-CODE                PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-NAME                PIC X(30).
       01  RPT-IMPORTE-LINE.
           05  RIL-TRAMO OCCURS 4 TIMES.
               10  RIL-IMPORTE         PIC ZZZZZZZZZZ9.99-.
           05  RIL-TOTAL               PIC ZZZZZZZZZZ9.99-.
       01  RPT-GRAND-LINE              PIC X(14)
               VALUE "TOTAL GENERAL:".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LEER-PARTIDA UNTIL WS-EOF.
           IF WS-ENTIDAD-ACTUAL NOT = SPACES
               PERFORM 3000-IMPRIMIR-ENTIDAD
           END-IF.
           PERFORM 4000-IMPRIMIR-TOTALES.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           DISPLAY "FECHA DE CORTE (YYYYMMDD, INTRO = FECHA DE "
               "NEGOCIO):".
           ACCEPT WS-CORTE-X.
           IF WS-CORTE-X = SPACES OR WS-CORTE-X IS NOT NUMERIC
               MOVE WS-FECHA-NEGOCIO TO WS-CORTE
           ELSE
               MOVE WS-CORTE-X TO WS-CORTE
           END-IF.
           MOVE WS-CORTE TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE WS-FS-SERIAL TO WS-SERIAL-CORTE.
           MOVE ZERO TO WS-ENT-TRAMOS WS-ENT-TOTAL.
           MOVE ZERO TO WS-GEN-TRAMOS WS-GEN-TOTAL.
           PERFORM 1200-CARGAR-MAESTRO.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-CORTE TO RTL-CORTE.
           WRITE AGING-REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-COLUMN-HEADING.
           OPEN INPUT AR-LEDGER-FILE.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "ARLEDGER.DAT NO DISPONIBLE (STATUS "
                   WS-AR-STATUS "), SIN ANTIGUEDAD"
               MOVE 8 TO WS-RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           SET WS-AR-ABIERTO TO TRUE.
      *    POR ENTIDAD + MES: LAS PARTIDAS DE CADA ENTIDAD SALEN
      *    SEGUIDAS
           MOVE LOW-VALUES TO AR-ENT-MES.
           START AR-LEDGER-FILE KEY NOT < AR-ENT-MES
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
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

       1200-CARGAR-MAESTRO.
           OPEN INPUT ENTITY-MASTER-FILE.
           IF WS-ENM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1210-CARGAR-ENTIDAD UNTIL WS-ENM-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.

       1210-CARGAR-ENTIDAD.
           READ ENTITY-MASTER-FILE
               AT END
                   SET WS-ENM-EOF TO TRUE
               NOT AT END
                   IF WS-ENM-COUNT < 20
                       ADD 1 TO WS-ENM-COUNT
                       MOVE EN-CODE TO WS-ENM-CODE(WS-ENM-COUNT)
                       MOVE EN-NAME TO WS-ENM-NAME(WS-ENM-COUNT)
      *                UNA ENTIDAD DADA DE BAJA (entMant) SIGUE CON
      *                SU NOMBRE, MARCADA
                       IF EN-ACTIVE = "N"
                           MOVE " INACTIVA" TO
                               WS-ENM-NAME(WS-ENM-COUNT)(22:9)
                       END-IF
                   END-IF
           END-READ.

       2000-LEER-PARTIDA.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-CLASIFICAR-PARTIDA THRU 2100-EXIT
           END-READ.

      ******************************************************************
      * CAMBIO DE ENTIDAD: SE IMPRIME LA ANTERIOR. SOLO CUENTAN LAS
      * PARTIDAS ABIERTAS EMITIDAS HASTA LA FECHA DE CORTE; LA EDAD
      * ES LA DISTANCIA EN DIAS ENTRE LA EMISION Y EL CORTE.
      ******************************************************************
       2100-CLASIFICAR-PARTIDA.
           IF NOT AR-ABIERTA OR AR-BALANCE = ZERO
               GO TO 2100-EXIT.
           IF AR-ISSUE-DATE > WS-CORTE
               ADD 1 TO WS-POSTERIORES
               GO TO 2100-EXIT.
           IF AR-ENTITY NOT = WS-ENTIDAD-ACTUAL
               IF WS-ENTIDAD-ACTUAL NOT = SPACES
                   PERFORM 3000-IMPRIMIR-ENTIDAD
               END-IF
               MOVE AR-ENTITY TO WS-ENTIDAD-ACTUAL
           END-IF.
           MOVE AR-ISSUE-DATE TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           COMPUTE WS-DIAS = WS-SERIAL-CORTE - WS-FS-SERIAL.
           EVALUATE TRUE
               WHEN WS-DIAS NOT > 30
                   MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS NOT > 60
                   MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS NOT > 90
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE.
           ADD AR-BALANCE TO WS-ENT-TRAMO(WS-TRAMO).
           ADD AR-BALANCE TO WS-ENT-TOTAL.
           ADD 1 TO WS-PARTIDAS.
       2100-EXIT.
           EXIT.

       3000-IMPRIMIR-ENTIDAD.
           MOVE WS-ENTIDAD-ACTUAL TO REL-CODE.
           MOVE SPACES TO REL-NAME.
           PERFORM 3010-NOMBRAR-ENTIDAD
               VARYING WS-ENM-SUB FROM 1 BY 1
               UNTIL WS-ENM-SUB > WS-ENM-COUNT.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-ENTIDAD-LINE.
           PERFORM 3100-EDITAR-TRAMO
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           MOVE WS-ENT-TOTAL TO RIL-TOTAL.
           WRITE AGING-REPORT-RECORD FROM RPT-IMPORTE-LINE.
           ADD WS-ENT-TOTAL TO WS-GEN-TOTAL.
           ADD 1 TO WS-ENTIDADES.
           MOVE ZERO TO WS-ENT-TRAMOS WS-ENT-TOTAL.

       3010-NOMBRAR-ENTIDAD.
           IF WS-ENM-CODE(WS-ENM-SUB) = WS-ENTIDAD-ACTUAL
               MOVE WS-ENM-NAME(WS-ENM-SUB) TO REL-NAME
           END-IF.

       3100-EDITAR-TRAMO.
           MOVE WS-ENT-TRAMO(WS-SUB) TO RIL-IMPORTE(WS-SUB).
           ADD WS-ENT-TRAMO(WS-SUB) TO WS-GEN-TRAMO(WS-SUB).

       4000-IMPRIMIR-TOTALES.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-GRAND-LINE.
           PERFORM 4100-EDITAR-TRAMO-GENERAL
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           MOVE WS-GEN-TOTAL TO RIL-TOTAL.
           WRITE AGING-REPORT-RECORD FROM RPT-IMPORTE-LINE.
           DISPLAY "ARAGING " WS-CORTE ": " WS-ENTIDADES
               " ENTIDADES, " WS-PARTIDAS " PARTIDAS ABIERTAS".
           IF WS-POSTERIORES > ZERO
               DISPLAY "ARAGING: " WS-POSTERIORES
                   " PARTIDAS EMITIDAS DESPUES DEL CORTE, NO "
                   "INCLUIDAS"
           END-IF.

       4100-EDITAR-TRAMO-GENERAL.
           MOVE WS-GEN-TRAMO(WS-SUB) TO RIL-IMPORTE(WS-SUB).

      ******************************************************************
      * FECHA AAAAMMDD A NUMERO DE DIA JULIANO, CON DIVISIONES
      * ENTERAS - SIN FUNCIONES (LA MISMA RUTINA QUE dayClose).
      ******************************************************************
       8000-FECHA-A-SERIAL.
           COMPUTE WS-FS-T1 = 14 - WS-FS-MM.
           DIVIDE WS-FS-T1 BY 12 GIVING WS-FS-A.
           COMPUTE WS-FS-Y = WS-FS-AAAA + 4800 - WS-FS-A.
           COMPUTE WS-FS-M = WS-FS-MM + 12 * WS-FS-A - 3.
           COMPUTE WS-FS-T1 = 153 * WS-FS-M + 2.
           DIVIDE WS-FS-T1 BY 5 GIVING WS-FS-T1.
           DIVIDE WS-FS-Y BY 4 GIVING WS-FS-T2.
           DIVIDE WS-FS-Y BY 100 GIVING WS-FS-T3.
           DIVIDE WS-FS-Y BY 400 GIVING WS-FS-T4.
           COMPUTE WS-FS-SERIAL = WS-FS-DD + WS-FS-T1
               + 365 * WS-FS-Y + WS-FS-T2 - WS-FS-T3 + WS-FS-T4
               - 32045.

       9000-TERMINATE.
           IF WS-AR-ABIERTO
               CLOSE AR-LEDGER-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
       END PROGRAM arAging.
