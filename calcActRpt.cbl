      * Author:  farid
      * Date:    2026-08-21
      * Purpose: activity report over CALCFILE.DAT broken down by
      *          program, by operation and by entity. Closed days
      *          come from the DAYSUM.DAT daily summary rows; only
      *          the open business date is read from CALCFILE
      *          detail.
      *          An optional month (YYYYMM) keyed at startup limits
      *          the totals to that month. Output: CALCACT.DAT.
      * Tectonics: cobc
      * 2026-09-02 FA  NEW POR ENTIDAD SECTION: VOLUME AND TOTAL PER
      *                ENTITY WITH THE COMPANY NAME FROM THE
      *                ENTIDAD.DAT MASTER BESIDE THE CODE.
      * 2026-10-15 FA  THE PER-OPERATION BREAKDOWN NOW INCLUDES THE
      *                POTENCIA OPERATION OF THE calculosrepetitivos
      *                POWER TABLES.
      * 2026-10-15 FA  THE THREE BREAKDOWNS ARE NOW FILLED IN ONE PASS:
      *                THE CLOSED DAYS (BEFORE THE BUSINESS DATE) FROM
      *                THE DAILY SUMMARY ROWS OF DAYSUM.DAT (dayClose),
      *                AND ONLY THE OPEN BUSINESS DATE ONWARD FROM
      *                CALCFILE DETAIL BY THE DATE KEY, INSTEAD OF
      *                READING EVERY RECORD OF EACH PROGRAM AND
      *                OPERATION THROUGH THE ALTERNATE KEYS AND THEN THE
      *                WHOLE FILE AGAIN FOR THE ENTITIES. WITHOUT
      *                DAYSUM.DAT EVERYTHING COMES FROM ONE DETAIL PASS.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcActRpt.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY RUNCTL.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS               PIC XX.
       01  WS-PARM-STATUS               PIC XX.
       01  WS-FECHA-NEGOCIO             PIC 9(8).
       01  WS-CALC-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-CALC-ABIERTO          VALUE "Y".
       01  WS-MES-X                     PIC X(6).
       01  WS-MES                       PIC 9(6).
       01  WS-MES-DADO                  PIC X VALUE "N".
           88  WS-CON-MES               VALUE "Y".
       01  WS-SUB                       PIC 9.
      * LOS DIAS CERRADOS SALEN DEL RESUMEN DIARIO DAYSUM.DAT; EL
      * DETALLE DE CALCFILE SE LEE DESDE WS-DESDE-DETALLE
       01  WS-DS-STATUS                 PIC XX.
       01  WS-DS-EOF-SWITCH             PIC X VALUE "N".
           88  WS-DS-EOF                VALUE "Y".
       01  WS-DESDE-DETALLE             PIC 9(8).
       01  WS-FILAS-RESUMEN             PIC 9(5) VALUE ZERO.
       01  WS-ACUM-PROGRAMA             PIC X(20).
       01  WS-ACUM-OPERACION            PIC X(10).
       01  WS-ACUM-CUENTA               PIC 9(7).
       01  WS-ACUM-TOTAL                PIC S9(11)V99.
       01  WS-ENM-STATUS                PIC XX.
       01  WS-ENM-EOF-SWITCH            PIC X VALUE "N".
           88  WS-ENM-EOF               VALUE "Y".
           05  FILLER                   PIC X(10) VALUE "DIVISION".
           05  FILLER                   PIC X(10) VALUE "MULTIPLICA".
           05  FILLER                   PIC X(10) VALUE "PORCENT".
           05  FILLER                   PIC X(10) VALUE "POTENCIA".
       01  WS-OPERACIONES REDEFINES WS-OPERACIONES-INIT.
           05  WS-OPERACION-TBL         PIC X(10) OCCURS 7 TIMES.

      * CANTIDAD Y TOTAL DE CADA PROGRAMA Y DE CADA OPERACION, EN EL
      * ORDEN DE LAS TABLAS DE NOMBRES
       01  WS-PRG-TOTALES.
           05  WS-PRG-ENTRY OCCURS 3 TIMES.
               10  WS-PRG-CUENTA        PIC 9(7).
               10  WS-PRG-TOTAL         PIC S9(11)V99.
       01  WS-OPE-TOTALES.
           05  WS-OPE-ENTRY OCCURS 7 TIMES.
               10  WS-OPE-CUENTA        PIC 9(7).
               10  WS-OPE-TOTAL         PIC S9(11)V99.

       01  RPT-TITLE-1.
           05  FILLER                   PIC X(31)
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LEER-RESUMEN THRU 1500-EXIT.
           PERFORM 1600-LEER-DETALLE THRU 1600-EXIT.
           PERFORM 2000-POR-PROGRAMA.
           PERFORM 3000-POR-OPERACION.
           PERFORM 4000-POR-ENTIDAD.
           END-IF.
           OPEN OUTPUT ACT-REPORT-FILE.
           WRITE ACT-REPORT-RECORD FROM RPT-TITLE-1.
           PERFORM 1010-LIMPIAR-PROGRAMA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           PERFORM 1020-LIMPIAR-OPERACION
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           IF WS-CON-MES
               COMPUTE WS-DESDE-DETALLE = WS-MES * 100
           ELSE
               MOVE ZERO TO WS-DESDE-DETALLE
           END-IF.

       1010-LIMPIAR-PROGRAMA.
           MOVE ZERO TO WS-PRG-CUENTA(WS-SUB).
           MOVE ZERO TO WS-PRG-TOTAL(WS-SUB).

       1020-LIMPIAR-OPERACION.
           MOVE ZERO TO WS-OPE-CUENTA(WS-SUB).
           MOVE ZERO TO WS-OPE-TOTAL(WS-SUB).

      ******************************************************************
      * PARAMETROS DE EJECUCION COMPARTIDOS (RUNPARM.DAT): UNA LINEA
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * LOS DIAS YA CERRADOS (ANTERIORES A LA FECHA DE NEGOCIO, QUE
      * dayClose RUEDA AL CERRAR) SE TOTALIZAN CON LAS FILAS DE
      * DAYSUM.DAT EN VEZ DE RELEER MESES DE DETALLE; DESPUES EL
      * DETALLE SOLO SE LEE DESDE LA FECHA DE NEGOCIO. SIN DAYSUM.DAT
      * TODO SALE DEL DETALLE COMO ANTES.
      ******************************************************************
       1500-LEER-RESUMEN.
           PERFORM 1070-LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO NOT > WS-DESDE-DETALLE
               GO TO 1500-EXIT.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 1500-EXIT.
           MOVE WS-DESDE-DETALLE TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   SET WS-DS-EOF TO TRUE
           END-START.
           PERFORM 1510-LEER-FILA UNTIL WS-DS-EOF.
           CLOSE DAY-SUMMARY-FILE.
           MOVE WS-FECHA-NEGOCIO TO WS-DESDE-DETALLE.
           DISPLAY "CALCACTRPT: " WS-FILAS-RESUMEN
               " FILAS DE DAYSUM.DAT, DETALLE DESDE " WS-DESDE-DETALLE.
       1500-EXIT.
           EXIT.

       1510-LEER-FILA.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DS-EOF TO TRUE
               NOT AT END
                   IF DS-DATE NOT < WS-FECHA-NEGOCIO
                       OR (WS-CON-MES AND DS-DATE(1:6) NOT = WS-MES)
                       SET WS-DS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-FILAS-RESUMEN
                       MOVE DS-PROGRAM TO WS-ACUM-PROGRAMA
                       MOVE DS-OPERATION TO WS-ACUM-OPERACION
                       MOVE DS-ENTITY TO CALC-ENTITY
                       MOVE DS-COUNT TO WS-ACUM-CUENTA
                       MOVE DS-TOTAL TO WS-ACUM-TOTAL
                       PERFORM 1700-ACUMULAR
                   END-IF
           END-READ.

      ******************************************************************
      * DETALLE DE CALCFILE DESDE WS-DESDE-DETALLE POR LA CLAVE DE
      * FECHA: UNA SOLA PASADA ALIMENTA LOS TRES DESGLOSES.
      ******************************************************************
       1600-LEER-DETALLE.
           IF NOT WS-CALC-ABIERTO
               GO TO 1600-EXIT.
           MOVE WS-DESDE-DETALLE TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   GO TO 1600-EXIT
           END-START.
           PERFORM 1610-LEER-CALC UNTIL WS-EOF.
       1600-EXIT.
           EXIT.

       1610-LEER-CALC.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CALC-STATUS NOT = "00"
                       OR (WS-CON-MES AND CALC-DATE(1:6) > WS-MES)
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE CALC-PROGRAM TO WS-ACUM-PROGRAMA
                       MOVE CALC-OPERATION TO WS-ACUM-OPERACION
                       MOVE 1 TO WS-ACUM-CUENTA
                       MOVE CALC-RESULT TO WS-ACUM-TOTAL
                       PERFORM 1700-ACUMULAR
                   END-IF
           END-READ.

      ******************************************************************
      * SUMA WS-ACUM-CUENTA Y WS-ACUM-TOTAL AL PROGRAMA, A LA
      * OPERACION Y A LA ENTIDAD (CALC-ENTITY) QUE CORRESPONDAN.
      ******************************************************************
       1700-ACUMULAR.
           PERFORM 1710-SUMAR-PROGRAMA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           PERFORM 1720-SUMAR-OPERACION
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           PERFORM 4300-ACUMULAR-ENTIDAD.

       1710-SUMAR-PROGRAMA.
           IF WS-PROGRAMA-TBL(WS-SUB) = WS-ACUM-PROGRAMA
               ADD WS-ACUM-CUENTA TO WS-PRG-CUENTA(WS-SUB)
               ADD WS-ACUM-TOTAL TO WS-PRG-TOTAL(WS-SUB)
           END-IF.

       1720-SUMAR-OPERACION.
           IF WS-OPERACION-TBL(WS-SUB) = WS-ACUM-OPERACION
               ADD WS-ACUM-CUENTA TO WS-OPE-CUENTA(WS-SUB)
               ADD WS-ACUM-TOTAL TO WS-OPE-TOTAL(WS-SUB)
           END-IF.

       2000-POR-PROGRAMA.
           WRITE ACT-REPORT-RECORD FROM RPT-SECTION-PROGRAM.
           WRITE ACT-REPORT-RECORD FROM RPT-COLUMN-HEADING.
           PERFORM 2100-IMPRIMIR-PROGRAMA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.

       2100-IMPRIMIR-PROGRAMA.
           MOVE WS-PROGRAMA-TBL(WS-SUB) TO RD-GRUPO.
           MOVE WS-PRG-CUENTA(WS-SUB) TO RD-COUNT.
           MOVE WS-PRG-TOTAL(WS-SUB) TO RD-TOTAL.
           WRITE ACT-REPORT-RECORD FROM RPT-DETAIL-LINE.

       3000-POR-OPERACION.
           MOVE SPACES TO ACT-REPORT-RECORD.
           WRITE ACT-REPORT-RECORD.
           WRITE ACT-REPORT-RECORD FROM RPT-SECTION-OPERATION.
           WRITE ACT-REPORT-RECORD FROM RPT-COLUMN-HEADING.
           PERFORM 3100-IMPRIMIR-OPERACION
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.

       3100-IMPRIMIR-OPERACION.
           MOVE WS-OPERACION-TBL(WS-SUB) TO RD-GRUPO.
           MOVE WS-OPE-CUENTA(WS-SUB) TO RD-COUNT.
           MOVE WS-OPE-TOTAL(WS-SUB) TO RD-TOTAL.
           WRITE ACT-REPORT-RECORD FROM RPT-DETAIL-LINE.

      ******************************************************************
      * DESGLOSE POR ENTIDAD CON EL NOMBRE DE LA EMPRESA DEL MAESTRO
      * ENTIDAD.DAT JUNTO AL CODIGO.
      ******************************************************************
       4000-POR-ENTIDAD.
           MOVE SPACES TO ACT-REPORT-RECORD.
           WRITE ACT-REPORT-RECORD FROM RPT-SECTION-ENTITY.
           WRITE ACT-REPORT-RECORD FROM RPT-COLUMN-HEADING.
           PERFORM 4100-CARGAR-MAESTRO.
           PERFORM 4500-IMPRIMIR-ENTIDAD
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CE-COUNT.
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
               END-IF
           END-IF.
           IF WS-CE-IDX > ZERO
               ADD WS-ACUM-CUENTA TO WS-CE-CUENTA(WS-CE-IDX)
               ADD WS-ACUM-TOTAL TO WS-CE-TOTAL(WS-CE-IDX)
           END-IF.

       4310-BUSCAR-ENTIDAD.
