      * 2026-09-02 FA  THE PER-ENTITY SECTION HEADINGS NOW PRINT THE
      *                COMPANY NAME FROM THE ENTIDAD.DAT MASTER
      *                BESIDE THE CODE.
      * 2026-10-15 FA  THE MONTHLY SUMMARY NOW TAKES THE CLOSED DAYS OF
      *                THE MONTH (BEFORE THE BUSINESS DATE) FROM THE
      *                DAILY SUMMARY ROWS OF DAYSUM.DAT (dayClose) FOR
      *                THE PROGRAMS THAT WRITE TRANLOG (Divisiones,
      *                DivisionesBatch, calcAdj) AND READS TRANLOG
      *                DETAIL ONLY FROM THE BUSINESS DATE. WITHOUT
      *                DAYSUM.DAT THE WHOLE MONTH IS READ FROM TRANLOG
      *                AS BEFORE.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divisionesRpt.
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
       FD  TRAN-LOG-FILE.
           COPY RUNCTL.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
           88  WS-ENM-EOF               VALUE "Y".
       01  WS-ENM-SUB                   PIC 99.
       01  WS-ENM-COUNT                 PIC 99 VALUE ZERO.
      * LOS DIAS CERRADOS DEL MES SALEN DEL RESUMEN DIARIO; EL
      * DETALLE DE TRANLOG SE LEE DESDE WS-DESDE-DETALLE
       01  WS-DS-STATUS                 PIC XX.
       01  WS-DS-EOF-SWITCH             PIC X VALUE "N".
           88  WS-DS-EOF                VALUE "Y".
       01  WS-DESDE-DETALLE             PIC 9(8).
       01  WS-OPERACION-X               PIC X(10).
      * NOMBRES DEL MAESTRO DE ENTIDADES PARA IMPRIMIRLOS JUNTO AL
      * CODIGO; SIN ENTIDAD.DAT LAS CABECERAS SALEN CON EL CODIGO
      * PELADO COMO SIEMPRE
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 1200-CARGAR-MAESTRO.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
           COMPUTE WS-DESDE-DETALLE = WS-THIS-MONTH * 100.
           PERFORM 1300-LEER-RESUMEN THRU 1300-EXIT.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
      *        TRANLOG.DAT ES INDEXADO: SE POSICIONA AL PRIMER DIA
      *        DEL MES EN CURSO, O A LA FECHA DE NEGOCIO SI LOS DIAS
      *        CERRADOS YA SALIERON DE DAYSUM.DAT, EN VEZ DE
      *        RECORRER EL FICHERO ENTERO
               MOVE WS-DESDE-DETALLE TO TL-DATE
               MOVE ZERO TO TL-RUN-ID
               MOVE ZERO TO TL-SEQ
               START TRAN-LOG-FILE KEY NOT < TL-KEY
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

      ******************************************************************
      * LOS DIAS DEL MES YA CERRADOS (ANTERIORES A LA FECHA DE
      * NEGOCIO) ENTRAN EN EL RESUMEN MENSUAL CON LAS FILAS DE
      * DAYSUM.DAT DE LOS PROGRAMAS QUE ESCRIBEN TRANLOG.DAT
      * (Divisiones, DivisionesBatch Y LOS REVERSOS DE calcAdj) EN
      * VEZ DE RELEER SU DETALLE. SIN DAYSUM.DAT TODO SALE DE
      * TRANLOG COMO ANTES.
      ******************************************************************
       1300-LEER-RESUMEN.
           IF WS-TODAY NOT > WS-DESDE-DETALLE
               GO TO 1300-EXIT.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 1300-EXIT.
           MOVE WS-DESDE-DETALLE TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   SET WS-DS-EOF TO TRUE
           END-START.
           PERFORM 1310-LEER-FILA UNTIL WS-DS-EOF.
           CLOSE DAY-SUMMARY-FILE.
           MOVE WS-TODAY TO WS-DESDE-DETALLE.
       1300-EXIT.
           EXIT.

       1310-LEER-FILA.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DS-EOF TO TRUE
               NOT AT END
                   IF DS-DATE NOT < WS-TODAY
                       OR DS-DATE(1:6) NOT = WS-THIS-MONTH
                       SET WS-DS-EOF TO TRUE
                   ELSE
                       IF DS-PROGRAM = "Divisiones"
                           OR DS-PROGRAM = "DivisionesBatch"
                           OR DS-PROGRAM = "calcAdj"
                           PERFORM 1320-ACUMULAR-FILA
                       END-IF
                   END-IF
           END-READ.

       1320-ACUMULAR-FILA.
           MOVE DS-OPERATION TO WS-OPERACION-X.
           PERFORM 2060-INDICE-OPERACION.
           IF WS-OP-INDEX > 0
               MOVE DS-ENTITY TO TL-ENTITY
               PERFORM 2100-LOCALIZAR-ENTIDAD
               IF WS-ENT-IDX > 0
                   ADD DS-COUNT TO
                       WS-SM-COUNT(WS-ENT-IDX, WS-OP-INDEX)
                   ADD DS-TOTAL TO
                       WS-SM-TOTAL(WS-ENT-IDX, WS-OP-INDEX)
               END-IF
           END-IF.

       2000-ACUMULAR.
           READ TRAN-LOG-FILE NEXT RECORD
               AT END
       2050-ACUMULAR-REGISTRO.
           MOVE TL-RESULT TO WS-RESULT-NUM.
           MOVE TL-DATE(1:6) TO WS-RECORD-MONTH.
           MOVE TL-OPERATION TO WS-OPERACION-X.
           PERFORM 2060-INDICE-OPERACION.
           IF WS-OP-INDEX > 0
               PERFORM 2100-LOCALIZAR-ENTIDAD
               IF WS-ENT-IDX > 0
               END-IF
           END-IF.

       2060-INDICE-OPERACION.
           EVALUATE WS-OPERACION-X
               WHEN "SUMA"     MOVE 1 TO WS-OP-INDEX
               WHEN "RESTA"    MOVE 2 TO WS-OP-INDEX
               WHEN "MULTIPLE" MOVE 3 TO WS-OP-INDEX
               WHEN "DIVISION" MOVE 4 TO WS-OP-INDEX
               WHEN "PORCENT"  MOVE 5 TO WS-OP-INDEX
               WHEN OTHER      MOVE 0 TO WS-OP-INDEX
           END-EVALUATE.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA CON CONTADORES A CERO) LA ENTIDAD DE
      * TL-ENTITY Y DEJA SU INDICE EN WS-ENT-IDX, CERO SI LA TABLA
