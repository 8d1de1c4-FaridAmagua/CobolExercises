      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02 FA  INITIAL VERSION.
      * 2026-10-15 FA  THE MONTH STATEMENT NOW ALSO CARRIES THE MONTH AS
      *                SUMMED FROM THE DAYSUM.DAT DAILY SUMMARY ROWS
      *                (dayClose). WHEN IT DOES NOT AGREE WITH THE
      *                CALCFILE TOTALS OF THE DAILY CLOSES THE STATEMENT
      *                SAYS SO AND THE CLOSE ENDS RETURN-CODE 4; THE
      *                MONTH IS STILL CLOSED.
      * 2026-10-15 FA  THE MONTH STATEMENT NOW SHOWS THE MONTH'S
      *                DAYSUM.DAT ROWS PER CURRENCY (THE ENTITY'S
      *                ENTIDAD.DAT CURRENCY) WITH A BASE-CURRENCY TOTAL
      *                AT THE BUSINESS DATE'S FXRATE.DAT RATE. A
      *                CURRENCY WITHOUT A RATE FOR THAT DAY HOLDS THE
      *                CLOSE WITH RETURN-CODE 8; THE MONTH IS NOT MARKED
      *                CLOSED.
      * 2026-10-15 FA  THE MONTH STATEMENT NOW REPORTS THE MONTH'S
      *                CONTROL SAMPLE (ctlSamp, CTLSAMP.DAT). WHILE
      *                SAMPLED CALCULATIONS ARE STILL UNREVIEWED
      *                (ctlRev) THE CLOSE ENDS RETURN-CODE 4, OR IS
      *                REFUSED WITH RETURN-CODE 8 AND THE MONTH NOT
      *                MARKED CLOSED WHEN SAMPCFG.DAT ASKS FOR IT
      *                (SC-CIERRE = R).
      * 2026-10-15 FA  ONLY A MISSING CTLSAMP.DAT (STATUS 35) COUNTS AS
      *                A MONTH WITHOUT SAMPLE; ANY OTHER OPEN FAILURE
      *                LEAVES THE MONTH UNCLOSED WITH RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. monthClose.
               FILE STATUS IS WS-BD-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "MTHSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT CONTROL-SAMPLE-FILE ASSIGN TO "CTLSAMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.
           SELECT SAMPLE-CONFIG-FILE ASSIGN TO "SAMPCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-FILE.
           COPY RUNCTL.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(80).
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       FD  CONTROL-SAMPLE-FILE.
           COPY CTLSAMP.
       FD  SAMPLE-CONFIG-FILE.
           COPY SAMPCFG.
       WORKING-STORAGE SECTION.
       01  WS-CU-STATUS                PIC XX.
       01  WS-MC-STATUS                PIC XX.
       01  WS-TOT-CALC                 PIC 9(9) VALUE ZERO.
       01  WS-TOT-CALC-RES             PIC S9(13)V99 VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
      * EL MES SEGUN LAS FILAS DEL RESUMEN DIARIO DAYSUM.DAT, QUE
      * DEBE CUADRAR CON LOS TOTALES CALCFILE DE LOS CIERRES
       01  WS-DS-STATUS                PIC XX.
       01  WS-DS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-DS-EOF               VALUE "Y".
       01  WS-DS-EXISTE-SWITCH         PIC X VALUE "N".
           88  WS-DS-EXISTE            VALUE "Y".
       01  WS-TOT-RESUMEN              PIC 9(9) VALUE ZERO.
       01  WS-TOT-RESUMEN-RES          PIC S9(13)V99 VALUE ZERO.

      * EL MES POR MONEDA (LA DE LA ENTIDAD DE CADA FILA DE DAYSUM)
      * Y SU CONVERSION A MONEDA BASE CON EL CAMBIO DE LA FECHA DE
      * NEGOCIO; SIN ESE CAMBIO EL MES NO SE CIERRA
       01  WS-MON-SUB                  PIC 99.
       01  WS-MON-IDX                  PIC 99.
       01  WS-MON-COUNT                PIC 99 VALUE ZERO.
       01  WS-MON-TABLA.
           05  WS-MON-ENTRY OCCURS 20 TIMES.
               10  WS-MON-CODE         PIC X(3).
               10  WS-MON-CUENTA       PIC 9(9).
               10  WS-MON-TOTAL        PIC S9(13)V99.
       01  WS-MON-BASE                 PIC S9(13)V99.
       01  WS-TOT-BASE                 PIC S9(13)V99 VALUE ZERO.
       01  WS-MONEDA-BASE              PIC X(3).
       01  WS-CAMBIO-FALTA-SWITCH      PIC X VALUE "N".
           88  WS-CAMBIO-FALTA         VALUE "Y".
           COPY FXLOOK.

      * LA MUESTRA DE CONTROL DEL MES (ctlSamp / ctlRev): CON ITEMS
      * SIN REVISAR SE AVISA, O SE RECHAZA SI SAMPCFG.DAT LO PIDE
       01  WS-CS-STATUS                PIC XX.
       01  WS-SC-STATUS                PIC XX.
       01  WS-CS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-CS-EOF               VALUE "Y".
       01  WS-MUESTRA-EXISTE-SWITCH    PIC X VALUE "N".
           88  WS-MUESTRA-EXISTE       VALUE "Y".
       01  WS-MUESTRA-RECHAZA-SWITCH   PIC X VALUE "N".
           88  WS-MUESTRA-RECHAZA      VALUE "Y" "I".
           88  WS-MUESTRA-ILEGIBLE     VALUE "I".
       01  WS-MUESTRA-PENDIENTES       PIC 9(5) VALUE ZERO.

       01  WS-FESTIVO-TABLA.
           05  WS-FESTIVO              PIC 9(8) OCCURS 50 TIMES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STT-TOTAL               PIC ZZZZZZZZZZZZ9.99-.
       01  STM-ESTADO-LINE             PIC X(40).
       01  STM-MUESTRA-LINE.
           05  SMU-TEXTO               PIC X(40).
           05  SMU-PENDIENTES          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE " SIN REVISAR DE ".
           05  SMU-MUESTRA             PIC ZZZZ9.
       01  STM-MONEDA-TITULO.
           05  FILLER                  PIC X(31)
                   VALUE "TOTALES POR MONEDA, CAMBIO DEL ".
           05  SMT-FECHA               PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " EN ".
           05  SMT-BASE                PIC X(3).
       01  STM-MONEDA-LINE.
           05  FILLER                  PIC X(7) VALUE "MONEDA ".
           05  SML-CODE                PIC X(3).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  SML-CUENTA              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SML-TOTAL               PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(3) VALUE " X ".
           05  SML-CONVERSION          PIC X(32).
       01  STM-CONVERSION.
           05  SCV-TASA                PIC ZZZZ9.9(6).
           05  FILLER                  PIC X(3) VALUE " = ".
           05  SCV-BASE                PIC ZZZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE WS-TOT-CALC TO STT-CUENTA.
           MOVE WS-TOT-CALC-RES TO STT-TOTAL.
           WRITE STATEMENT-RECORD FROM STM-TOTAL-LINE.
           PERFORM 4100-SUMAR-RESUMEN THRU 4100-EXIT.
           IF WS-DS-EXISTE
               MOVE "DAYSUM DEL MES:       " TO STT-TEXTO
               MOVE WS-TOT-RESUMEN TO STT-CUENTA
               MOVE WS-TOT-RESUMEN-RES TO STT-TOTAL
               WRITE STATEMENT-RECORD FROM STM-TOTAL-LINE
               IF WS-TOT-RESUMEN NOT = WS-TOT-CALC
                   OR WS-TOT-RESUMEN-RES NOT = WS-TOT-CALC-RES
                   MOVE "DAYSUM NO CUADRA CON LOS CIERRES"
                       TO STM-ESTADO-LINE
                   WRITE STATEMENT-RECORD FROM STM-ESTADO-LINE
                   DISPLAY "MONTHCLOSE: DAYSUM.DAT NO CUADRA CON "
                       "CLOSEDAT.DAT, REVISAR CON closeAudit"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-DS-EXISTE
               PERFORM 4200-TOTALES-MONEDA
           END-IF.
           PERFORM 4300-VERIFICAR-MUESTRA THRU 4300-EXIT.
           EVALUATE TRUE
               WHEN WS-FALTAN > ZERO
                   MOVE "MES NO CERRADO: FALTAN CIERRES DIARIOS"
                       TO STM-ESTADO-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-CAMBIO-FALTA
                   MOVE "MES NO CERRADO: FALTA CAMBIO (fxMant)"
                       TO STM-ESTADO-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-MUESTRA-ILEGIBLE
                   MOVE "MES NO CERRADO: MUESTRA ILEGIBLE"
                       TO STM-ESTADO-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-MUESTRA-RECHAZA
                   MOVE "MES NO CERRADO: MUESTRA SIN REVISAR (ctlRev)"
                       TO STM-ESTADO-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "MES CERRADO" TO STM-ESTADO-LINE
           END-EVALUATE.
           WRITE STATEMENT-RECORD FROM STM-ESTADO-LINE.
           CLOSE STATEMENT-FILE.

      ******************************************************************
      * SUMA LAS FILAS DE DAYSUM.DAT (dayClose) DEL MES. SIN EL
      * FICHERO EL ESTADO NO LLEVA LA LINEA DEL RESUMEN.
      ******************************************************************
       4100-SUMAR-RESUMEN.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 4100-EXIT.
           SET WS-DS-EXISTE TO TRUE.
           COMPUTE DS-DATE = WS-MES * 100.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   SET WS-DS-EOF TO TRUE
           END-START.
           PERFORM 4110-LEER-RESUMEN UNTIL WS-DS-EOF.
           CLOSE DAY-SUMMARY-FILE.
       4100-EXIT.
           EXIT.

       4110-LEER-RESUMEN.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DS-EOF TO TRUE
               NOT AT END
                   IF DS-DATE(1:6) NOT = WS-MES
                       SET WS-DS-EOF TO TRUE
                   ELSE
                       ADD DS-COUNT TO WS-TOT-RESUMEN
                       ADD DS-TOTAL TO WS-TOT-RESUMEN-RES
                       PERFORM 4120-ACUMULAR-MONEDA
                   END-IF
           END-READ.

      ******************************************************************
      * LA FILA DEL RESUMEN CUENTA EN LA MONEDA DE SU ENTIDAD
      ******************************************************************
       4120-ACUMULAR-MONEDA.
           MOVE "M" TO FXL-FUNCION.
           MOVE DS-ENTITY TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-MON-IDX.
           PERFORM 4130-BUSCAR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-MON-COUNT < 20
                   ADD 1 TO WS-MON-COUNT
                   MOVE FXL-MONEDA TO WS-MON-CODE(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-CUENTA(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-TOTAL(WS-MON-COUNT)
                   MOVE WS-MON-COUNT TO WS-MON-IDX
               ELSE
                   DISPLAY "MONTHCLOSE: MAS DE 20 MONEDAS, "
                       FXL-MONEDA " SIN TOTALIZAR"
                   SET WS-CAMBIO-FALTA TO TRUE
               END-IF
           END-IF.
           IF WS-MON-IDX > ZERO
               ADD DS-COUNT TO WS-MON-CUENTA(WS-MON-IDX)
               ADD DS-TOTAL TO WS-MON-TOTAL(WS-MON-IDX)
           END-IF.

       4130-BUSCAR-MONEDA.
           IF WS-MON-CODE(WS-MON-SUB) = FXL-MONEDA
               MOVE WS-MON-SUB TO WS-MON-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * CADA MONEDA POR SEPARADO Y EL TOTAL EN MONEDA BASE CON EL
      * CAMBIO EXACTO DE LA FECHA DE NEGOCIO (FXRATE.DAT). NO SE
      * SUPONE NINGUN CAMBIO: SI FALTA UNO EL MES NO SE CIERRA.
      ******************************************************************
       4200-TOTALES-MONEDA.
           MOVE "M" TO FXL-FUNCION.
           MOVE SPACES TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE FXL-BASE TO WS-MONEDA-BASE.
           MOVE WS-FECHA-NEGOCIO TO SMT-FECHA.
           MOVE WS-MONEDA-BASE TO SMT-BASE.
           WRITE STATEMENT-RECORD FROM STM-MONEDA-TITULO.
           PERFORM 4210-CONVERTIR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT.
           IF NOT WS-CAMBIO-FALTA
               MOVE SPACES TO STT-TEXTO
               STRING "TOTAL EN " DELIMITED BY SIZE
                   WS-MONEDA-BASE DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO STT-TEXTO
               MOVE WS-TOT-RESUMEN TO STT-CUENTA
               MOVE WS-TOT-BASE TO STT-TOTAL
               WRITE STATEMENT-RECORD FROM STM-TOTAL-LINE
           END-IF.

       4210-CONVERTIR-MONEDA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO SML-CODE.
           MOVE WS-MON-CUENTA(WS-MON-SUB) TO SML-CUENTA.
           MOVE WS-MON-TOTAL(WS-MON-SUB) TO SML-TOTAL.
           MOVE "T" TO FXL-FUNCION.
           MOVE WS-FECHA-NEGOCIO TO FXL-FECHA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO FXL-MONEDA.
           CALL "fxLook" USING FX-LOOKUP.
           IF FXL-CAMBIO-HALLADO
               COMPUTE WS-MON-BASE ROUNDED =
                   WS-MON-TOTAL(WS-MON-SUB) * FXL-TASA
               ADD WS-MON-BASE TO WS-TOT-BASE
               MOVE FXL-TASA TO SCV-TASA
               MOVE WS-MON-BASE TO SCV-BASE
               MOVE STM-CONVERSION TO SML-CONVERSION
           ELSE
               SET WS-CAMBIO-FALTA TO TRUE
               MOVE "SIN CAMBIO DEL DIA" TO SML-CONVERSION
               DISPLAY "MONTHCLOSE: SIN CAMBIO DE "
                   WS-MON-CODE(WS-MON-SUB) " PARA EL "
                   WS-FECHA-NEGOCIO
           END-IF.
           WRITE STATEMENT-RECORD FROM STM-MONEDA-LINE.

      ******************************************************************
      * LA MUESTRA DE CONTROL DEL MES (CTLSAMP.DAT). CON CALCULOS SIN
      * REVISAR EL ESTADO LO DICE Y EL CIERRE TERMINA RETURN-CODE 4;
      * CON SC-CIERRE = R EN SAMPCFG.DAT EL MES NO SE CIERRA. UN MES
      * SIN MUESTRA (CTLSAMP.DAT NO EXISTE O NO TIENE CABECERA DEL
      * MES) SOLO SE ANOTA; UN CTLSAMP.DAT QUE NO SE PUEDE LEER NO
      * DEJA CERRAR EL MES.
      ******************************************************************
       4300-VERIFICAR-MUESTRA.
           OPEN INPUT SAMPLE-CONFIG-FILE.
           IF WS-SC-STATUS = "00"
               READ SAMPLE-CONFIG-FILE
                   AT END
                       MOVE SPACES TO SAMPLE-CONFIG-RECORD
               END-READ
               CLOSE SAMPLE-CONFIG-FILE
           ELSE
               MOVE SPACES TO SAMPLE-CONFIG-RECORD
           END-IF.
           OPEN INPUT CONTROL-SAMPLE-FILE.
           IF WS-CS-STATUS NOT = "00" AND WS-CS-STATUS NOT = "35"
               DISPLAY "MONTHCLOSE: CTLSAMP.DAT NO SE PUEDE LEER "
                   "(STATUS " WS-CS-STATUS "), NO SE VERIFICA LA "
                   "MUESTRA"
               MOVE "MUESTRA DE CONTROL NO LEIDA"
                   TO STM-ESTADO-LINE
               WRITE STATEMENT-RECORD FROM STM-ESTADO-LINE
               SET WS-MUESTRA-ILEGIBLE TO TRUE
               GO TO 4300-EXIT.
           IF WS-CS-STATUS = "35"
               MOVE "SIN MUESTRA DE CONTROL DEL MES (ctlSamp)"
                   TO STM-ESTADO-LINE
               WRITE STATEMENT-RECORD FROM STM-ESTADO-LINE
               GO TO 4300-EXIT.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MUESTRA-EXISTE TO TRUE
                   PERFORM 4310-CONTAR-PENDIENTES
           END-READ.
           CLOSE CONTROL-SAMPLE-FILE.
           IF NOT WS-MUESTRA-EXISTE
               MOVE "SIN MUESTRA DE CONTROL DEL MES (ctlSamp)"
                   TO STM-ESTADO-LINE
               WRITE STATEMENT-RECORD FROM STM-ESTADO-LINE
               GO TO 4300-EXIT.
           MOVE "MUESTRA DE CONTROL:" TO SMU-TEXTO.
           MOVE WS-MUESTRA-PENDIENTES TO SMU-PENDIENTES.
           MOVE CS-MUESTRA TO SMU-MUESTRA.
           WRITE STATEMENT-RECORD FROM STM-MUESTRA-LINE.
           IF WS-MUESTRA-PENDIENTES > ZERO
               DISPLAY "MONTHCLOSE: " WS-MUESTRA-PENDIENTES
                   " CALCULOS DE LA MUESTRA DE CONTROL SIN REVISAR "
                   "(ctlRev)"
               IF SC-CIERRE-RECHAZA
                   SET WS-MUESTRA-RECHAZA TO TRUE
               ELSE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

       4310-CONTAR-PENDIENTES.
           MOVE "N" TO WS-CS-EOF-SWITCH.
           PERFORM 4320-LEER-ITEM UNTIL WS-CS-EOF.
      *    LA LECTURA DEJA EN EL AREA EL ULTIMO ITEM: SE RELEE LA
      *    CABECERA PARA EL TAMANO DE LA MUESTRA
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   MOVE ZERO TO CS-MUESTRA
           END-READ.

       4320-LEER-ITEM.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-CS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-CS-EOF TO TRUE
                   ELSE
                       IF NOT CS-ES-CABECERA AND CS-PENDIENTE
                           ADD 1 TO WS-MUESTRA-PENDIENTES
                       END-IF
                   END-IF
           END-READ.

       5000-MARCAR-CERRADO.
           OPEN EXTEND MONTH-CONTROL-FILE.
           IF WS-MC-STATUS = "35"
