      *                CALCFILE ACTIVITY OUT PER ENTITY, WITH THE
      *                COMPANY NAME FROM THE ENTIDAD.DAT MASTER
      *                BESIDE THE CODE.
      * 2026-10-15 FA  THE CONTROL SHEET NOW SHOWS EACH ENTITY'S USAGE
      *                AGAINST ITS DAILY EXPOSURE LIMITS FROM EXPLIM.DAT
      *                (limitMant): CALCULATIONS AND RESULT TOTAL OF THE
      *                DAY AGAINST THE MAXIMUMS, FLAGGING THOSE TAKEN
      *                PAST A LIMIT BY SUPERVISOR OVERRIDE.
      * 2026-10-15 FA  AT CLOSE THE DAY IS ALSO WRITTEN TO THE NEW DAILY
      *                SUMMARY FILE DAYSUM.DAT (DAYSUM COPYBOOK): ONE
      *                ROW PER ENTITY, PROGRAM AND OPERATION WITH COUNT,
      *                RESULT TOTAL, MINIMUM AND MAXIMUM. THE DAY'S
      *                EXISTING ROWS ARE REPLACED, SO A RERUN OR THE
      *                ROWS calcAdj ADJUSTED DURING THE DAY END UP EQUAL
      *                TO CALCFILE. THE PERIOD REPORTS READ THESE ROWS
      *                FOR CLOSED DAYS.
      * 2026-10-15 FA  THE DAY'S CALCFILE ACTIVITY IS NOW ALSO TOTALLED
      *                PER CURRENCY (CALC-CURRENCY, OR THE ENTITY'S
      *                CURRENCY FOR OLDER RECORDS) AND CONVERTED TO THE
      *                BASE CURRENCY AT THE BUSINESS DATE'S FXRATE.DAT
      *                RATE (fxMant), WITH THE BASE TOTAL ON THE CONTROL
      *                SHEET. A CURRENCY WITHOUT A RATE FOR THE DAY
      *                HOLDS THE CLOSE: THE SHEET IS PRINTED MARKED
      *                CIERRE RETENIDO, NOTHING IS WRITTEN TO
      *                CLOSEDAT.DAT OR DAYSUM.DAT, THE DATE IS NOT
      *                ROLLED AND THE RUN ENDS RETURN-CODE 8.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dayClose.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT EXPOSURE-LIMIT-FILE ASSIGN TO "EXPLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXL-STATUS.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
           05  WC-DESCRIPCION           PIC X(30).
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  EXPOSURE-LIMIT-FILE.
           COPY EXPLIM.
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC XX.
       01  WS-CALC-STATUS               PIC XX.
           05  WS-ENM-ENTRY OCCURS 20 TIMES.
               10  WS-ENM-CODE          PIC XX.
               10  WS-ENM-NAME          PIC X(30).
      * LIMITES DIARIOS DE EXPLIM.DAT: LA LINEA GLOBAL Y LAS DE
      * CADA ENTIDAD, PARA EL USO CONTRA LIMITE DE LA HOJA
       01  WS-EXL-STATUS                PIC XX.
       01  WS-EXL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EXL-EOF               VALUE "Y".
       01  WS-EXL-EXISTE-SWITCH         PIC X VALUE "N".
           88  WS-EXL-EXISTE            VALUE "Y".
       01  WS-EXL-SUB                   PIC 99.
       01  WS-EXL-COUNT                 PIC 99 VALUE ZERO.
       01  WS-EXL-GLOBAL-CALCULOS       PIC 9(7) VALUE ZERO.
       01  WS-EXL-GLOBAL-IMPORTE        PIC 9(9)V99 VALUE ZERO.
       01  WS-EXL-TABLA.
           05  WS-EXL-ENTRY OCCURS 20 TIMES.
               10  WS-EXL-ENTITY        PIC XX.
               10  WS-EXL-CALCULOS      PIC 9(7).
               10  WS-EXL-IMPORTE       PIC 9(9)V99.
       01  WS-LIM-CALCULOS              PIC 9(7).
       01  WS-LIM-IMPORTE               PIC 9(9)V99.
      * FILAS DEL RESUMEN DIARIO (DAYSUM.DAT) QUE SE REHACEN AL
      * CERRAR: UNA POR ENTIDAD, PROGRAMA Y OPERACION DEL DIA
       01  WS-DS-STATUS                 PIC XX.
       01  WS-DS-EOF-SWITCH             PIC X VALUE "N".
           88  WS-DS-EOF                VALUE "Y".
       01  WS-DS-SUB                    PIC 9(3).
       01  WS-DS-IDX                    PIC 9(3).
       01  WS-DS-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-DS-BORRADAS               PIC 9(5) VALUE ZERO.
       01  WS-DS-TABLA.
           05  WS-DS-ENTRY OCCURS 400 TIMES.
               10  WS-DS-ENTITY         PIC XX.
               10  WS-DS-PROGRAM        PIC X(20).
               10  WS-DS-OPERATION      PIC X(10).
               10  WS-DS-CUENTA         PIC 9(7).
               10  WS-DS-TOTAL          PIC S9(11)V99.
               10  WS-DS-MIN            PIC S9(7)V99.
               10  WS-DS-MAX            PIC S9(7)V99.
      * TOTALES DEL DIA POR MONEDA DEL CALCULO Y SU CONVERSION A LA
      * MONEDA BASE CON EL CAMBIO DEL DIA DE NEGOCIO (FXRATE.DAT).
      * SIN EL CAMBIO DE UNA MONEDA EL CIERRE QUEDA RETENIDO.
       01  WS-MON-SUB                   PIC 99.
       01  WS-MON-IDX                   PIC 99.
       01  WS-MON-COUNT                 PIC 99 VALUE ZERO.
       01  WS-MON-TABLA.
           05  WS-MON-ENTRY OCCURS 20 TIMES.
               10  WS-MON-CODE          PIC X(3).
               10  WS-MON-CUENTA        PIC 9(7).
               10  WS-MON-TOTAL         PIC S9(11)V99.
               10  WS-MON-TASA          PIC 9(5)V9(6).
               10  WS-MON-HALLADA       PIC X.
               10  WS-MON-BASE          PIC S9(13)V99.
       01  WS-MONEDA                    PIC X(3).
       01  WS-MONEDA-BASE               PIC X(3).
       01  WS-TOT-BASE                  PIC S9(13)V99 VALUE ZERO.
       01  WS-RETENIDO-SWITCH           PIC X VALUE "N".
           88  WS-CIERRE-RETENIDO       VALUE "Y".
           COPY FXLOOK.
       01  WS-BD-EXISTE-SWITCH          PIC X VALUE "N".
           88  WS-BD-EXISTE             VALUE "Y".
       01  WS-FESTIVO-SUB               PIC 99.
           05  REL-COUNT                PIC ZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  REL-TOTAL                PIC ZZZZZZZZZZ9.99-.
       01  RPT-LIMITE-TITULO.
           05  FILLER                   PIC X(25)
                   VALUE "USO CONTRA LIMITE DIARIO ".
           05  FILLER                   PIC X(29)
                   VALUE "(EXPLIM.DAT, 0 = SIN LIMITE)".
       01  RPT-LIMITE-LINE.
           05  FILLER                   PIC X(8) VALUE "ENTIDAD ".
           05  RLL-CODE                 PIC XX.
           05  FILLER                   PIC X VALUE SPACE.
           05  RLL-CUENTA               PIC ZZZZZZ9.
           05  FILLER                   PIC X VALUE "/".
           05  RLL-MAX-CUENTA           PIC ZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  RLL-TOTAL                PIC ZZZZZZZZZZ9.99-.
           05  FILLER                   PIC X VALUE "/".
           05  RLL-MAX-TOTAL            PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  RLL-MARCA                PIC X(10).
       01  RPT-MONEDA-TITULO.
           05  FILLER                   PIC X(31)
                   VALUE "TOTALES POR MONEDA, CAMBIO DEL ".
           05  RMT-FECHA                PIC 9(8).
           05  FILLER                   PIC X(4) VALUE " EN ".
           05  RMT-BASE                 PIC X(3).
       01  RPT-MONEDA-LINE.
           05  FILLER                   PIC X(7) VALUE "MONEDA ".
           05  RML-CODE                 PIC X(3).
           05  FILLER                   PIC X VALUE SPACE.
           05  RML-COUNT                PIC ZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RML-TOTAL                PIC ZZZZZZZZZZ9.99-.
           05  FILLER                   PIC X(3) VALUE " X ".
           05  RML-CONVERSION           PIC X(32).
       01  RPT-CONVERSION.
           05  RCV-TASA                 PIC ZZZZ9.9(6).
           05  FILLER                   PIC X(3) VALUE " = ".
           05  RCV-BASE                 PIC ZZZZZZZZZZZZ9.99-.
       01  RPT-BASE-LINE.
           05  FILLER                   PIC X(21)
                   VALUE "TOTAL EN MONEDA BASE ".
           05  RBL-BASE                 PIC X(3).
           05  FILLER                   PIC X(29) VALUE SPACES.
           05  RBL-TOTAL                PIC ZZZZZZZZZZZZ9.99-.
       01  RPT-RETENIDO-LINE.
           05  FILLER                   PIC X(21)
                   VALUE "*** CIERRE RETENIDO: ".
           05  FILLER                   PIC X(36)
                   VALUE "FALTA EL CAMBIO DEL DIA (fxMant) ***".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TOTALIZAR-TRANLOG UNTIL WS-EOF.
           PERFORM 3000-TOTALIZAR-CALCFILE THRU 3000-EXIT.
           PERFORM 3700-CONVERTIR-MONEDAS.
           IF WS-CIERRE-RETENIDO
               PERFORM 5000-IMPRIMIR-HOJA
               PERFORM 9000-TERMINATE
               DISPLAY "DAYCLOSE: CIERRE DEL " WS-FECHA-NEGOCIO
                   " RETENIDO, FALTA EL CAMBIO DEL DIA EN FXRATE.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3500-GRABAR-RESUMEN THRU 3500-EXIT.
           PERFORM 4000-GRABAR-CIERRE.
           PERFORM 5000-IMPRIMIR-HOJA.
           PERFORM 6000-RODAR-FECHA THRU 6000-EXIT.
                       ADD CALC-RESULT TO WS-TOT-CALC-RES
                       PERFORM 3200-ACUMULAR-PROGRAMA
                       PERFORM 3300-ACUMULAR-ENTIDAD
                       PERFORM 3400-ACUMULAR-RESUMEN
                       PERFORM 3600-ACUMULAR-MONEDA
                   END-IF
           END-READ.

               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * FILA DEL RESUMEN DIARIO DEL CALCULO: ENTIDAD, PROGRAMA Y
      * OPERACION, CON CANTIDAD, SUMA, MENOR Y MAYOR RESULTADO.
      ******************************************************************
       3400-ACUMULAR-RESUMEN.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-DS-IDX.
           PERFORM 3410-BUSCAR-RESUMEN
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-DS-COUNT < 400
                   ADD 1 TO WS-DS-COUNT
                   MOVE CALC-ENTITY TO WS-DS-ENTITY(WS-DS-COUNT)
                   MOVE CALC-PROGRAM TO WS-DS-PROGRAM(WS-DS-COUNT)
                   MOVE CALC-OPERATION TO
                       WS-DS-OPERATION(WS-DS-COUNT)
                   MOVE ZERO TO WS-DS-CUENTA(WS-DS-COUNT)
                   MOVE ZERO TO WS-DS-TOTAL(WS-DS-COUNT)
                   MOVE CALC-RESULT TO WS-DS-MIN(WS-DS-COUNT)
                   MOVE CALC-RESULT TO WS-DS-MAX(WS-DS-COUNT)
                   MOVE WS-DS-COUNT TO WS-DS-IDX
               ELSE
                   DISPLAY "DAYCLOSE: TABLA DE RESUMEN LLENA, "
                       CALC-ENTITY " " CALC-PROGRAM " "
                       CALC-OPERATION " FUERA DE DAYSUM.DAT"
               END-IF
           END-IF.
           IF WS-DS-IDX > ZERO
               ADD 1 TO WS-DS-CUENTA(WS-DS-IDX)
               ADD CALC-RESULT TO WS-DS-TOTAL(WS-DS-IDX)
               IF CALC-RESULT < WS-DS-MIN(WS-DS-IDX)
                   MOVE CALC-RESULT TO WS-DS-MIN(WS-DS-IDX)
               END-IF
               IF CALC-RESULT > WS-DS-MAX(WS-DS-IDX)
                   MOVE CALC-RESULT TO WS-DS-MAX(WS-DS-IDX)
               END-IF
           END-IF.

       3410-BUSCAR-RESUMEN.
           IF WS-DS-ENTITY(WS-DS-SUB) = CALC-ENTITY
               AND WS-DS-PROGRAM(WS-DS-SUB) = CALC-PROGRAM
               AND WS-DS-OPERATION(WS-DS-SUB) = CALC-OPERATION
               MOVE WS-DS-SUB TO WS-DS-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * REHACE EN DAYSUM.DAT LAS FILAS DEL DIA QUE SE CIERRA: BORRA
      * LAS QUE HUBIERA (UN CIERRE REPETIDO, O LAS QUE calcAdj FUE
      * AJUSTANDO DURANTE EL DIA) Y GRABA LAS DE LA TABLA, QUE YA
      * INCLUYEN LOS REVERSOS PORQUE ESTAN EN CALCFILE.DAT. SI EL
      * FICHERO NO EXISTE SE CREA. SIN CALCFILE.DAT NO HAY CIFRAS
      * DEL DIA Y SE DEJAN LAS FILAS COMO ESTEN.
      ******************************************************************
       3500-GRABAR-RESUMEN.
           IF WS-CALC-STATUS NOT = "00"
               GO TO 3500-EXIT.
           OPEN I-O DAY-SUMMARY-FILE.
           IF WS-DS-STATUS = "35"
               OPEN OUTPUT DAY-SUMMARY-FILE
               CLOSE DAY-SUMMARY-FILE
               OPEN I-O DAY-SUMMARY-FILE
           END-IF.
           IF WS-DS-STATUS NOT = "00"
               DISPLAY "DAYSUM.DAT NO DISPONIBLE (STATUS "
                   WS-DS-STATUS "), CIERRE SIN RESUMEN DIARIO"
               GO TO 3500-EXIT.
           MOVE WS-FECHA-NEGOCIO TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   SET WS-DS-EOF TO TRUE
           END-START.
           PERFORM 3510-BORRAR-RESUMEN UNTIL WS-DS-EOF.
           PERFORM 3520-GRABAR-FILA
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT.
           CLOSE DAY-SUMMARY-FILE.
           DISPLAY "DAYCLOSE: DAYSUM.DAT " WS-DS-COUNT
               " FILAS DEL DIA (" WS-DS-BORRADAS " REEMPLAZADAS)".
       3500-EXIT.
           EXIT.

       3510-BORRAR-RESUMEN.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DS-EOF TO TRUE
               NOT AT END
                   IF DS-DATE NOT = WS-FECHA-NEGOCIO
                       SET WS-DS-EOF TO TRUE
                   ELSE
                       DELETE DAY-SUMMARY-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR BORRANDO DAYSUM.DAT "
                                   DS-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-DS-BORRADAS
                       END-DELETE
                   END-IF
           END-READ.

       3520-GRABAR-FILA.
           MOVE WS-FECHA-NEGOCIO TO DS-DATE.
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
           END-WRITE.

      ******************************************************************
      * TOTAL DEL DIA POR MONEDA. UN CALCULO GRABADO ANTES DE LLEVAR
      * MONEDA CUENTA EN LA MONEDA DE SU ENTIDAD.
      ******************************************************************
       3600-ACUMULAR-MONEDA.
           MOVE CALC-CURRENCY TO WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE "M" TO FXL-FUNCION
               MOVE CALC-ENTITY TO FXL-ENTITY
               CALL "fxLook" USING FX-LOOKUP
               MOVE FXL-MONEDA TO WS-MONEDA
           END-IF.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-MON-IDX.
           PERFORM 3610-BUSCAR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-MON-COUNT < 20
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MONEDA TO WS-MON-CODE(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-CUENTA(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-TOTAL(WS-MON-COUNT)
                   MOVE WS-MON-COUNT TO WS-MON-IDX
               ELSE
      *            SIN SITIO PARA LA MONEDA EL TOTAL BASE NO CUADRARIA
                   DISPLAY "DAYCLOSE: MAS DE 20 MONEDAS EN EL DIA, "
                       WS-MONEDA " SIN TOTALIZAR"
                   SET WS-CIERRE-RETENIDO TO TRUE
               END-IF
           END-IF.
           IF WS-MON-IDX > ZERO
               ADD 1 TO WS-MON-CUENTA(WS-MON-IDX)
               ADD CALC-RESULT TO WS-MON-TOTAL(WS-MON-IDX)
           END-IF.

       3610-BUSCAR-MONEDA.
           IF WS-MON-CODE(WS-MON-SUB) = WS-MONEDA
               MOVE WS-MON-SUB TO WS-MON-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * CONVERSION A MONEDA BASE CON EL CAMBIO EXACTO DEL DIA DE
      * NEGOCIO. NO SE SUPONE NINGUN CAMBIO: SI FALTA UNO EL CIERRE
      * QUEDA RETENIDO HASTA QUE SE TECLEE EN fxMant.
      ******************************************************************
       3700-CONVERTIR-MONEDAS.
           MOVE "M" TO FXL-FUNCION.
           MOVE SPACES TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE FXL-BASE TO WS-MONEDA-BASE.
           PERFORM 3710-CONVERTIR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT.

       3710-CONVERTIR-MONEDA.
           MOVE "T" TO FXL-FUNCION.
           MOVE WS-FECHA-NEGOCIO TO FXL-FECHA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO FXL-MONEDA.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE FXL-HALLADA TO WS-MON-HALLADA(WS-MON-SUB).
           MOVE FXL-TASA TO WS-MON-TASA(WS-MON-SUB).
           IF FXL-CAMBIO-HALLADO
               COMPUTE WS-MON-BASE(WS-MON-SUB) ROUNDED =
                   WS-MON-TOTAL(WS-MON-SUB) * FXL-TASA
               ADD WS-MON-BASE(WS-MON-SUB) TO WS-TOT-BASE
           ELSE
               MOVE ZERO TO WS-MON-BASE(WS-MON-SUB)
               SET WS-CIERRE-RETENIDO TO TRUE
               DISPLAY "DAYCLOSE: SIN CAMBIO DE "
                   WS-MON-CODE(WS-MON-SUB) " PARA EL "
                   WS-FECHA-NEGOCIO
           END-IF.

       4000-GRABAR-CIERRE.
           OPEN EXTEND CLOSE-FILE.
           IF WS-CLOSE-STATUS = "35"
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE WS-FECHA-NEGOCIO TO HDG-DATE.
           WRITE CLOSE-REPORT-RECORD FROM RPT-TITLE-1.
           IF WS-CIERRE-RETENIDO
               WRITE CLOSE-REPORT-RECORD FROM RPT-RETENIDO-LINE
           END-IF.
           PERFORM 5100-IMPRIMIR-PROGRAMA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PROG-COUNT.
           PERFORM 5300-IMPRIMIR-ENTIDAD
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CE-COUNT.
           PERFORM 5400-CARGAR-LIMITES.
           IF WS-EXL-EXISTE
               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD FROM RPT-LIMITE-TITULO
               PERFORM 5500-IMPRIMIR-LIMITE
                   VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CE-COUNT
           END-IF.
           PERFORM 5600-IMPRIMIR-MONEDAS.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD FROM RPT-FIRMA-LINE.
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

               MOVE WS-ENM-NAME(WS-ENM-SUB) TO REL-NAME
           END-IF.

      ******************************************************************
      * LIMITES DIARIOS DE EXPOSICION (limitMant). SIN EXPLIM.DAT LA
      * HOJA NO LLEVA LA SECCION DE USO CONTRA LIMITE.
      ******************************************************************
       5400-CARGAR-LIMITES.
           OPEN INPUT EXPOSURE-LIMIT-FILE.
           IF WS-EXL-STATUS = "35"
               CONTINUE
           ELSE
               SET WS-EXL-EXISTE TO TRUE
               PERFORM 5410-LEER-LIMITE UNTIL WS-EXL-EOF
               CLOSE EXPOSURE-LIMIT-FILE
           END-IF.

       5410-LEER-LIMITE.
           READ EXPOSURE-LIMIT-FILE
               AT END
                   SET WS-EXL-EOF TO TRUE
               NOT AT END
                   IF EX-MAX-CALCULOS IS NOT NUMERIC
                       MOVE ZERO TO EX-MAX-CALCULOS
                   END-IF
                   IF EX-MAX-IMPORTE IS NOT NUMERIC
                       MOVE ZERO TO EX-MAX-IMPORTE
                   END-IF
                   IF EX-ENTITY = SPACES
                       MOVE EX-MAX-CALCULOS TO WS-EXL-GLOBAL-CALCULOS
                       MOVE EX-MAX-IMPORTE TO WS-EXL-GLOBAL-IMPORTE
                   ELSE
                       IF WS-EXL-COUNT < 20
                           ADD 1 TO WS-EXL-COUNT
                           MOVE EX-ENTITY TO
                               WS-EXL-ENTITY(WS-EXL-COUNT)
                           MOVE EX-MAX-CALCULOS TO
                               WS-EXL-CALCULOS(WS-EXL-COUNT)
                           MOVE EX-MAX-IMPORTE TO
                               WS-EXL-IMPORTE(WS-EXL-COUNT)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * USO DEL DIA DE CADA ENTIDAD (LAS MISMAS CIFRAS DE SU LINEA DE
      * DESGLOSE) CONTRA SU LIMITE O EL GLOBAL. SOLO UN OVERRIDE DE
      * SUPERVISOR EN Divisiones PUEDE DEJAR UNA ENTIDAD POR ENCIMA.
      ******************************************************************
       5500-IMPRIMIR-LIMITE.
           MOVE WS-EXL-GLOBAL-CALCULOS TO WS-LIM-CALCULOS.
           MOVE WS-EXL-GLOBAL-IMPORTE TO WS-LIM-IMPORTE.
           PERFORM 5510-BUSCAR-LIMITE
               VARYING WS-EXL-SUB FROM 1 BY 1
               UNTIL WS-EXL-SUB > WS-EXL-COUNT.
           MOVE WS-CE-CODE(WS-CE-SUB) TO RLL-CODE.
           MOVE WS-CE-CUENTA(WS-CE-SUB) TO RLL-CUENTA.
           MOVE WS-LIM-CALCULOS TO RLL-MAX-CUENTA.
           MOVE WS-CE-TOTAL(WS-CE-SUB) TO RLL-TOTAL.
           MOVE WS-LIM-IMPORTE TO RLL-MAX-TOTAL.
           MOVE SPACES TO RLL-MARCA.
           IF (WS-LIM-CALCULOS > ZERO
               AND WS-CE-CUENTA(WS-CE-SUB) > WS-LIM-CALCULOS)
               OR (WS-LIM-IMPORTE > ZERO
               AND WS-CE-TOTAL(WS-CE-SUB) > WS-LIM-IMPORTE)
               MOVE "SUPERADO" TO RLL-MARCA
           END-IF.
           WRITE CLOSE-REPORT-RECORD FROM RPT-LIMITE-LINE.

       5510-BUSCAR-LIMITE.
           IF WS-EXL-ENTITY(WS-EXL-SUB) = WS-CE-CODE(WS-CE-SUB)
               MOVE WS-EXL-CALCULOS(WS-EXL-SUB) TO WS-LIM-CALCULOS
               MOVE WS-EXL-IMPORTE(WS-EXL-SUB) TO WS-LIM-IMPORTE
           END-IF.

      ******************************************************************
      * CADA MONEDA POR SEPARADO Y EL TOTAL CONVERTIDO A LA BASE. EL
      * TOTAL BASE NO SE IMPRIME CON EL CIERRE RETENIDO.
      ******************************************************************
       5600-IMPRIMIR-MONEDAS.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           MOVE WS-FECHA-NEGOCIO TO RMT-FECHA.
           MOVE WS-MONEDA-BASE TO RMT-BASE.
           WRITE CLOSE-REPORT-RECORD FROM RPT-MONEDA-TITULO.
           PERFORM 5610-IMPRIMIR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT.
           IF WS-CIERRE-RETENIDO
               WRITE CLOSE-REPORT-RECORD FROM RPT-RETENIDO-LINE
           ELSE
               MOVE WS-MONEDA-BASE TO RBL-BASE
               MOVE WS-TOT-BASE TO RBL-TOTAL
               WRITE CLOSE-REPORT-RECORD FROM RPT-BASE-LINE
           END-IF.

       5610-IMPRIMIR-MONEDA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO RML-CODE.
           MOVE WS-MON-CUENTA(WS-MON-SUB) TO RML-COUNT.
           MOVE WS-MON-TOTAL(WS-MON-SUB) TO RML-TOTAL.
           IF WS-MON-HALLADA(WS-MON-SUB) = "Y"
               MOVE WS-MON-TASA(WS-MON-SUB) TO RCV-TASA
               MOVE WS-MON-BASE(WS-MON-SUB) TO RCV-BASE
               MOVE RPT-CONVERSION TO RML-CONVERSION
           ELSE
               MOVE "SIN CAMBIO DEL DIA" TO RML-CONVERSION
           END-IF.
           WRITE CLOSE-REPORT-RECORD FROM RPT-MONEDA-LINE.

      ******************************************************************
      * PARTE DEL CIERRE BUENO: LA FECHA DE NEGOCIO AVANZA AL
      * SIGUIENTE DIA LABORABLE (NI SABADO, NI DOMINGO, NI FESTIVO
