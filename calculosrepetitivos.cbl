      *                TOGETHER COULD BOOK UNDER THE SAME RUN-ID.
      *                AN OLD SEQUENTIAL RUNSEQ.DAT MUST BE DELETED
      *                ONCE; THE COUNTER RECREATES ITSELF.
      * 2026-10-15 FA  EACH CALCFILE.DAT RECORD NOW CARRIES THE
      *                SIGNED-ON OPERATOR (CALC-OPERATOR) FROM THE
      *                SESSWORK AREA; THE NUMLIST.DAT BATCH RUN, AND ANY
      *                RUN OUTSIDE A MenuPrincipal SESSION, IS BATCH.
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK): INSTEAD OF HOLDING IT OPEN
      *                EXTEND FOR THE RUN, EACH ALERT OPENS IT I-O
      *                (RETRY WHILE BUSY), WRITES UNDER THE NEXT FREE
      *                AL-SEQ AND CLOSES.
      * 2026-10-15 FA  TABLE TYPES: BESIDES MULTIPLICATION (M) THE
      *                PROGRAM NOW BUILDS ADDITION (S), POWER (E),
      *                DIVISION (D) AND PERCENTAGE (P) TABLES, CHOSEN
      *                AT THE PROMPT OR FROM THE NEW NL-TIPO BYTE OF
      *                NUMLIST.DAT (BLANK = M). EACH POSTS TO
      *                CALCFILE.DAT UNDER ITS OWN OPERATION (SUMA,
      *                POTENCIA, DIVISION, PORCENT); DIVISION AND
      *                PERCENTAGE HONOR THE ENTITY'S TH-ROUND POLICY
      *                FROM THRESH.DAT AS Divisiones DOES. RESULTADO
      *                WIDENED TO 9(7)V99. A LIMITE THAT WOULD
      *                OVERFLOW A POWER TABLE IS REFUSED.
      * 2026-10-15 FA  THE TABLARPT.DAT DETAIL LINE NOW COMES FROM THE
      *                TABLADTL COPYBOOK, SHARED WITH THE tablaBal
      *                BALANCING STEP THAT READS THE REPORT BACK.
      * 2026-10-15 FA  EVERY TABLE ROW WRITTEN TO CALCFILE.DAT IS ALSO
      *                JOURNALED AS AN AFTER-IMAGE ON CALCJRNL.DAT
      *                THROUGH calcJrnl, SO calcRcvr CAN ROLL THE FILE
      *                FORWARD FROM THE LAST BACKUP.
      * 2026-10-15 FA  EVERY CALCULATION IS NOW STAMPED WITH ITS
      *                CURRENCY (CALC-CURRENCY, THE ENTITY'S ENTIDAD.DAT
      *                CURRENCY THROUGH fxLook) WHEN IT IS WRITTEN TO
      *                CALCFILE.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculosrepetitivos.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MONTH-CONTROL-FILE ASSIGN TO "MTHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  NL-RECORD.
           05  NL-NUMERO               PIC 99.
           05  NL-LIMITE               PIC 99.
      *    TIPO DE TABLA (VEASE TIPO-TABLA); EN BLANCO ES MULTIPLICAR
           05  NL-TIPO                 PIC X.
       FD  ERROR-LOG-FILE.
           COPY ERRLOG.
       FD  ALERT-FILE.
           05  MC-MONTH                PIC 9(6).
           05  FILLER                  PIC X.
           05  MC-STATUS               PIC X.
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05  TH-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  TH-VALUE                PIC S9(7)V99.
           05  FILLER                  PIC X.
           05  TH-HARD-VALUE           PIC S9(7)V99.
           05  FILLER                  PIC X.
      *    POLITICA DE REDONDEO DE LA ENTIDAD: T TRUNCAR (DEFECTO),
      *    R REDONDEO AL MEDIO HACIA ARRIBA
           05  TH-ROUND                PIC X.
       WORKING-STORAGE SECTION.
       01  WS-ERROR-PARAGRAPH          PIC X(12).
       01  WS-ERROR-MESSAGE            PIC X(40).
       01  WS-NL-STATUS                PIC XX.
       01  WS-ERR-STATUS               PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-ALERT-INTENTOS           PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH    PIC X.
           88  WS-ALERTA-GRABADA       VALUE "Y".
       01  WS-BD-STATUS                PIC XX.
       01  WS-BATCH-SWITCH             PIC X VALUE "N".
           88  WS-BATCH-YES            VALUE "Y".
       01  NUMERO PIC 99.
       01  MULTIPLICADOR PIC 999.
       01  LIMITE PIC 99 VALUE 9.
       01  RESULTADO PIC 9(7)V99.
      * COCIENTE Y PORCENTAJE CON DECIMALES DE SOBRA ANTES DE APLICAR
      * LA POLITICA DE REDONDEO, COMO EN Divisiones Y calcVrfy
       01  RESULTADO-EXT PIC 9(7)V9999.
      * MAYOR POTENCIA DE LA TABLA (NUMERO ELEVADO A LIMITE), PARA NO
      * EMPEZAR UNA TABLA DE POTENCIAS QUE NO CABE EN RESULTADO
       01  POTENCIA-MAXIMA PIC 9(7).
       01  POTENCIA-SWITCH PIC X.
           88  POTENCIA-CABE VALUE "Y".
      * M MULTIPLICAR, S SUMAR, E POTENCIAS, D DIVIDIR, P PORCENTAJES
       01  TIPO-TABLA PIC X VALUE "M".
           88  TIPO-MULTIPLICAR VALUE "M".
           88  TIPO-SUMA VALUE "S".
           88  TIPO-POTENCIA VALUE "E".
           88  TIPO-DIVISION VALUE "D".
           88  TIPO-PORCENTAJE VALUE "P".
           88  TIPO-VALIDO VALUE "M" "S" "E" "D" "P".
       01  OPERACION-TABLA PIC X(10).
       01  WS-THRESH-STATUS PIC XX.
       01  WS-THRESH-EOF-SWITCH PIC X VALUE "N".
           88  WS-THRESH-EOF VALUE "Y".
       01  WS-THRESH-HALLADO-SWITCH PIC X VALUE "N".
           88  WS-THRESH-HALLADO VALUE "Y".
      * POLITICA DE REDONDEO DE LA ENTIDAD (TH-ROUND DE THRESH.DAT)
       01  WS-REDONDEO PIC X VALUE "T".
       01  SALIDA PIC XXXXX.
       01  WS-PRINT-SWITCH             PIC X VALUE "N".
           88  WS-PRINT-OPEN           VALUE "Y".
       01  WS-MSG-DEFECTO PIC X(60).
       01  WS-MSG-TEXTO PIC X(60).
       01  WS-ENTIDAD PIC XX VALUE "01".
      * OPERADOR FIRMADO QUE QUEDA EN CADA CALCULO; BATCH CUANDO LA
      * CORRIDA ES DESATENDIDA O NO VIENE DE UNA SESION
       01  WS-OPERADOR PIC X(8) VALUE "BATCH".
       01  WS-CU-STATUS PIC XX.
       01  WS-CU-EOF-SWITCH PIC X VALUE "N".
           88  WS-CU-EOF VALUE "Y".
       01  WS-FS-T3 PIC S9(7) COMP.
       01  WS-FS-T4 PIC S9(7) COMP.
           COPY SESSWORK.
           COPY FXLOOK.
       01  WS-MSG-TABLA.
           05  WS-MSG-ENTRY OCCURS 150 TIMES.
               10  WS-MSG-TBL-KEY PIC X(8).
               10  WS-MSG-TBL-TEXT PIC X(60).
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(30)
                   VALUE "TABLAS DE CALCULO - REPORTE".
           05  FILLER                  PIC X(10) VALUE "  FECHA: ".
           05  HDG-DATE                PIC 9(8).
       01  RPT-HEADING-2               PIC X(40)
               VALUE "NUMERO      OPERACION       RESULTADO".
       01  RPT-TABLA-LINE.
           05  FILLER                  PIC X(9) VALUE "LA TABLA ".
           05  HDG-TIPO                PIC X(15).
           05  FILLER                  PIC X(4) VALUE "DEL ".
           05  HDG-NUMERO              PIC Z9.
           COPY TABLADTL.
       PROCEDURE DIVISION.
           INICIO.
           IF NOT WS-PRINT-OPEN
               GO TO FINALIZAR
           ELSE
           PERFORM REINICIA-PROGRAMA .
           PERFORM INTRODUCE-NUMERO THRU INTRODUCE-LIMITE.
           PERFORM MOSTRAR-TABLA.

           BATCH-LEER-SIGUIENTE.
                       " YA COMPLETADO EN UNA CORRIDA ANTERIOR, "
                       "SALTANDO"
                   GO TO BATCH-LEER-SIGUIENTE.
               IF NL-TIPO = SPACE
                   MOVE "M" TO TIPO-TABLA
               ELSE
                   MOVE NL-TIPO TO TIPO-TABLA.
               IF NOT TIPO-VALIDO
                   DISPLAY "NUMERO " NL-NUMERO " CON TIPO DE TABLA "
                       NL-TIPO " INVALIDO, SALTANDO"
                   MOVE "BATCH-LEER" TO WS-ERROR-PARAGRAPH
                   MOVE "INVALID TABLE TYPE IN NUMLIST.DAT"
                       TO WS-ERROR-MESSAGE
                   PERFORM REGISTRAR-ERROR
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   GO TO BATCH-LEER-SIGUIENTE.
               MOVE NL-NUMERO TO NUMERO.
               MOVE NL-LIMITE TO LIMITE.
               IF TIPO-POTENCIA
                   PERFORM COMPROBAR-POTENCIA
                   IF NOT POTENCIA-CABE
                       DISPLAY "NUMERO " NL-NUMERO " ELEVADO A "
                           NL-LIMITE " NO CABE EN EL RESULTADO, "
                           "SALTANDO"
                       MOVE "BATCH-LEER" TO WS-ERROR-PARAGRAPH
                       MOVE "POWER TABLE LIMIT TOO HIGH"
                           TO WS-ERROR-MESSAGE
                       PERFORM REGISTRAR-ERROR
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                       GO TO BATCH-LEER-SIGUIENTE.
               PERFORM REINICIA-PROGRAMA.
               PERFORM MOSTRAR-TABLA.

           IF WS-PRINT-OPEN
               CLOSE PRINT-FILE
               CLOSE CALC-FILE
               CLOSE ERROR-LOG-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           SET WS-PRINT-NOT-OPEN TO TRUE.
           SET WS-BATCH-NO TO TRUE.
               WRITE PRINT-RECORD FROM RPT-HEADING-1.
               WRITE PRINT-RECORD FROM RPT-HEADING-2.
               PERFORM ABRIR-ERROR-LOG.
               PERFORM CARGAR-MENSAJES.
               PERFORM LEER-THRESHOLD.
               SET WS-PRINT-OPEN TO TRUE.
               PERFORM LEER-CHECKPOINT.
               PERFORM AVISAR-CIERRE THRU AVISAR-CIERRE-FIN.
                   CLOSE BUSDATE-FILE
               END-IF.

      ******************************************************************
      * POLITICA DE REDONDEO DE LA ENTIDAD DE LA SESION PARA LAS
      * TABLAS DE DIVIDIR Y DE PORCENTAJES: LA LINEA DE LA ENTIDAD EN
      * THRESH.DAT MANDA, LA LINEA EN BLANCO ES EL GLOBAL, SIN
      * FICHERO SE TRUNCA. ES LA MISMA POLITICA QUE APLICA calcVrfy
      * AL REHACER DIVISION Y PORCENT.
      ******************************************************************
           LEER-THRESHOLD.
               MOVE "T" TO WS-REDONDEO.
               MOVE "N" TO WS-THRESH-EOF-SWITCH.
               MOVE "N" TO WS-THRESH-HALLADO-SWITCH.
               OPEN INPUT THRESHOLD-FILE.
               IF WS-THRESH-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM LEER-THRESHOLD-LINEA
                       UNTIL WS-THRESH-EOF OR WS-THRESH-HALLADO
                   CLOSE THRESHOLD-FILE
               END-IF.

           LEER-THRESHOLD-LINEA.
               READ THRESHOLD-FILE
                   AT END
                       SET WS-THRESH-EOF TO TRUE
                   NOT AT END
                       IF TH-ENTITY = WS-ENTIDAD
                           OR TH-ENTITY = SPACES
                           IF TH-ROUND = "R"
                               MOVE "R" TO WS-REDONDEO
                           ELSE
                               MOVE "T" TO WS-REDONDEO
                           END-IF
                           IF TH-ENTITY = WS-ENTIDAD
                               SET WS-THRESH-HALLADO TO TRUE
                           END-IF
                       END-IF
               END-READ.

      ******************************************************************
      * TEXTO DE CABECERA, SIMBOLO DEL DETALLE Y OPERACION CON QUE SE
      * GRABA EN CALCFILE.DAT CADA TIPO DE TABLA. LOS VALORES SON
      * SIEMPRE NUMERO Y MULTIPLICADOR, EN ESE ORDEN, PARA QUE
      * calcVrfy REHAGA CADA LINEA CON SU OPERACION DE SIEMPRE.
      ******************************************************************
           PREPARAR-TIPO-TABLA.
               EVALUATE TRUE
                   WHEN TIPO-SUMA
                       MOVE "DE SUMAR" TO HDG-TIPO
                       MOVE "+" TO DTL-SIMBOLO
                       MOVE "SUMA" TO OPERACION-TABLA
                   WHEN TIPO-POTENCIA
                       MOVE "DE POTENCIAS" TO HDG-TIPO
                       MOVE "^" TO DTL-SIMBOLO
                       MOVE "POTENCIA" TO OPERACION-TABLA
                   WHEN TIPO-DIVISION
                       MOVE "DE DIVIDIR" TO HDG-TIPO
                       MOVE "/" TO DTL-SIMBOLO
                       MOVE "DIVISION" TO OPERACION-TABLA
                   WHEN TIPO-PORCENTAJE
                       MOVE "DE PORCENTAJES" TO HDG-TIPO
                       MOVE "%" TO DTL-SIMBOLO
                       MOVE "PORCENT" TO OPERACION-TABLA
                   WHEN OTHER
                       MOVE "DE MULTIPLICAR" TO HDG-TIPO
                       MOVE "*" TO DTL-SIMBOLO
                       MOVE "MULTIPLICA" TO OPERACION-TABLA
               END-EVALUATE.

      *    LA POTENCIA CRECE CON EL EXPONENTE: SI NUMERO ELEVADO A
      *    LIMITE CABE EN RESULTADO, CABE TODA LA TABLA
           COMPROBAR-POTENCIA.
               MOVE "Y" TO POTENCIA-SWITCH.
               COMPUTE POTENCIA-MAXIMA = NUMERO ** LIMITE
                   ON SIZE ERROR
                       MOVE "N" TO POTENCIA-SWITCH
               END-COMPUTE.

      *    COCIENTE O PORCENTAJE A DOS DECIMALES SEGUN LA POLITICA DE
      *    LA ENTIDAD: T TRUNCA, R REDONDEA AL MEDIO HACIA ARRIBA
           REDONDEAR-RESULTADO.
               IF WS-REDONDEO = "R"
                   COMPUTE RESULTADO ROUNDED = RESULTADO-EXT
               ELSE
                   COMPUTE RESULTADO = RESULTADO-EXT
               END-IF.

           REGISTRAR-ALERTA.
               MOVE SPACES TO ALERT-RECORD.
               ACCEPT AL-DATE FROM DATE YYYYMMDD.
      *        EL UNICO EVENTO QUE ALERTA ESTE PROGRAMA ES EL FALLO
      *        DE GRABACION EN CALCFILE.DAT, SIEMPRE CRITICO
               MOVE "C" TO AL-SEVERITY.
               MOVE ZERO TO AL-SEQ.
               PERFORM ABRIR-ALERTAS THRU ABRIR-ALERTAS-FIN.
               IF WS-ALERT-STATUS = "00"
                   MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
                   PERFORM GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
                   CLOSE ALERT-FILE
               END-IF.

           GRABAR-ALERTA.
      *        OTRA ALERTA EN LA MISMA CENTESIMA: SE TOMA EL AL-SEQ
      *        SIGUIENTE
               WRITE ALERT-RECORD
                   INVALID KEY
                       IF WS-ALERT-STATUS = "22" AND AL-SEQ < 9999
                           ADD 1 TO AL-SEQ
                       ELSE
                           DISPLAY "ALERTA NO ENCOLADA (STATUS "
                               WS-ALERT-STATUS ")"
                           SET WS-ALERTA-GRABADA TO TRUE
                       END-IF
                   NOT INVALID KEY
                       SET WS-ALERTA-GRABADA TO TRUE
               END-WRITE.

      *    ALERTS.DAT SE ABRE SOLO PARA GRABAR CADA ALERTA; SI OTRO
      *    PROGRAMA LO TIENE ABIERTO SE REINTENTA, COMO RUNSEQ.DAT
           ABRIR-ALERTAS.
               MOVE ZERO TO WS-ALERT-INTENTOS.
           ABRIR-ALERTAS-REINTENTO.
               OPEN I-O ALERT-FILE.
               EVALUATE TRUE
                   WHEN WS-ALERT-STATUS = "00"
                       CONTINUE
                   WHEN WS-ALERT-STATUS = "35"
                       OPEN OUTPUT ALERT-FILE
                       IF WS-ALERT-STATUS = "00"
                           CLOSE ALERT-FILE
                           GO TO ABRIR-ALERTAS-REINTENTO
                       END-IF
                       DISPLAY "NO SE PUEDE CREAR ALERTS.DAT (STATUS "
                           WS-ALERT-STATUS ")"
                   WHEN WS-ALERT-STATUS = "30" OR WS-ALERT-STATUS = "39"
      *            COLA SECUENCIAL ANTIGUA SIN CONVERTIR (alertReorg)
                       DISPLAY "ALERTS.DAT ILEGIBLE (STATUS "
                           WS-ALERT-STATUS "), CONVIERTALO CON "
                           "alertReorg"
                   WHEN OTHER
                       ADD 1 TO WS-ALERT-INTENTOS
                       IF WS-ALERT-INTENTOS > 500
                           DISPLAY "ALERTS.DAT SIGUE OCUPADO "
                               "(STATUS " WS-ALERT-STATUS "), "
                               "REINTENTANDO"
                           MOVE ZERO TO WS-ALERT-INTENTOS
                       END-IF
                       GO TO ABRIR-ALERTAS-REINTENTO
               END-EVALUATE.
           ABRIR-ALERTAS-FIN.
               EXIT.

           REGISTRAR-ERROR.
               ACCEPT EL-DATE FROM DATE YYYYMMDD.
               ACCEPT EL-TIME FROM TIME.
                   IF SW-ENTITY IS NUMERIC AND SW-ENTITY NOT = "00"
                       MOVE SW-ENTITY TO WS-ENTIDAD
                   END-IF
                   IF SW-OPERATOR NOT = SPACES
                       MOVE SW-OPERATOR TO WS-OPERADOR
                   END-IF
               ELSE
                   PERFORM CARGAR-IDIOMA-FICHERO
               END-IF.
                       "(ULTIMO: " WS-STARTUP-LAST-NUMERO "), "
                       "INTRODUZCA OTRO"
                   GO TO INTRODUCE-NUMERO.
           INTRODUCE-TIPO.
               MOVE "CALC-006" TO WS-MSG-KEY
               MOVE
               "TIPO: M MULT, S SUMA, E POTENCIA, D DIVIDE, P PORCENT"
                   TO WS-MSG-DEFECTO
               PERFORM MOSTRAR-MENSAJE
               MOVE SPACE TO TIPO-TABLA
               ACCEPT TIPO-TABLA.
               INSPECT TIPO-TABLA CONVERTING "msedp" TO "MSEDP".
               IF TIPO-TABLA = SPACE
                   MOVE "M" TO TIPO-TABLA.
               IF NOT TIPO-VALIDO
                   MOVE "CALC-007" TO WS-MSG-KEY
                   MOVE "TIPO INVALIDO, DEBE SER M, S, E, D O P"
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   GO TO INTRODUCE-TIPO.
           INTRODUCE-LIMITE.
               MOVE "CALC-005" TO WS-MSG-KEY
               MOVE "HASTA QUE NUMERO QUIERES LA TABLA (1-99)"
                   TO WS-MSG-DEFECTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT LIMITE.
               IF LIMITE IS NOT NUMERIC OR LIMITE < 1
                   MOVE "CALC-008" TO WS-MSG-KEY
                   MOVE "LIMITE INVALIDO, DEBE SER DE 1 A 99"
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   GO TO INTRODUCE-LIMITE.
               IF TIPO-POTENCIA
                   PERFORM COMPROBAR-POTENCIA
                   IF NOT POTENCIA-CABE
                       MOVE "CALC-009" TO WS-MSG-KEY
                       MOVE "LIMITE DEMASIADO ALTO PARA LA POTENCIA"
                           TO WS-MSG-DEFECTO
                       PERFORM MOSTRAR-MENSAJE
                       GO TO INTRODUCE-LIMITE.
           MOSTRAR-TABLA.
               PERFORM PREPARAR-TIPO-TABLA.
               DISPLAY "LA TABLA " HDG-TIPO "DEL " NUMERO " :".
               MOVE NUMERO TO HDG-NUMERO.
               WRITE PRINT-RECORD FROM RPT-TABLA-LINE.
               PERFORM CALCULOS.
           CALCULOS.
               ADD 1 TO MULTIPLICADOR.
               EVALUATE TRUE
                   WHEN TIPO-SUMA
                       COMPUTE RESULTADO = NUMERO + MULTIPLICADOR
                   WHEN TIPO-POTENCIA
                       COMPUTE RESULTADO = NUMERO ** MULTIPLICADOR
                   WHEN TIPO-DIVISION
                       COMPUTE RESULTADO-EXT = NUMERO / MULTIPLICADOR
                       PERFORM REDONDEAR-RESULTADO
                   WHEN TIPO-PORCENTAJE
                       COMPUTE RESULTADO-EXT =
                           NUMERO * MULTIPLICADOR / 100
                       PERFORM REDONDEAR-RESULTADO
                   WHEN OTHER
                       COMPUTE RESULTADO = NUMERO * MULTIPLICADOR
               END-EVALUATE.
               MOVE NUMERO TO DTL-NUMERO.
               MOVE MULTIPLICADOR TO DTL-MULTIPLICADOR.
               MOVE RESULTADO TO DTL-RESULTADO.
               DISPLAY NUMERO " " DTL-SIMBOLO " " MULTIPLICADOR "="
                   DTL-RESULTADO.
               WRITE PRINT-RECORD FROM RPT-DETAIL-LINE.
               ADD 1 TO WS-CALC-SEQ.
               MOVE WS-RUN-DATE TO CALC-DATE.
               MOVE WS-CALC-SEQ TO CALC-SEQ.
               MOVE WS-ENTIDAD TO CALC-ENTITY.
               MOVE "calculosrepetitivos" TO CALC-PROGRAM.
               MOVE OPERACION-TABLA TO CALC-OPERATION.
               MOVE NUMERO TO CALC-VALUE-1.
               MOVE MULTIPLICADOR TO CALC-VALUE-2.
               MOVE RESULTADO TO CALC-RESULT.
               IF WS-BATCH-YES
                   MOVE "BATCH" TO CALC-OPERATOR
               ELSE
                   MOVE WS-OPERADOR TO CALC-OPERATOR
               END-IF.
               MOVE "M" TO FXL-FUNCION.
               MOVE WS-ENTIDAD TO FXL-ENTITY.
               CALL "fxLook" USING FX-LOOKUP.
               MOVE FXL-MONEDA TO CALC-CURRENCY.
               WRITE CALC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO CALCFILE.DAT"
                           TO WS-ERROR-MESSAGE
                       PERFORM REGISTRAR-ERROR
                       PERFORM REGISTRAR-ALERTA
                   NOT INVALID KEY
                       CALL "calcJrnl" USING BY CONTENT "A"
                           BY REFERENCE CALC-RECORD
               END-WRITE.
           IF MULTIPLICADOR < LIMITE
               GO TO CALCULOS.
