      *                TOGETHER COULD BOOK UNDER THE SAME RUN-ID.
      *                AN OLD SEQUENTIAL RUNSEQ.DAT MUST BE DELETED
      *                ONCE; THE COUNTER RECREATES ITSELF.
      * 2026-10-15 FA  EVERY CALCULATION NOW CARRIES THE SIGNED-ON
      *                OPERATOR (CALC-OPERATOR, TL-OPERATOR) FROM THE
      *                SESSWORK AREA; RUN OUTSIDE A MenuPrincipal
      *                SESSION (THE NIGHTLY STEP010) IT IS BATCH. THE
      *                HARD-LIMIT OVERRIDE JOURNAL ENTRIES NOW NAME
      *                THE REQUESTING OPERATOR IN SJ-DETAIL(23:8).
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK): THE FILE IS NO LONGER HELD
      *                OPEN EXTEND FOR THE WHOLE SESSION - EACH ALERT
      *                OPENS IT I-O (RETRY WHILE BUSY), WRITES UNDER
      *                THE NEXT FREE AL-SEQ AND CLOSES, SO alertMant
      *                AND OTHER SESSIONS NO LONGER LOSE ALERTS.
      * 2026-10-15 FA  NEW MENU OPTION 6 FORMULA (SALIR MOVES TO 7):
      *                RUNS A NAMED MULTI-STEP FORMULA FROM
      *                FORMULA.DAT (formMant) THROUGH formEval. EVERY
      *                STEP IS SHOWN AND RECORDED IN TRANLOG/CALCFILE
      *                AS AN ORDINARY OPERATION UNDER A RUN-ID OF ITS
      *                OWN, WITH A FORMRUN.DAT LINE NAMING THE
      *                FORMULA; THE THRESHOLD CHECK IS ON THE FINAL
      *                RESULT.
      * 2026-10-15 FA  EVERY CALCULATION WRITTEN TO CALCFILE.DAT IS ALSO
      *                JOURNALED AS AN AFTER-IMAGE ON CALCJRNL.DAT
      *                THROUGH calcJrnl, SO calcRcvr CAN ROLL THE FILE
      *                FORWARD FROM THE LAST BACKUP.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      * 2026-10-15 FA  DAILY CUMULATIVE EXPOSURE LIMITS PER ENTITY FROM
      *                EXPLIM.DAT (limitMant): BEFORE EACH POSTING THE
      *                ENTITY'S CALCULATIONS AND RESULT TOTAL FOR THE
      *                BUSINESS DATE ARE TAKEN FROM CALCFILE.DAT, AND A
      *                POSTING THAT WOULD TAKE EITHER PAST ITS LIMIT
      *                NEEDS THE SAME SUPERVISOR OVERRIDE AS THE HARD
      *                LIMIT.
      * 2026-10-15 FA  EVERY CALCULATION IS NOW STAMPED WITH ITS
      *                CURRENCY (CALC-CURRENCY, THE ENTITY'S ENTIDAD.DAT
      *                CURRENCY THROUGH fxLook) WHEN IT IS WRITTEN TO
      *                CALCFILE.DAT.
      * 2026-10-15 FA  EVERY CALCULATION RECORDED UNDER A SUPERVISOR
      *                OVERRIDE IS NOW ALSO WRITTEN TO OVRAPPR.DAT (SEE
      *                THE OVRAPPR COPYBOOK) WITH ITS CALC-KEY, THE
      *                APPROVING SUPERVISOR, THE OPERATOR AND WHICH
      *                LIMIT WAS OVERRIDDEN, FOR THE MONTHLY CONTROL
      *                SAMPLE (ctlSamp / ctlRev). THE APPROVAL SWITCH IS
      *                RESET FOR EACH CALCULATION SO AN OVERRIDE NEVER
      *                CARRIES OVER TO THE NEXT ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Divisiones.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSQ-ID
               FILE STATUS IS WS-RSQ-STATUS.
           SELECT MONTH-CONTROL-FILE ASSIGN TO "MTHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FML-STATUS.
           SELECT FORMULA-RUN-FILE ASSIGN TO "FORMRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT EXPOSURE-LIMIT-FILE ASSIGN TO "EXPLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXL-STATUS.
           SELECT OVERRIDE-APPROVAL-FILE ASSIGN TO "OVRAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       01  RUNSEQ-RECORD.
           05  RSQ-ID                  PIC X(8).
           05  RSQ-COUNTER             PIC 9(8).
       FD  MONTH-CONTROL-FILE.
       01  MONTH-CONTROL-RECORD.
           05  MC-MONTH PIC 9(6).
           05  FILLER PIC X.
           05  MC-STATUS PIC X.
       FD  FORMULA-FILE.
       01  FORMULA-FILE-RECORD PIC X(161).
       FD  FORMULA-RUN-FILE.
           COPY FORMRUN.
       FD  EXPOSURE-LIMIT-FILE.
           COPY EXPLIM.
       FD  OVERRIDE-APPROVAL-FILE.
           COPY OVRAPPR.
       WORKING-STORAGE SECTION.
       01  WS-ERROR-PARAGRAPH PIC X(12).
       01  WS-ERROR-MESSAGE PIC X(40).
       01  WS-TRAN-STATUS PIC XX.
       01  WS-ERR-STATUS PIC XX.
       01  WS-ALERT-STATUS PIC XX.
       01  WS-ALERT-INTENTOS PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH PIC X.
           88  WS-ALERTA-GRABADA VALUE "Y".
       01  WS-THRESH-STATUS PIC XX.
       01  WS-THRESHOLD PIC S9(7)V99 VALUE 50.
      * POR ENCIMA DEL LIMITE DURO NADA SE GRABA SIN LA APROBACION
       01  WS-OV-APROBADO-SWITCH PIC X VALUE "N".
           88  WS-OV-APROBADO          VALUE "Y".
       01  WS-OV-ID PIC X(8).
      * MOTIVO DEL OVERRIDE APROBADO PARA OVRAPPR.DAT: H LIMITE DURO,
      * D LIMITE DIARIO, B LOS DOS
       01  WS-OV-TIPO PIC X.
       01  WS-OA-STATUS PIC XX.
       01  WS-OV-PASSWORD PIC X(8).
           COPY SECJRNL.
       01  WS-SEG-EVENTO PIC X(12).
       01  WS-SEG-DETALLE PIC X(30).
       01  WS-PW-REVUELTA PIC X(8).
       01  WS-MSG-DEFECTO PIC X(60).
       01  WS-MSG-TEXTO PIC X(60).
       01  WS-ENTIDAD PIC XX VALUE "01".
      * OPERADOR FIRMADO QUE QUEDA EN CADA CALCULO; FUERA DE UNA
      * SESION DE MenuPrincipal LA CORRIDA ES DESATENDIDA
       01  WS-OPERADOR PIC X(8) VALUE "BATCH".
       01  WS-THRESH-EOF-SWITCH PIC X VALUE "N".
           88  WS-THRESH-EOF           VALUE "Y".
       01  WS-THRESH-HALLADO-SWITCH PIC X VALUE "N".
       01  WS-FS-T2 PIC S9(7) COMP.
       01  WS-FS-T3 PIC S9(7) COMP.
       01  WS-FS-T4 PIC S9(7) COMP.
      * FORMULAS DE FORMULA.DAT (OPCION 6 DEL MENU)
       01  WS-FML-STATUS PIC XX.
       01  WS-FR-STATUS PIC XX.
       01  WS-FML-EOF-SWITCH PIC X VALUE "N".
           88  WS-FML-EOF VALUE "Y".
       01  WS-FML-HALLADA-SWITCH PIC X VALUE "N".
           88  WS-FML-HALLADA VALUE "Y".
       01  WS-FML-ID PIC X(6).
       01  WS-FML-CUENTA PIC 9(3).
       01  WS-FML-PASO PIC 99.
       01  WS-FML-VALOR-ED PIC -(7)9.99.
      * RUN-ID Y CONTADORES DE LA SESION, GUARDADOS MIENTRAS SE
      * GRABAN LOS PASOS DE UNA FORMULA BAJO SU PROPIO RUN-ID
       01  WS-FML-RUN-ID-SESION PIC 9(8).
       01  WS-FML-TRAN-SEQ-SESION PIC 9(6).
       01  WS-FML-CALC-SEQ-SESION PIC 9(4).
      * LIMITE DIARIO DE EXPOSICION DE LA ENTIDAD (EXPLIM.DAT, CERO =
      * SIN LIMITE) Y LO QUE LLEVA EN CALCFILE.DAT EN LA FECHA DE
      * NEGOCIO; LO QUE SE VA A GRABAR AHORA SE SUMA ANTES DE COMPARAR
       01  WS-EXL-STATUS PIC XX.
       01  WS-EXL-EOF-SWITCH PIC X VALUE "N".
           88  WS-EXL-EOF VALUE "Y".
       01  WS-EXL-HALLADO-SWITCH PIC X VALUE "N".
           88  WS-EXL-HALLADO VALUE "Y".
       01  WS-LIM-CALCULOS PIC 9(7) VALUE ZERO.
       01  WS-LIM-IMPORTE PIC 9(9)V99 VALUE ZERO.
       01  WS-USO-CALCULOS PIC 9(7).
       01  WS-USO-IMPORTE PIC S9(11)V99.
       01  WS-USO-EOF-SWITCH PIC X VALUE "N".
           88  WS-USO-EOF VALUE "Y".
       01  WS-LIM-SUPERADO-SWITCH PIC X VALUE "N".
           88  WS-LIM-SUPERADO VALUE "Y".
       01  WS-LIM-CALCULOS-ED PIC Z(6)9.
       01  WS-LIM-IMPORTE-ED PIC Z(10)9.99-.
       01  WS-USO-CALCULOS-ED PIC Z(6)9.
       01  WS-USO-IMPORTE-ED PIC Z(10)9.99-.
       01  WS-OV-MOTIVO PIC X(25).
       01  WS-OV-DETALLE PIC X(22).
           COPY FORMULA.
           COPY FORMEVAL.
           COPY SESSWORK.
           COPY FXLOOK.
       01  WS-MSG-TABLA.
           05  WS-MSG-ENTRY OCCURS 150 TIMES.
               10  WS-MSG-TBL-KEY PIC X(8).
           PERFORM OBTENER-RUN-ID THRU OBTENER-RUN-ID-FIN.
           PERFORM ABRIR-TRAN-LOG.
           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-CALC-FILE.
           PERFORM LEER-THRESHOLD.
           PERFORM LEER-LIMITE-DIARIO.
           PERFORM AVISAR-CIERRE THRU AVISAR-CIERRE-FIN.

           MOVE ZERO TO WS-OPERACIONES-HECHAS.
           MOVE "  5. PORCENTAJE"
               TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE
           MOVE "DIV-017" TO WS-MSG-KEY
           MOVE "  6. FORMULA"
               TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE
           MOVE "DIV-014" TO WS-MSG-KEY
           MOVE "  7. SALIR"
               TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION-OPERACION.
               WHEN 5
                   PERFORM HACER-PORCENTAJE
               WHEN 6
                   PERFORM HACER-FORMULA THRU HACER-FORMULA-FIN
               WHEN 7
                   GO TO FIN-CALCULADORA
               WHEN OTHER
                   MOVE "DIV-015" TO WS-MSG-KEY
           CLOSE TRAN-LOG-FILE.
           CLOSE CALC-FILE.
           CLOSE ERROR-LOG-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

                   ADD 1 TO WS-OPERACIONES-HECHAS
               END-IF.

      ******************************************************************
      * FORMULA: UN CALCULO DE VARIOS PASOS CON NOMBRE DE FORMULA.DAT
      * (formMant). formEval HACE LOS PASOS CON LA MISMA ARITMETICA
      * Y POLITICA DE REDONDEO QUE LAS OPCIONES SUELTAS; CADA PASO
      * SE ENSENA Y SE GRABA COMO UNA OPERACION NORMAL (calcVrfy Y
      * calcRecon LOS TRATAN SIN MAS), TODOS BAJO UN RUN-ID PROPIO
      * DE LA EVALUACION, Y FORMRUN.DAT DICE QUE FORMULA FUE. EL
      * UMBRAL Y EL LIMITE DURO SE MIRAN SOBRE EL RESULTADO FINAL.
      * SI UN PASO FALLA NO SE GRABA NINGUNO.
      ******************************************************************
           HACER-FORMULA.
               PERFORM LISTAR-FORMULAS.
               IF WS-FML-CUENTA = ZERO
                   DISPLAY "NO HAY FORMULAS EN FORMULA.DAT"
                   GO TO HACER-FORMULA-FIN.
               DISPLAY "CODIGO DE FORMULA (INTRO = VOLVER):".
               ACCEPT WS-FML-ID.
               IF WS-FML-ID = SPACES
                   GO TO HACER-FORMULA-FIN.
               PERFORM BUSCAR-FORMULA.
               IF NOT WS-FML-HALLADA
                   DISPLAY "NO EXISTE LA FORMULA " WS-FML-ID
                   GO TO HACER-FORMULA-FIN.
               DISPLAY "FORMULA " FM-ID " " FM-DESCRIPTION.
               MOVE ZERO TO FE-INPUT(1) FE-INPUT(2) FE-INPUT(3)
                   FE-INPUT(4).
               PERFORM PEDIR-ENTRADA-FORMULA
                   VARYING WS-FML-PASO FROM 1 BY 1
                   UNTIL WS-FML-PASO > FM-INPUTS.
               MOVE WS-REDONDEO TO FE-REDONDEO.
               MOVE "N" TO FE-ENTERO.
               CALL "formEval" USING FORMULA-RECORD FORMULA-EVAL-AREA.
               EVALUATE TRUE
                   WHEN FE-OK
                       CONTINUE
                   WHEN FE-DESBORDE
                       MOVE "DIV-004" TO WS-MSG-KEY
                       MOVE "ERROR: THE RESULT OVERFLOWED"
                           TO WS-MSG-DEFECTO
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "FORMULA " FM-ID " PASO " FE-PASO-FALLO
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE "HACER-FORM" TO WS-ERROR-PARAGRAPH
                       MOVE "ARITHMETIC OVERFLOW" TO WS-ERROR-MESSAGE
                       PERFORM REGISTRAR-ERROR
                       MOVE "C" TO WS-ALERTA-SEVERIDAD
                       PERFORM REGISTRAR-ALERTA
                       GO TO HACER-FORMULA-FIN
                   WHEN FE-DIVISOR-CERO
                       DISPLAY "ERROR: DIVISOR CERO EN EL PASO "
                           FE-PASO-FALLO " DE LA FORMULA " FM-ID
                           ", NO SE GRABA"
                       MOVE "HACER-FORM" TO WS-ERROR-PARAGRAPH
                       MOVE "ATTEMPTED DIVIDE BY ZERO"
                           TO WS-ERROR-MESSAGE
                       PERFORM REGISTRAR-ERROR
                       GO TO HACER-FORMULA-FIN
                   WHEN OTHER
                       DISPLAY "FORMULA " FM-ID " MAL DEFINIDA EN "
                           "FORMULA.DAT (PASO " FE-PASO-FALLO
                           "), REVISELA CON formMant"
                       GO TO HACER-FORMULA-FIN
               END-EVALUATE.
               PERFORM MOSTRAR-PASO-FORMULA
                   VARYING WS-FML-PASO FROM 1 BY 1
                   UNTIL WS-FML-PASO > FM-STEP-COUNT.
               MOVE FE-RESULT TO RESULT.
               DISPLAY "RESULT: " RESULT.
               MOVE "FORMULA " TO WS-OPERATION.
               PERFORM CHECK-THRESHOLD.
               IF WS-GRABAR-PERMITIDO
                   PERFORM GRABAR-FORMULA
               END-IF.
               ADD 1 TO WS-OPERACIONES-HECHAS.
           HACER-FORMULA-FIN.
               EXIT.

           LISTAR-FORMULAS.
               MOVE ZERO TO WS-FML-CUENTA.
               MOVE "N" TO WS-FML-EOF-SWITCH.
               OPEN INPUT FORMULA-FILE.
               IF WS-FML-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM LISTAR-UNA-FORMULA UNTIL WS-FML-EOF
                   CLOSE FORMULA-FILE
               END-IF.

           LISTAR-UNA-FORMULA.
               READ FORMULA-FILE INTO FORMULA-RECORD
                   AT END
                       SET WS-FML-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FML-CUENTA
                       DISPLAY "  " FM-ID " " FM-DESCRIPTION
                           " (" FM-INPUTS " ENTRADAS)"
               END-READ.

           BUSCAR-FORMULA.
               MOVE "N" TO WS-FML-HALLADA-SWITCH.
               MOVE "N" TO WS-FML-EOF-SWITCH.
               OPEN INPUT FORMULA-FILE.
               IF WS-FML-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM LEER-FORMULA
                       UNTIL WS-FML-EOF OR WS-FML-HALLADA
                   CLOSE FORMULA-FILE
               END-IF.

           LEER-FORMULA.
               READ FORMULA-FILE INTO FORMULA-RECORD
                   AT END
                       SET WS-FML-EOF TO TRUE
                   NOT AT END
                       IF FM-ID = WS-FML-ID
                           SET WS-FML-HALLADA TO TRUE
                       END-IF
               END-READ.

           PEDIR-ENTRADA-FORMULA.
               DISPLAY "ENTRADA " WS-FML-PASO " DE " FM-INPUTS.
               PERFORM GET-NUM1.
               MOVE NUM1 TO FE-INPUT(WS-FML-PASO).

           MOSTRAR-PASO-FORMULA.
               MOVE FE-STEP-RESULT(WS-FML-PASO) TO WS-FML-VALOR-ED.
               DISPLAY "  PASO " WS-FML-PASO " "
                   FE-OPERATION(WS-FML-PASO) " = " WS-FML-VALOR-ED.

      *    LOS PASOS VAN CON CALC-SEQ / TL-SEQ 1 A N BAJO UN RUN-ID
      *    NUEVO; EL RUN-ID Y LOS CONTADORES DE LA SESION SE
      *    RECUPERAN DESPUES
           GRABAR-FORMULA.
               MOVE WS-RUN-ID TO WS-FML-RUN-ID-SESION.
               MOVE WS-TRAN-SEQ TO WS-FML-TRAN-SEQ-SESION.
               MOVE WS-CALC-SEQ TO WS-FML-CALC-SEQ-SESION.
               PERFORM OBTENER-RUN-ID THRU OBTENER-RUN-ID-FIN.
               MOVE ZERO TO WS-TRAN-SEQ.
               MOVE ZERO TO WS-CALC-SEQ.
               PERFORM GRABAR-PASO-FORMULA
                   VARYING WS-FML-PASO FROM 1 BY 1
                   UNTIL WS-FML-PASO > FM-STEP-COUNT.
               OPEN EXTEND FORMULA-RUN-FILE.
               IF WS-FR-STATUS = "35"
                   OPEN OUTPUT FORMULA-RUN-FILE
                   CLOSE FORMULA-RUN-FILE
                   OPEN EXTEND FORMULA-RUN-FILE
               END-IF.
               MOVE SPACES TO FORMULA-RUN-RECORD.
               MOVE WS-TODAY TO FR-DATE.
               MOVE WS-RUN-ID TO FR-RUN-ID.
               MOVE FM-ID TO FR-FORMULA.
               MOVE "Divisiones" TO FR-PROGRAM.
               MOVE WS-ENTIDAD TO FR-ENTITY.
               MOVE WS-OPERADOR TO FR-OPERATOR.
               MOVE FM-STEP-COUNT TO FR-STEPS.
               MOVE FE-RESULT TO FR-RESULT.
               WRITE FORMULA-RUN-RECORD.
               CLOSE FORMULA-RUN-FILE.
               DISPLAY "FORMULA " FM-ID " GRABADA CON RUN-ID "
                   WS-RUN-ID.
               MOVE WS-FML-RUN-ID-SESION TO WS-RUN-ID.
               MOVE WS-FML-TRAN-SEQ-SESION TO WS-TRAN-SEQ.
               MOVE WS-FML-CALC-SEQ-SESION TO WS-CALC-SEQ.
               MOVE FE-RESULT TO RESULT.

           GRABAR-PASO-FORMULA.
               MOVE FE-VALUE-1(WS-FML-PASO) TO NUM1.
               MOVE FE-VALUE-2(WS-FML-PASO) TO NUM2.
               MOVE FE-STEP-RESULT(WS-FML-PASO) TO RESULT.
               MOVE FE-OPERATION(WS-FML-PASO) TO WS-OPERATION.
               PERFORM LOG-CALCULATION.

           REGISTRAR-ALERTA.
               MOVE SPACES TO ALERT-RECORD.
               ACCEPT AL-DATE FROM DATE YYYYMMDD.
               MOVE SPACES TO AL-ACK-OPERATOR.
               MOVE WS-ALERTA-SEVERIDAD TO AL-SEVERITY.
               MOVE "W" TO WS-ALERTA-SEVERIDAD.
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

           CHECK-THRESHOLD.
               MOVE "Y" TO WS-GRABAR-SWITCH.
      *        LA APROBACION ES DE ESTE CALCULO, NO DEL ANTERIOR
               MOVE "N" TO WS-OV-APROBADO-SWITCH.
               PERFORM COMPROBAR-LIMITE-DIARIO
                   THRU COMPROBAR-LIMITE-FIN.
               IF RESULT > WS-HARD-LIMIT OR WS-LIM-SUPERADO
                   PERFORM AUTORIZAR-OVERRIDE
                       THRU AUTORIZAR-OVERRIDE-FIN
                   IF NOT WS-OV-APROBADO
                   END-IF
               END-IF.
               IF NOT WS-GRABAR-PERMITIDO
                   IF RESULT > WS-HARD-LIMIT
                       DISPLAY "RESULTADO POR ENCIMA DEL LIMITE DURO "
                           WS-HARD-LIMIT " SIN APROBACION, NO SE GRABA"
                       MOVE "HARD LIMIT EXCEEDED, NOT RECORDED"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       DISPLAY "LIMITE DIARIO DE LA ENTIDAD "
                           WS-ENTIDAD " ALCANZADO SIN APROBACION, "
                           "NO SE GRABA"
                       MOVE "DAILY LIMIT REACHED, NOT RECORDED"
                           TO WS-ERROR-MESSAGE
                   END-IF
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE WS-OPERATION TO WS-ERROR-PARAGRAPH
                   PERFORM REGISTRAR-ERROR
                   PERFORM REGISTRAR-ALERTA
               ELSE
               END-IF.

      ******************************************************************
      * POR ENCIMA DEL LIMITE DURO, O PASANDO DEL LIMITE DIARIO DE LA
      * ENTIDAD, EL RESULTADO SOLO SE GRABA SI UN SUPERVISOR (ROL S,
      * NO BLOQUEADO, EN AUTHUSR.DAT) TECLEA SU ID Y PASSWORD; LA
      * APROBACION QUEDA EN ERRLOG.DAT CON EL ID Y EL LIMITE.
      ******************************************************************
           AUTORIZAR-OVERRIDE.
               MOVE "N" TO WS-OV-APROBADO-SWITCH.
               EVALUATE TRUE
                   WHEN RESULT > WS-HARD-LIMIT AND WS-LIM-SUPERADO
                       MOVE "HARD+DAILY LIMIT OVERRIDE" TO WS-OV-MOTIVO
                       MOVE "LIMITES DURO Y DIARIO" TO WS-OV-DETALLE
                       MOVE "B" TO WS-OV-TIPO
                   WHEN RESULT > WS-HARD-LIMIT
                       MOVE "HARD LIMIT OVERRIDE" TO WS-OV-MOTIVO
                       MOVE "LIMITE DURO SUPERADO" TO WS-OV-DETALLE
                       MOVE "H" TO WS-OV-TIPO
                   WHEN OTHER
                       MOVE "DAILY LIMIT OVERRIDE" TO WS-OV-MOTIVO
                       MOVE "LIMITE DIARIO SUPERADO" TO WS-OV-DETALLE
                       MOVE "D" TO WS-OV-TIPO
               END-EVALUATE.
               IF RESULT > WS-HARD-LIMIT
                   DISPLAY "RESULTADO " RESULT
                       " SUPERA EL LIMITE DURO " WS-HARD-LIMIT
               END-IF.
               IF WS-LIM-SUPERADO
                   PERFORM MOSTRAR-LIMITE-DIARIO
               END-IF.
               MOVE "DIV-005" TO WS-MSG-KEY
               MOVE "SE NECESITA APROBACION DE UN SUPERVISOR"
                   TO WS-MSG-DEFECTO
                   DISPLAY "OVERRIDE APROBADO POR " WS-OV-ID
                   MOVE WS-OPERATION TO WS-ERROR-PARAGRAPH
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING WS-OV-MOTIVO DELIMITED BY "  "
                       " BY " DELIMITED BY SIZE
                       WS-OV-ID DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM REGISTRAR-ERROR
                   MOVE "OVR APPROVE" TO WS-SEG-EVENTO
                   MOVE WS-OV-DETALLE TO WS-SEG-DETALLE
                   PERFORM REGISTRAR-SEGURIDAD
               ELSE
                   MOVE "DIV-008" TO WS-MSG-KEY
      * INFORME DE REVISION.
      ******************************************************************
           REGISTRAR-SEGURIDAD.
               MOVE SPACES TO SECURITY-JOURNAL-RECORD.
               ACCEPT SJ-DATE FROM DATE YYYYMMDD.
               ACCEPT SJ-TIME FROM TIME.
               MOVE WS-SEG-EVENTO TO SJ-EVENT.
               MOVE WS-OV-ID TO SJ-USER.
               MOVE WS-SEG-DETALLE TO SJ-DETAIL.
      *        EL OPERADOR QUE PIDIO EL OVERRIDE VA EN LAS ULTIMAS
      *        OCHO POSICIONES DEL DETALLE (operRpt LAS CUENTA)
               MOVE WS-OPERADOR TO SJ-DETAIL(23:8).
               CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

           VALIDAR-OVERRIDE.
               MOVE "N" TO WS-AUTH-EOF-SWITCH.
                       END-IF
               END-READ.

      ******************************************************************
      * EXPLIM.DAT (limitMant) LLEVA UNA LINEA POR ENTIDAD CON SUS
      * LIMITES DIARIOS; SE TOMA LA DE LA ENTIDAD DE LA SESION O, SI
      * NO TIENE, LA GLOBAL (ENTIDAD EN BLANCO). SIN FICHERO NO HAY
      * LIMITE DIARIO.
      ******************************************************************
           LEER-LIMITE-DIARIO.
               MOVE "N" TO WS-EXL-EOF-SWITCH.
               MOVE "N" TO WS-EXL-HALLADO-SWITCH.
               OPEN INPUT EXPOSURE-LIMIT-FILE.
               IF WS-EXL-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM LEER-LIMITE-LINEA
                       UNTIL WS-EXL-EOF OR WS-EXL-HALLADO
                   CLOSE EXPOSURE-LIMIT-FILE
               END-IF.

           LEER-LIMITE-LINEA.
               READ EXPOSURE-LIMIT-FILE
                   AT END
                       SET WS-EXL-EOF TO TRUE
                   NOT AT END
                       IF EX-ENTITY = WS-ENTIDAD
                           OR EX-ENTITY = SPACES
                           IF EX-MAX-CALCULOS IS NUMERIC
                               MOVE EX-MAX-CALCULOS TO WS-LIM-CALCULOS
                           END-IF
                           IF EX-MAX-IMPORTE IS NUMERIC
                               MOVE EX-MAX-IMPORTE TO WS-LIM-IMPORTE
                           END-IF
                           IF EX-ENTITY = WS-ENTIDAD
                               SET WS-EXL-HALLADO TO TRUE
                           END-IF
                       END-IF
               END-READ.

      ******************************************************************
      * LO QUE LA ENTIDAD LLEVA HOY SE CUENTA EN CALCFILE.DAT EN CADA
      * GRABACION (NO UNA VEZ AL ARRANCAR): ASI ENTRA LO QUE OTRAS
      * SESIONES Y LA NOCTURNA HAN GRABADO MIENTRAS TANTO. UNA
      * FORMULA GRABA CADA PASO Y CUENTA COMO LO QUE GRABA.
      ******************************************************************
           COMPROBAR-LIMITE-DIARIO.
               MOVE "N" TO WS-LIM-SUPERADO-SWITCH.
               IF WS-LIM-CALCULOS = ZERO AND WS-LIM-IMPORTE = ZERO
                   GO TO COMPROBAR-LIMITE-FIN.
               MOVE ZERO TO WS-USO-CALCULOS.
               MOVE ZERO TO WS-USO-IMPORTE.
               MOVE "N" TO WS-USO-EOF-SWITCH.
               MOVE WS-TODAY TO CALC-DATE.
               MOVE ZERO TO CALC-RUN-ID.
               MOVE ZERO TO CALC-SEQ.
               MOVE SPACES TO CALC-ENTITY.
               START CALC-FILE KEY NOT < CALC-KEY
                   INVALID KEY
                       SET WS-USO-EOF TO TRUE
               END-START.
               PERFORM LEER-USO-DIARIO UNTIL WS-USO-EOF.
               IF WS-OPERATION = "FORMULA "
                   PERFORM SUMAR-PASO-LIMITE
                       VARYING WS-FML-PASO FROM 1 BY 1
                       UNTIL WS-FML-PASO > FM-STEP-COUNT
               ELSE
                   ADD 1 TO WS-USO-CALCULOS
                   ADD RESULT TO WS-USO-IMPORTE
               END-IF.
               IF (WS-LIM-CALCULOS > ZERO
                   AND WS-USO-CALCULOS > WS-LIM-CALCULOS)
                   OR (WS-LIM-IMPORTE > ZERO
                   AND WS-USO-IMPORTE > WS-LIM-IMPORTE)
                   SET WS-LIM-SUPERADO TO TRUE
               END-IF.
           COMPROBAR-LIMITE-FIN.
               EXIT.

           LEER-USO-DIARIO.
               READ CALC-FILE NEXT RECORD
                   AT END
                       SET WS-USO-EOF TO TRUE
                   NOT AT END
                       IF WS-CALC-STATUS NOT = "00"
                           OR CALC-DATE NOT = WS-TODAY
                           SET WS-USO-EOF TO TRUE
                       ELSE
                           IF CALC-ENTITY = WS-ENTIDAD
                               ADD 1 TO WS-USO-CALCULOS
                               ADD CALC-RESULT TO WS-USO-IMPORTE
                           END-IF
                       END-IF
               END-READ.

           SUMAR-PASO-LIMITE.
               ADD 1 TO WS-USO-CALCULOS.
               ADD FE-STEP-RESULT(WS-FML-PASO) TO WS-USO-IMPORTE.

           MOSTRAR-LIMITE-DIARIO.
               MOVE WS-USO-CALCULOS TO WS-USO-CALCULOS-ED.
               MOVE WS-USO-IMPORTE TO WS-USO-IMPORTE-ED.
               MOVE WS-LIM-CALCULOS TO WS-LIM-CALCULOS-ED.
               MOVE WS-LIM-IMPORTE TO WS-LIM-IMPORTE-ED.
               DISPLAY "CON ESTE CALCULO LA ENTIDAD " WS-ENTIDAD
                   " LLEVARIA HOY " WS-USO-CALCULOS-ED " CALCULOS POR "
                   WS-USO-IMPORTE-ED.
               DISPLAY "LIMITE DIARIO " WS-LIM-CALCULOS-ED
                   " CALCULOS / " WS-LIM-IMPORTE-ED " (CERO = SIN "
                   "LIMITE)".

           ABRIR-CALC-FILE.
               OPEN I-O CALC-FILE.
               IF WS-CALC-STATUS = "35"
               MOVE NUM2 TO TL-NUM2.
               MOVE RESULT TO TL-RESULT.
               MOVE WS-ENTIDAD TO TL-ENTITY.
               MOVE WS-OPERADOR TO TL-OPERATOR.
               WRITE TRAN-LOG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO TRANLOG.DAT"
               MOVE NUM1 TO CALC-VALUE-1.
               MOVE NUM2 TO CALC-VALUE-2.
               MOVE RESULT TO CALC-RESULT.
               MOVE WS-OPERADOR TO CALC-OPERATOR.
               MOVE "M" TO FXL-FUNCION.
               MOVE WS-ENTIDAD TO FXL-ENTITY.
               CALL "fxLook" USING FX-LOOKUP.
               MOVE FXL-MONEDA TO CALC-CURRENCY.
               WRITE CALC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO CALCFILE.DAT"
                       PERFORM REGISTRAR-ERROR
                       MOVE "C" TO WS-ALERTA-SEVERIDAD
                       PERFORM REGISTRAR-ALERTA
                   NOT INVALID KEY
                       CALL "calcJrnl" USING BY CONTENT "A"
                           BY REFERENCE CALC-RECORD
                       IF WS-OV-APROBADO
                           PERFORM REGISTRAR-OVERRIDE-CALCULO
                       END-IF
               END-WRITE.

      ******************************************************************
      * UN CALCULO GRABADO CON OVERRIDE QUEDA EN OVRAPPR.DAT CON SU
      * CLAVE Y EL SUPERVISOR QUE LO APROBO (MUESTREO DE CONTROL)
      ******************************************************************
           REGISTRAR-OVERRIDE-CALCULO.
               OPEN EXTEND OVERRIDE-APPROVAL-FILE.
               IF WS-OA-STATUS = "35"
                   OPEN OUTPUT OVERRIDE-APPROVAL-FILE
                   CLOSE OVERRIDE-APPROVAL-FILE
                   OPEN EXTEND OVERRIDE-APPROVAL-FILE
               END-IF.
               MOVE SPACES TO OVERRIDE-APPROVAL-RECORD.
               MOVE CALC-KEY TO OA-CALC-KEY.
               MOVE WS-OV-ID TO OA-SUPERVISOR.
               MOVE WS-OPERADOR TO OA-OPERATOR.
               MOVE WS-OV-TIPO TO OA-MOTIVO.
               ACCEPT OA-FECHA FROM DATE YYYYMMDD.
               ACCEPT OA-HORA FROM TIME.
               WRITE OVERRIDE-APPROVAL-RECORD.
               CLOSE OVERRIDE-APPROVAL-FILE.
       END PROGRAM Divisiones.
