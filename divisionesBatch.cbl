      *                TOGETHER COULD BOOK UNDER THE SAME RUN-ID.
      *                AN OLD SEQUENTIAL RUNSEQ.DAT MUST BE DELETED
      *                ONCE; THE COUNTER RECREATES ITSELF.
      * 2026-10-15 FA  TRANLOG.DAT AND CALCFILE.DAT RECORDS NOW CARRY
      *                THE OPERATOR (TL-OPERATOR, CALC-OPERATOR); THIS
      *                UNATTENDED RUN ALWAYS WRITES BATCH.
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK): INSTEAD OF HOLDING IT OPEN
      *                EXTEND ALL NIGHT, EACH ALERT OPENS IT I-O
      *                (RETRY WHILE BUSY), WRITES UNDER THE NEXT FREE
      *                AL-SEQ AND CLOSES, SO AN OPERATOR WORKING IN
      *                alertMant NO LONGER WIPES THE NIGHT'S ALERTS.
      * 2026-10-15 FA  A DIVIN RECORD MAY NOW CARRY ITS OWN ENTITY
      *                (DI-ENTITY, COLUMNS 10-11, QUEUED BY standGen
      *                FOR THE STANDING INSTRUCTIONS): IT IS BOOKED
      *                UNDER THAT ENTITY WITH THAT ENTITY'S ROUNDING
      *                POLICY, AND REJECTED AS BAD ENTITY WHEN THE
      *                ENTITY IS NOT ACTIVE IN ENTIDAD.DAT. A BLANK
      *                DI-ENTITY BOOKS UNDER THE RUN'S ENTITY AS
      *                BEFORE. DIVREJ.DAT KEEPS THE ENTITY (DR-ENTITY)
      *                SO divResub REQUEUES IT UNCHANGED.
      * 2026-10-15 FA  NEW OPCODE F: THE RECORD NAMES A FORMULA OF
      *                FORMULA.DAT (DI-FORMULA, COLUMNS 12-17) AND
      *                CARRIES UP TO FOUR INPUTS (DI-NUM1/2 AND NEW
      *                DI-NUM3/4, COLUMNS 18-25). formEval RUNS THE
      *                STEPS WITH THE RECORD ENTITY'S ROUNDING TO THE
      *                WHOLE NUMBER; EACH STEP IS BOOKED AS AN
      *                ORDINARY OPERATION UNDER A RUN-ID OF ITS OWN
      *                AND FORMRUN.DAT NAMES THE FORMULA. UNKNOWN
      *                FORMULA, MISSING INPUT, ZERO DIVISOR OR
      *                OVERFLOW REJECT THE RECORD; DIVREJ.DAT KEEPS
      *                THE FORMULA FIELDS (DR-FORMULA-DATOS).
      * 2026-10-15 FA  A DIVIN RECORD NOW CARRIES ITS ORIGIN (DI-ORIGEN,
      *                COLUMNS 26-46: PARTNER SENDER, INTAKE FILE
      *                SEQUENCE AND DETAIL NUMBER FROM divIntake, OR
      *                THE INTERNAL SOURCE PROGRAM), COPIED UNCHANGED
      *                ONTO DIVOUT.DAT (DO-ORIGEN) AND DIVREJ.DAT
      *                (DR-ORIGEN) SO divOutbound CAN RETURN EACH
      *                PARTNER ITS OWN RESULTS.
      * 2026-10-15 FA  A COMPLETED RUN NOW APPENDS ONE B LINE PER
      *                PARTNER FILE IT PROCESSED (SENDER + FILE
      *                SEQUENCE OF DI-ORIGEN) TO THE DIVTURN.DAT
      *                TURNAROUND JOURNAL (SEE THE DIVTURN COPYBOOK)
      *                FOR divMonitor. RECORDS SKIPPED ON A CHECKPOINT
      *                RESTART COUNT TOWARDS THEIR FILE.
      * 2026-10-15 FA  EVERY CALCULATION AND FORMULA STEP WRITTEN TO
      *                CALCFILE.DAT IS ALSO JOURNALED AS AN AFTER-IMAGE
      *                ON CALCJRNL.DAT THROUGH calcJrnl, SO calcRcvr CAN
      *                ROLL THE FILE FORWARD FROM THE LAST BACKUP.
      * 2026-10-15 FA  DAILY CUMULATIVE EXPOSURE LIMITS PER ENTITY FROM
      *                EXPLIM.DAT (limitMant): THE BUSINESS DATE'S
      *                CALCULATIONS AND RESULT TOTAL PER ENTITY ARE
      *                LOADED FROM CALCFILE.DAT AT START AND KEPT UP TO
      *                DATE AS RECORDS ARE BOOKED; A RECORD THAT WOULD
      *                TAKE ITS ENTITY PAST EITHER LIMIT IS NOT BOOKED,
      *                GOES OUT AS LIMIT ON DIVOUT.DAT AND TO DIVREJ.DAT
      *                WITH REASON DAILY LIMIT FOR divResub TO RELEASE
      *                ON A LATER DAY.
      * 2026-10-15 FA  TRIAL-RUN MODE: A DIVTRIAL LINE IN RUNPARM.DAT,
      *                OR A YES TO THE NEW PROMPT WHEN CALLED FROM A
      *                SIGNED-ON SESSION, PUTS DIVIN.DAT THROUGH EVERY
      *                VALIDATION AND CALCULATION WITHOUT WRITING
      *                CALCFILE, TRANLOG, DIVOUT, DIVREJ, DIVCKP,
      *                DIVDONE OR RUNSEQ (NO RUN-ID IS TAKEN).
      *                DIVPREV.DAT LISTS THE CLOSED-MONTH, ENTITY,
      *                DUPLICATE-RUN AND RESTART VERDICTS, EACH REJECT
      *                WITH ITS REASON, THE RESULTS OVER THE ENTITY'S
      *                THRESH.DAT THRESHOLD OR HARD LIMIT, AND TOTALS
      *                PER OPCODE AND PER REJECT REASON; RETURN-CODE IS
      *                THE ONE THE REAL RUN WOULD REFUSE WITH.
      * 2026-10-15 FA  EVERY CALCULATION IS NOW STAMPED WITH ITS
      *                CURRENCY (CALC-CURRENCY, THE ENTITY'S ENTIDAD.DAT
      *                CURRENCY THROUGH fxLook) WHEN IT IS WRITTEN TO
      *                CALCFILE.DAT.
      * 2026-10-15 FA  THE ERROR LOG NOW RECORDS THE PARAGRAPH THAT
      *                FAILED (2075-LOG-PASO OR 2100-LOG-CALCULATION)
      *                INSTEAD OF A FIXED NAME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DivisionesBatch.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
               ORGANIZATION IS INDEXED
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FML-STATUS.
           SELECT FORMULA-RUN-FILE ASSIGN TO "FORMRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT TURN-FILE ASSIGN TO "DIVTURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-STATUS.
           SELECT EXPOSURE-LIMIT-FILE ASSIGN TO "EXPLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXL-STATUS.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO "DIVPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-INPUT-FILE.
           05  DI-NUM2             PIC 9(4).
           05  DI-OPCODE           PIC X(1).
      *          S = SUMA, R = RESTA, M = MULTIPLICA, D = DIVIDE,
      *          P = PORCENTAJE (NUM2 POR CIENTO DE NUM1),
      *          F = FORMULA DE FORMULA.DAT
      *    ENTIDAD DEL CALCULO; EN BLANCO = LA ENTIDAD DE LA CORRIDA
           05  DI-ENTITY           PIC XX.
      *    SOLO OPCODE F: LA FORMULA Y SUS ENTRADAS 3 Y 4 (LAS 1 Y 2
      *    SON DI-NUM1 Y DI-NUM2)
           05  DI-FORMULA-DATOS.
               10  DI-FORMULA      PIC X(6).
               10  DI-NUM3         PIC 9(4).
               10  DI-NUM4         PIC 9(4).
      *    ORIGEN DEL TRABAJO: P = DETALLE DEL FICHERO DE UN SOCIO
      *    (divIntake: REMITENTE, SECUENCIA DEL FICHERO Y NUMERO DE
      *    DETALLE DEL SOCIO), I = TRABAJO INTERNO (divEntry,
      *    standGen: EL PROGRAMA EN DI-ORIGEN-FUENTE), R = REENCOLADO
      *    POR divResub (CONSERVA EL ORIGEN DEL RECHAZO). EN BLANCO
      *    = INTERNO, LOS REGISTROS DE ANTES
           05  DI-ORIGEN.
               10  DI-ORIGEN-TIPO  PIC X.
               10  DI-ORIGEN-FUENTE PIC X(8).
               10  DI-ORIGEN-SECUENCIA PIC 9(6).
               10  DI-ORIGEN-DETALLE PIC 9(6).
       FD  DIV-OUTPUT-FILE.
       01  DIV-OUTPUT-RECORD.
           05  DO-NUM1             PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  DO-RESULT           PIC ZZZZ9-.
           05  FILLER              PIC X VALUE SPACE.
      *    OK, ERROR, O LIMIT (LA ENTIDAD LLEGO A SU LIMITE DIARIO)
           05  DO-STATUS           PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
      *    EL DI-ORIGEN DEL REGISTRO DE ENTRADA, TAL CUAL
           05  DO-ORIGEN           PIC X(21).
       FD  DIV-REJECT-FILE.
      * EL REGISTRO DIVIN ORIGINAL EN BRUTO MAS EL MOTIVO, PARA QUE
      * divResub PUEDA CORREGIRLO Y VOLVER A ENCOLARLO EN DIVIN.DAT
           05  DR-ORIGINAL             PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON               PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-FORMULA-DATOS        PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ORIGEN               PIC X(21).
       FD  CHECKPOINT-FILE.
       01  CKP-RECORD.
           05  CKP-COUNT               PIC 9(7).
           05  TH-ROUND                PIC X.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  FORMULA-FILE.
       01  FORMULA-FILE-RECORD     PIC X(161).
       FD  FORMULA-RUN-FILE.
           COPY FORMRUN.
       FD  TURN-FILE.
           COPY DIVTURN.
       FD  EXPOSURE-LIMIT-FILE.
           COPY EXPLIM.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-ID                   PIC X(8).
           05  FILLER                  PIC X.
           05  RP-DESDE                PIC 9(8).
           05  FILLER                  PIC X.
           05  RP-HASTA                PIC 9(8).
       FD  PREVIEW-FILE.
      * INFORME DE LA CORRIDA DE PRUEBA: LO QUE PASARIA SIN GRABARLO
       01  PREVIEW-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-EOF              VALUE "Y".
       01  WS-CALC-STATUS          PIC XX.
       01  WS-ERR-STATUS           PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-ALERT-INTENTOS       PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH PIC X.
           88  WS-ALERTA-GRABADA   VALUE "Y".
       01  WS-TODAY                PIC 9(8).
       01  WS-RUN-ID               PIC 9(8).
       01  WS-CALC-SEQ             PIC 9(6) VALUE ZERO.
       01  WS-RSQ-INTENTOS         PIC 9(3).
       01  WS-MC-STATUS            PIC XX.
       01  WS-MENSAJE-ERROR        PIC X(40).
       01  WS-PARRAFO-ERROR        PIC X(12).
       01  WS-DONE-STATUS          PIC XX.
       01  WS-IN-EOF-SWITCH        PIC X VALUE "N".
           88  WS-IN-EOF           VALUE "Y".
      * POLITICA DE REDONDEO DE LA ENTIDAD (TH-ROUND DE THRESH.DAT):
      * T TRUNCAR COMO SIEMPRE, R REDONDEO AL MEDIO HACIA ARRIBA
       01  WS-REDONDEO             PIC X VALUE "T".
       01  WS-REDONDEO-GLOBAL      PIC X VALUE "T".
       01  WS-POLITICA             PIC X.
      * ENTIDAD Y REDONDEO DEL REGISTRO EN CURSO: LOS DE LA CORRIDA,
      * O LOS DE DI-ENTITY CUANDO EL REGISTRO TRAE SU PROPIA ENTIDAD
       01  WS-ENTIDAD-REG          PIC XX.
       01  WS-REDONDEO-REG         PIC X.
       01  WS-ENT-REG-SWITCH       PIC X.
           88  WS-ENT-REG-VALIDA   VALUE "Y".
       01  WS-CON-MAESTRO-SWITCH   PIC X VALUE "N".
           88  WS-CON-MAESTRO      VALUE "Y".
       01  WS-ENM-SUB              PIC 99.
       01  WS-ENM-COUNT            PIC 99 VALUE ZERO.
      * ENTIDADES ACTIVAS DEL MAESTRO ENTIDAD.DAT
       01  WS-ENM-TABLA.
           05  WS-ENM-CODE         PIC XX OCCURS 99 TIMES.
       01  WS-RND-SUB              PIC 99.
       01  WS-RND-COUNT            PIC 99 VALUE ZERO.
      * POLITICA DE REDONDEO DE CADA LINEA DE ENTIDAD DE THRESH.DAT
      * Y SUS UMBRALES (TH-VALUE Y TH-HARD-VALUE), QUE EL BATCH NO
      * APLICA PERO LA CORRIDA DE PRUEBA SENALA
       01  WS-RND-TABLA.
           05  WS-RND-ENTRY OCCURS 20 TIMES.
               10  WS-RND-ENTITY   PIC XX.
               10  WS-RND-ROUND    PIC X.
               10  WS-RND-UMBRAL   PIC S9(7)V99.
               10  WS-RND-DURO     PIC S9(7)V99.
      * MISMOS VALORES POR DEFECTO QUE Divisiones: UMBRAL 50 Y LIMITE
      * DURO DESACTIVADO
       01  WS-UMBRAL-GLOBAL        PIC S9(7)V99 VALUE 50.
       01  WS-DURO-GLOBAL          PIC S9(7)V99 VALUE 9999999.99.
       01  WS-UMBRAL-LINEA         PIC S9(7)V99.
       01  WS-DURO-LINEA           PIC S9(7)V99.
       01  WS-UMBRAL-REG           PIC S9(7)V99.
       01  WS-DURO-REG             PIC S9(7)V99.
       01  WS-RESULT-EXT           PIC S9(8)V99.
       01  WS-ENT-STATUS           PIC XX.
       01  WS-ENT-EOF-SWITCH       PIC X VALUE "N".
       01  WS-MES-CERRADO-SWITCH   PIC X VALUE "N".
           88  WS-MES-CERRADO      VALUE "Y".
       01  WS-RETURN-CODE          PIC 9 VALUE ZERO.
       01  WS-FML-STATUS           PIC XX.
       01  WS-FR-STATUS            PIC XX.
       01  WS-FML-EOF-SWITCH       PIC X VALUE "N".
           88  WS-FML-EOF          VALUE "Y".
       01  WS-FML-HALLADA-SWITCH   PIC X VALUE "N".
           88  WS-FML-HALLADA      VALUE "Y".
       01  WS-FML-SUB              PIC 9(3).
       01  WS-FML-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FML-PASO             PIC 99.
      * RUN-ID Y SECUENCIAL DE LA CORRIDA, GUARDADOS MIENTRAS SE
      * CONTABILIZAN LOS PASOS DE UNA FORMULA BAJO SU PROPIO RUN-ID
       01  WS-FML-RUN-ID-CORRIDA   PIC 9(8).
       01  WS-FML-CALC-SEQ-CORRIDA PIC 9(6).
      * BIBLIOTECA DE FORMULAS (FORMULA.DAT), CARGADA AL ARRANCAR
       01  WS-FML-TABLA.
           05  WS-FML-ENTRY        PIC X(161) OCCURS 100 TIMES.
       01  WS-TURN-STATUS          PIC XX.
       01  WS-ORG-SUB              PIC 99.
       01  WS-ORG-COUNT            PIC 99 VALUE ZERO.
       01  WS-ORG-HALLADO-SWITCH   PIC X.
           88  WS-ORG-HALLADO      VALUE "Y".
       01  WS-ORG-LLENA-SWITCH     PIC X VALUE "N".
           88  WS-ORG-LLENA        VALUE "Y".
      * FICHEROS DE SOCIO (ORIGEN P) VISTOS EN LA CORRIDA, PARA EL
      * DIARIO DE PLAZOS DIVTURN.DAT
       01  WS-ORG-TABLA.
           05  WS-ORG-ENTRY OCCURS 50 TIMES.
               10  WS-ORG-SENDER   PIC X(8).
               10  WS-ORG-FILE-SEQ PIC 9(6).
               10  WS-ORG-DETALLES PIC 9(6).
      * LIMITES DIARIOS DE EXPOSICION (EXPLIM.DAT): LA LINEA GLOBAL
      * Y LAS DE CADA ENTIDAD; CERO = SIN LIMITE
       01  WS-EXL-STATUS           PIC XX.
       01  WS-EXL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-EXL-EOF          VALUE "Y".
       01  WS-CON-LIMITES-SWITCH   PIC X VALUE "N".
           88  WS-CON-LIMITES      VALUE "Y".
       01  WS-EXL-SUB              PIC 99.
       01  WS-EXL-COUNT            PIC 99 VALUE ZERO.
       01  WS-EXL-GLOBAL-CALCULOS  PIC 9(7) VALUE ZERO.
       01  WS-EXL-GLOBAL-IMPORTE   PIC 9(9)V99 VALUE ZERO.
       01  WS-EXL-TABLA.
           05  WS-EXL-ENTRY OCCURS 20 TIMES.
               10  WS-EXL-ENTITY   PIC XX.
               10  WS-EXL-CALCULOS PIC 9(7).
               10  WS-EXL-IMPORTE  PIC 9(9)V99.
       01  WS-LIM-CALCULOS         PIC 9(7).
       01  WS-LIM-IMPORTE          PIC 9(9)V99.
      * LO QUE CADA ENTIDAD LLEVA EN CALCFILE.DAT EN LA FECHA DE
      * NEGOCIO, MAS LO QUE ESTA CORRIDA VA CONTABILIZANDO
       01  WS-USO-EOF-SWITCH       PIC X VALUE "N".
           88  WS-USO-EOF          VALUE "Y".
       01  WS-USO-HALLADO-SWITCH   PIC X.
           88  WS-USO-HALLADO      VALUE "Y".
       01  WS-USO-LLENA-SWITCH     PIC X VALUE "N".
           88  WS-USO-LLENA        VALUE "Y".
       01  WS-USO-SUB              PIC 99.
       01  WS-USO-IDX              PIC 99.
       01  WS-USO-COUNT            PIC 99 VALUE ZERO.
       01  WS-USO-ENTIDAD          PIC XX.
       01  WS-USO-TABLA.
           05  WS-USO-ENTRY OCCURS 99 TIMES.
               10  WS-USO-ENTITY   PIC XX.
               10  WS-USO-CALCULOS PIC 9(7).
               10  WS-USO-IMPORTE  PIC S9(11)V99.
       01  WS-NUEVOS-CALCULOS      PIC 9(7).
       01  WS-NUEVO-IMPORTE        PIC S9(11)V99.
       01  WS-LIMITADOS            PIC 9(5) VALUE ZERO.
      * CORRIDA DE PRUEBA (DIVTRIAL EN RUNPARM.DAT O PEDIDA POR EL
      * OPERADOR): TODO SE VALIDA Y CALCULA, NADA SE GRABA
       01  WS-PRUEBA-SWITCH        PIC X VALUE "N".
           88  WS-PRUEBA           VALUE "Y".
       01  WS-PARM-STATUS          PIC XX.
       01  WS-PARM-EOF-SWITCH      PIC X VALUE "N".
           88  WS-PARM-EOF         VALUE "Y".
       01  WS-RESPUESTA            PIC X.
       01  WS-PRV-STATUS           PIC XX.
       01  WS-DUPLICADA-SWITCH     PIC X VALUE "N".
           88  WS-DUPLICADA        VALUE "Y".
       01  WS-CALC-ABIERTO-SWITCH  PIC X VALUE "N".
           88  WS-CALC-ABIERTO     VALUE "Y".
       01  WS-PRV-UMBRAL           PIC 9(5) VALUE ZERO.
       01  WS-PRV-DURO             PIC 9(5) VALUE ZERO.
       01  WS-PRV-NOTA             PIC X(20).
       01  WS-OPC-SUB              PIC 9.
      * TOTALES PREVISTOS POR OPCODE; LA SEPTIMA ENTRADA RECOGE LOS
      * OPCODES DESCONOCIDOS
       01  WS-OPC-NOMBRES.
           05  FILLER              PIC X(24)
                   VALUE "SUMA    RESTA   MULTIPLE".
           05  FILLER              PIC X(32)
                   VALUE "PORCENT DIVISIONFORMULA OTROS   ".
       01  WS-OPC-NOMBRES-R REDEFINES WS-OPC-NOMBRES.
           05  WS-OPC-NOMBRE       PIC X(8) OCCURS 7 TIMES.
       01  WS-OPC-TABLA.
           05  WS-OPC-ENTRY OCCURS 7 TIMES.
               10  WS-OPC-REGISTROS  PIC 9(5).
               10  WS-OPC-ACEPTADOS  PIC 9(5).
               10  WS-OPC-RECHAZADOS PIC 9(5).
               10  WS-OPC-TOTAL      PIC S9(11).
      * RECHAZOS PREVISTOS POR MOTIVO
       01  WS-MOT-SUB              PIC 99.
       01  WS-MOT-COUNT            PIC 99 VALUE ZERO.
       01  WS-MOT-HALLADO-SWITCH   PIC X.
           88  WS-MOT-HALLADO      VALUE "Y".
       01  WS-MOT-TABLA.
           05  WS-MOT-ENTRY OCCURS 15 TIMES.
               10  WS-MOT-MOTIVO   PIC X(20).
               10  WS-MOT-CUENTA   PIC 9(5).
      * LINEAS DE DIVPREV.DAT
       01  PRV-TITULO.
           05  FILLER              PIC X(36)
                   VALUE "DIVISIONESBATCH - CORRIDA DE PRUEBA".
           05  FILLER              PIC X(6) VALUE "FECHA ".
           05  PRV-T-FECHA         PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  ENTIDAD ".
           05  PRV-T-ENTIDAD       PIC XX.
       01  PRV-DETALLE.
           05  FILLER              PIC X(4) VALUE "REG ".
           05  PRV-D-REG           PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-ORIGINAL      PIC X(9).
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-ENTIDAD       PIC XX.
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-FORMULA       PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-RESULT        PIC ZZZZ9-.
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-STATUS        PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  PRV-D-NOTA          PIC X(20).
       01  PRV-OPCODE.
           05  PRV-O-NOMBRE        PIC X(8).
           05  FILLER              PIC X(11) VALUE " REGISTROS ".
           05  PRV-O-REGISTROS     PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE " ACEPTADOS ".
           05  PRV-O-ACEPTADOS     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE " RECHAZADOS ".
           05  PRV-O-RECHAZADOS    PIC ZZZZ9.
           05  FILLER              PIC X(7) VALUE " TOTAL ".
           05  PRV-O-TOTAL         PIC -ZZZZZZZZZZ9.
       01  PRV-MOTIVO.
           05  FILLER              PIC X(9) VALUE "  MOTIVO ".
           05  PRV-M-MOTIVO        PIC X(20).
           05  FILLER              PIC X(11) VALUE " REGISTROS ".
           05  PRV-M-CUENTA        PIC ZZZZ9.
       01  PRV-CIFRA.
           05  PRV-C-TEXTO         PIC X(45).
           05  PRV-C-VALOR         PIC ZZZZZZ9.
           COPY FORMULA.
           COPY FORMEVAL.
           COPY SESSWORK.
           COPY FXLOOK.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1005-LEER-MODO THRU 1005-EXIT.
           PERFORM 1010-LEER-FECHA-NEGOCIO.
           PERFORM 1012-VERIFICAR-MES-CERRADO.
           IF WS-MES-CERRADO AND NOT WS-PRUEBA
               DISPLAY "EL MES " WS-TODAY(1:6) " ESTA CERRADO "
                   "(MTHCTL.DAT), NO SE REGISTRA NADA"
               MOVE 8 TO RETURN-CODE
           PERFORM 1015-LEER-ENTIDAD THRU 1015-EXIT.
           PERFORM 1014-VALIDAR-ENTIDAD.
           PERFORM 1016-LEER-REDONDEO.
           IF NOT WS-PRUEBA
               PERFORM 1017-OBTENER-RUN-ID THRU 1017-EXIT
           END-IF.
           PERFORM 1040-CARGAR-FORMULAS.
           PERFORM 1045-CARGAR-LIMITES.
           PERFORM 1020-LEER-CHECKPOINT.
           IF NOT WS-REARRANQUE
               PERFORM 1018-VERIFICAR-DUPLICADO THRU 1018-EXIT
           END-IF.
           OPEN INPUT DIV-INPUT-FILE.
           IF WS-PRUEBA
               PERFORM 1400-ABRIR-PRUEBA
           ELSE
               IF WS-REARRANQUE
                   OPEN EXTEND DIV-OUTPUT-FILE
               ELSE
                   OPEN OUTPUT DIV-OUTPUT-FILE
               END-IF
               PERFORM 1050-ABRIR-REJECT
               PERFORM 1100-ABRIR-TRAN-LOG
               PERFORM 1200-ABRIR-ERROR-LOG
               PERFORM 1300-ABRIR-CALC-FILE
           END-IF.
           IF WS-CON-LIMITES AND WS-CALC-ABIERTO
               PERFORM 1310-CARGAR-USO THRU 1310-EXIT
           END-IF.
           READ DIV-INPUT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM 1030-SALTAR-PROCESADOS
               UNTIL WS-EOF OR WS-SALTADOS = WS-CKP-COUNT.

      ******************************************************************
      * CORRIDA DE PRUEBA: CON UNA LINEA DIVTRIAL EN RUNPARM.DAT, O
      * SI LA PIDE EL OPERADOR DE UNA SESION FIRMADA, DIVIN.DAT PASA
      * POR TODAS LAS VALIDACIONES Y CALCULOS SIN GRABAR NADA EN
      * CALCFILE, TRANLOG, DIVOUT, DIVREJ, DIVCKP, DIVDONE NI RUNSEQ
      * (NO SE GASTA RUN-ID); LO QUE PASARIA VA A DIVPREV.DAT. EL
      * MES CERRADO, LA ENTIDAD Y LA CORRIDA DOBLE SE INFORMAN EN
      * VEZ DE PARAR. LA LINEA DIVTRIAL SE QUITA PARA LA CORRIDA
      * DE VERDAD; SIN SESION (NOCTURNA) NO SE PREGUNTA NADA.
      ******************************************************************
       1005-LEER-MODO.
           OPEN INPUT RUNPARM-FILE.
           IF WS-PARM-STATUS NOT = "35"
               PERFORM 1006-LEER-PARM UNTIL WS-PARM-EOF
               CLOSE RUNPARM-FILE
           END-IF.
           IF WS-PRUEBA
               DISPLAY "DIVISIONESBATCH: CORRIDA DE PRUEBA (DIVTRIAL "
                   "EN RUNPARM.DAT), NO SE CONTABILIZA NADA"
               GO TO 1005-EXIT.
           IF (SW-LANG = "ES" OR SW-LANG = "EN")
               AND SW-ENTITY IS NUMERIC AND SW-ENTITY NOT = "00"
               DISPLAY "CORRIDA DE PRUEBA, SIN CONTABILIZAR NADA "
                   "(S/N)? " WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   OR WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
                   SET WS-PRUEBA TO TRUE
                   DISPLAY "DIVISIONESBATCH: CORRIDA DE PRUEBA, NO SE "
                       "CONTABILIZA NADA"
               END-IF
           END-IF.
       1005-EXIT.
           EXIT.

       1006-LEER-PARM.
           READ RUNPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF RP-ID = "DIVTRIAL"
                       SET WS-PRUEBA TO TRUE
                       SET WS-PARM-EOF TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * SI DIVCKP.DAT DEJO UNA POSICION CONFIRMADA MAYOR QUE CERO LA
      * CORRIDA ANTERIOR MURIO A MEDIAS: SE REANUDA DESPUES DEL
      * LA ENTIDAD DE LA SESION DEBE EXISTIR Y ESTAR ACTIVA EN EL
      * MAESTRO ENTIDAD.DAT; CON UNA ENTIDAD DESCONOCIDA NADA SE
      * CONTABILIZA (RC 8). SIN MAESTRO SE ACEPTA EL CODIGO PELADO
      * COMO SIEMPRE. LAS ENTIDADES ACTIVAS QUEDAN EN TABLA PARA
      * VALIDAR LA DI-ENTITY DE CADA REGISTRO.
      ******************************************************************
       1014-VALIDAR-ENTIDAD.
           MOVE "N" TO WS-ENT-EOF-SWITCH.
           IF WS-ENT-STATUS = "35"
               SET WS-ENT-VALIDA TO TRUE
           ELSE
               SET WS-CON-MAESTRO TO TRUE
               PERFORM 1014-BUSCAR-ENTIDAD UNTIL WS-ENT-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.
           IF NOT WS-ENT-VALIDA AND NOT WS-PRUEBA
               DISPLAY "DIVISIONESBATCH: LA ENTIDAD " WS-ENTIDAD
                   " NO EXISTE O NO ESTA ACTIVA EN ENTIDAD.DAT, "
                   "NADA SE CONTABILIZA"
               AT END
                   SET WS-ENT-EOF TO TRUE
               NOT AT END
                   IF EN-ACTIVE = "Y"
                       IF EN-CODE = WS-ENTIDAD
                           SET WS-ENT-VALIDA TO TRUE
                       END-IF
                       IF WS-ENM-COUNT < 99
                           ADD 1 TO WS-ENM-COUNT
                           MOVE EN-CODE TO WS-ENM-CODE(WS-ENM-COUNT)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * LA POLITICA DE REDONDEO VIENE DE LA LINEA DE LA ENTIDAD EN
      * THRESH.DAT (TH-ROUND), CON LA LINEA DE ENTIDAD EN BLANCO
      * COMO VALOR GLOBAL, IGUAL QUE LOS UMBRALES EN Divisiones. SE
      * GUARDAN TODAS LAS LINEAS: UN REGISTRO CON DI-ENTITY PROPIA SE
      * REDONDEA CON LA POLITICA DE SU ENTIDAD. LOS UMBRALES SE
      * GUARDAN TAMBIEN, PARA SENALARLOS EN LA CORRIDA DE PRUEBA.
      ******************************************************************
       1016-LEER-REDONDEO.
           MOVE "N" TO WS-THRESH-EOF-SWITCH.
               PERFORM 1016-LEER-LINEA UNTIL WS-THRESH-EOF
               CLOSE THRESHOLD-FILE
           END-IF.
           MOVE WS-ENTIDAD TO WS-ENTIDAD-REG.
           PERFORM 2030-BUSCAR-REDONDEO.
           MOVE WS-REDONDEO-REG TO WS-REDONDEO.

       1016-LEER-LINEA.
           READ THRESHOLD-FILE
               AT END
                   SET WS-THRESH-EOF TO TRUE
               NOT AT END
                   IF TH-ROUND = "R"
                       MOVE "R" TO WS-POLITICA
                   ELSE
                       MOVE "T" TO WS-POLITICA
                   END-IF
                   MOVE 50 TO WS-UMBRAL-LINEA
                   IF TH-VALUE IS NUMERIC
                       MOVE TH-VALUE TO WS-UMBRAL-LINEA
                   END-IF
                   MOVE 9999999.99 TO WS-DURO-LINEA
                   IF TH-HARD-VALUE IS NUMERIC
                       MOVE TH-HARD-VALUE TO WS-DURO-LINEA
                   END-IF
                   IF TH-ENTITY = SPACES
                       MOVE WS-POLITICA TO WS-REDONDEO-GLOBAL
                       MOVE WS-UMBRAL-LINEA TO WS-UMBRAL-GLOBAL
                       MOVE WS-DURO-LINEA TO WS-DURO-GLOBAL
                   ELSE
                       IF WS-RND-COUNT < 20
                           ADD 1 TO WS-RND-COUNT
                           MOVE TH-ENTITY TO
                               WS-RND-ENTITY(WS-RND-COUNT)
                           MOVE WS-POLITICA TO
                               WS-RND-ROUND(WS-RND-COUNT)
                           MOVE WS-UMBRAL-LINEA TO
                               WS-RND-UMBRAL(WS-RND-COUNT)
                           MOVE WS-DURO-LINEA TO
                               WS-RND-DURO(WS-RND-COUNT)
                       END-IF
                   END-IF
           END-READ.
      * VUELVE A CONTABILIZAR NADA: SE ANUNCIA CON QUE RUN-ID SE
      * PROCESO Y SE TERMINA CON RETURN-CODE 4. LA RECONCILIACION
      * DEBE CONFIRMAR, NO HACER DE DEDUPLICADOR. UN REARRANQUE DE
      * CHECKPOINT NO PASA POR AQUI. LA CORRIDA DE PRUEBA SOLO LO
      * APUNTA PARA SU INFORME.
      ******************************************************************
       1018-VERIFICAR-DUPLICADO.
           OPEN INPUT DONE-FILE.
           IF WS-DONE-DATE = WS-TODAY
               AND WS-DONE-COUNT = WS-IN-CUENTA
               AND WS-DONE-HASH = WS-IN-HASH
               IF WS-PRUEBA
                   SET WS-DUPLICADA TO TRUE
                   GO TO 1018-EXIT
               END-IF
               DISPLAY "DIVISIONESBATCH: ESTE DIVIN.DAT YA SE "
                   "PROCESO COMPLETO PARA " WS-TODAY
                   " BAJO EL RUN-ID " WS-DONE-RUN-ID
                       MOVE DI-NUM2 TO WS-NUM-HASH
                       ADD WS-NUM-HASH TO WS-IN-HASH
                   END-IF
                   IF DI-NUM3 IS NUMERIC
                       MOVE DI-NUM3 TO WS-NUM-HASH
                       ADD WS-NUM-HASH TO WS-IN-HASH
                   END-IF
                   IF DI-NUM4 IS NUMERIC
                       MOVE DI-NUM4 TO WS-NUM-HASH
                       ADD WS-NUM-HASH TO WS-IN-HASH
                   END-IF
           END-READ.

       1020-LEER-CHECKPOINT.
           END-IF.

       1030-SALTAR-PROCESADOS.
           PERFORM 2600-APUNTAR-ORIGEN.
           ADD 1 TO WS-SALTADOS.
           READ DIV-INPUT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      ******************************************************************
      * LA BIBLIOTECA DE FORMULAS (formMant) SE CARGA UNA VEZ; SIN
      * FORMULA.DAT TODO REGISTRO F SE RECHAZA COMO UNKNOWN FORMULA.
      ******************************************************************
       1040-CARGAR-FORMULAS.
           MOVE "N" TO WS-FML-EOF-SWITCH.
           OPEN INPUT FORMULA-FILE.
           IF WS-FML-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1041-CARGAR-FORMULA UNTIL WS-FML-EOF
               CLOSE FORMULA-FILE
           END-IF.

       1041-CARGAR-FORMULA.
           READ FORMULA-FILE
               AT END
                   SET WS-FML-EOF TO TRUE
               NOT AT END
                   IF WS-FML-COUNT < 100
                       ADD 1 TO WS-FML-COUNT
                       MOVE FORMULA-FILE-RECORD TO
                           WS-FML-ENTRY(WS-FML-COUNT)
                   ELSE
                       DISPLAY "DIVISIONESBATCH: FORMULA.DAT TIENE "
                           "MAS DE 100 FORMULAS, SE IGNORA EL RESTO"
                       SET WS-FML-EOF TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * LIMITES DIARIOS POR ENTIDAD DE EXPLIM.DAT (limitMant); LA
      * LINEA CON LA ENTIDAD EN BLANCO VALE PARA LAS QUE NO TIENEN
      * LINEA PROPIA. SIN FICHERO, O TODO A CERO, NO HAY LIMITE Y
      * NI SIQUIERA SE CUENTA EL USO DEL DIA.
      ******************************************************************
       1045-CARGAR-LIMITES.
           OPEN INPUT EXPOSURE-LIMIT-FILE.
           IF WS-EXL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1046-LEER-LIMITE UNTIL WS-EXL-EOF
               CLOSE EXPOSURE-LIMIT-FILE
           END-IF.

       1046-LEER-LIMITE.
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
                   IF EX-MAX-CALCULOS > ZERO OR EX-MAX-IMPORTE > ZERO
                       SET WS-CON-LIMITES TO TRUE
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
                       ELSE
                           DISPLAY "DIVISIONESBATCH: EXPLIM.DAT TIENE "
                               "MAS DE 20 ENTIDADES, SE IGNORA EL RESTO"
                           SET WS-EXL-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1050-ABRIR-REJECT.
           OPEN EXTEND DIV-REJECT-FILE.
           IF WS-REJ-STATUS = "35"
               OPEN EXTEND ERROR-LOG-FILE
           END-IF.

       1300-ABRIR-CALC-FILE.
           OPEN I-O CALC-FILE.
           IF WS-CALC-STATUS = "35"
               CLOSE CALC-FILE
               OPEN I-O CALC-FILE
           END-IF.
           IF WS-CALC-STATUS = "00"
               SET WS-CALC-ABIERTO TO TRUE
           END-IF.

      ******************************************************************
      * LO QUE CADA ENTIDAD YA LLEVA EN LA FECHA DE NEGOCIO (DE
      * Divisiones, DE OTRAS CORRIDAS O, EN UN REARRANQUE, DE ESTA
      * MISMA ANTES DEL CHECKPOINT) SE CUENTA UNA VEZ AL ARRANCAR;
      * DESPUES LA CORRIDA LO VA SUMANDO AL CONTABILIZAR.
      ******************************************************************
       1310-CARGAR-USO.
           MOVE WS-TODAY TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   GO TO 1310-EXIT
           END-START.
           PERFORM 1311-LEER-USO UNTIL WS-USO-EOF.
       1310-EXIT.
           EXIT.

       1311-LEER-USO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-USO-EOF TO TRUE
               NOT AT END
                   IF WS-CALC-STATUS NOT = "00"
                       OR CALC-DATE NOT = WS-TODAY
                       SET WS-USO-EOF TO TRUE
                   ELSE
                       MOVE CALC-ENTITY TO WS-USO-ENTIDAD
                       PERFORM 2082-BUSCAR-USO
                       IF WS-USO-IDX > ZERO
                           ADD 1 TO WS-USO-CALCULOS(WS-USO-IDX)
                           ADD CALC-RESULT TO
                               WS-USO-IMPORTE(WS-USO-IDX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CORRIDA DE PRUEBA: CALCFILE.DAT SOLO SE LEE (EL USO DEL DIA
      * PARA LOS LIMITES) Y DIVPREV.DAT EMPIEZA CON LO QUE LA
      * CORRIDA DE VERDAD HARIA AL ARRANCAR. EL RETURN-CODE ES EL
      * QUE DARIA LA CORRIDA DE VERDAD AL NEGARSE.
      ******************************************************************
       1400-ABRIR-PRUEBA.
           INITIALIZE WS-OPC-TABLA.
           IF WS-CON-LIMITES
               OPEN INPUT CALC-FILE
               IF WS-CALC-STATUS = "00"
                   SET WS-CALC-ABIERTO TO TRUE
               END-IF
           END-IF.
           OPEN OUTPUT PREVIEW-FILE.
           MOVE WS-TODAY TO PRV-T-FECHA.
           MOVE WS-ENTIDAD TO PRV-T-ENTIDAD.
           WRITE PREVIEW-RECORD FROM PRV-TITULO.
           MOVE "NADA SE HA CONTABILIZADO; ASI IRIA LA CORRIDA REAL"
               TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.
           MOVE SPACES TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.
           IF WS-MES-CERRADO
               MOVE SPACES TO PREVIEW-RECORD
               STRING "EL MES " WS-TODAY(1:6) " ESTA CERRADO "
                   "(MTHCTL.DAT): NO CONTABILIZARIA NADA, RC 8"
                   DELIMITED BY SIZE INTO PREVIEW-RECORD
               PERFORM 1410-GRABAR-AVISO
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF NOT WS-ENT-VALIDA
               MOVE SPACES TO PREVIEW-RECORD
               STRING "LA ENTIDAD " WS-ENTIDAD " NO ESTA ACTIVA EN "
                   "ENTIDAD.DAT: NO CONTABILIZARIA NADA, RC 8"
                   DELIMITED BY SIZE INTO PREVIEW-RECORD
               PERFORM 1410-GRABAR-AVISO
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF WS-DUPLICADA
               MOVE SPACES TO PREVIEW-RECORD
               STRING "DUPLICADO DE LA CORRIDA " WS-DONE-RUN-ID
                   " DEL " WS-TODAY " (DIVDONE.DAT): SE NEGARIA, RC 4"
                   DELIMITED BY SIZE INTO PREVIEW-RECORD
               PERFORM 1410-GRABAR-AVISO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-REARRANQUE
               MOVE SPACES TO PREVIEW-RECORD
               STRING "DIVCKP.DAT: REANUDARIA DESPUES DEL REGISTRO "
                   WS-CKP-COUNT DELIMITED BY SIZE INTO PREVIEW-RECORD
               PERFORM 1410-GRABAR-AVISO
           END-IF.
           IF WS-RETURN-CODE = ZERO
               MOVE "SIN IMPEDIMENTOS AL ARRANCAR: CONTABILIZARIA"
                   TO PREVIEW-RECORD
               PERFORM 1410-GRABAR-AVISO
           END-IF.
           MOVE SPACES TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.

       1410-GRABAR-AVISO.
           WRITE PREVIEW-RECORD.
           DISPLAY "DIVISIONESBATCH: PRUEBA: " PREVIEW-RECORD.

       2000-PROCESS-RECORD.
           MOVE DI-NUM1 TO WS-NUM1 DO-NUM1.
           MOVE DI-NUM2 TO WS-NUM2 DO-NUM2.
           MOVE DI-OPCODE TO DO-OPCODE.
           MOVE "OK   " TO DO-STATUS.
           MOVE DI-ORIGEN TO DO-ORIGEN.
           PERFORM 2010-ENTIDAD-DEL-REGISTRO.
           EVALUATE TRUE
               WHEN NOT WS-ENT-REG-VALIDA
                   MOVE SPACES TO WS-OPERATION
                   MOVE ZERO TO WS-RESULT
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "BAD ENTITY" TO WS-MOTIVO-RECHAZO
               WHEN DI-OPCODE = "S"
                   MOVE "SUMA    " TO WS-OPERATION
                   ADD WS-NUM1 TO WS-NUM2 GIVING WS-RESULT
                       ON SIZE ERROR
                           MOVE "ERROR" TO DO-STATUS
                           MOVE "SIZE ERROR" TO WS-MOTIVO-RECHAZO
                   END-ADD
               WHEN DI-OPCODE = "R"
                   MOVE "RESTA   " TO WS-OPERATION
                   SUBTRACT WS-NUM1 FROM WS-NUM2 GIVING WS-RESULT
                       ON SIZE ERROR
                           MOVE "ERROR" TO DO-STATUS
                           MOVE "SIZE ERROR" TO WS-MOTIVO-RECHAZO
                   END-SUBTRACT
               WHEN DI-OPCODE = "M"
                   MOVE "MULTIPLE" TO WS-OPERATION
                   MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RESULT
                       ON SIZE ERROR
                           MOVE "ERROR" TO DO-STATUS
                           MOVE "SIZE ERROR" TO WS-MOTIVO-RECHAZO
                   END-MULTIPLY
               WHEN DI-OPCODE = "P"
                   MOVE "PORCENT " TO WS-OPERATION
                   COMPUTE WS-RESULT-EXT = WS-NUM1 * WS-NUM2 / 100
                       ON SIZE ERROR
                   IF DO-STATUS = "OK   "
                       PERFORM 2050-APLICAR-REDONDEO
                   END-IF
               WHEN DI-OPCODE = "D"
                   MOVE "DIVISION" TO WS-OPERATION
                   IF WS-NUM2 = 0
                       MOVE ZERO TO WS-RESULT
                           PERFORM 2050-APLICAR-REDONDEO
                       END-IF
                   END-IF
               WHEN DI-OPCODE = "F"
                   MOVE "FORMULA " TO WS-OPERATION
                   PERFORM 2060-EVALUAR-FORMULA THRU 2060-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-OPERATION
                   MOVE ZERO TO WS-RESULT
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "BAD OPCODE" TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           IF DO-STATUS = "OK   " AND WS-CON-LIMITES
               PERFORM 2080-COMPROBAR-LIMITE THRU 2080-EXIT
           END-IF.
           MOVE WS-RESULT TO DO-RESULT.
           IF DO-STATUS = "OK   "
               ADD 1 TO WS-ACEPTADOS
           ELSE
               ADD 1 TO WS-RECHAZADOS
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-PRUEBA
               PERFORM 2800-PREVER-REGISTRO
           ELSE
               PERFORM 2090-GRABAR-REGISTRO
           END-IF.
           PERFORM 2600-APUNTAR-ORIGEN.
           ADD 1 TO WS-DESDE-CKP.
           IF WS-DESDE-CKP NOT < WS-CKP-INTERVALO AND NOT WS-PRUEBA
               PERFORM 2500-GRABAR-CHECKPOINT
           END-IF.
           READ DIV-INPUT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH.

      ******************************************************************
      * UN REGISTRO SIN DI-ENTITY (divEntry, divIntake, divResub) SE
      * CONTABILIZA BAJO LA ENTIDAD DE LA CORRIDA; UNO QUE TRAE SU
      * ENTIDAD (standGen) BAJO ESA ENTIDAD Y CON SU POLITICA DE
      * REDONDEO, SI ESTA ACTIVA EN EL MAESTRO.
      ******************************************************************
       2010-ENTIDAD-DEL-REGISTRO.
           SET WS-ENT-REG-VALIDA TO TRUE.
           IF DI-ENTITY = SPACES OR DI-ENTITY = WS-ENTIDAD
               MOVE WS-ENTIDAD TO WS-ENTIDAD-REG
               MOVE WS-REDONDEO TO WS-REDONDEO-REG
           ELSE
               MOVE DI-ENTITY TO WS-ENTIDAD-REG
               IF DI-ENTITY IS NOT NUMERIC OR DI-ENTITY = "00"
                   MOVE "N" TO WS-ENT-REG-SWITCH
               ELSE
                   IF WS-CON-MAESTRO
                       MOVE "N" TO WS-ENT-REG-SWITCH
                       PERFORM 2020-COMPARAR-ENTIDAD
                           VARYING WS-ENM-SUB FROM 1 BY 1
                           UNTIL WS-ENM-SUB > WS-ENM-COUNT
                           OR WS-ENT-REG-VALIDA
                   END-IF
               END-IF
               PERFORM 2030-BUSCAR-REDONDEO
           END-IF.

       2020-COMPARAR-ENTIDAD.
           IF WS-ENM-CODE(WS-ENM-SUB) = WS-ENTIDAD-REG
               SET WS-ENT-REG-VALIDA TO TRUE
           END-IF.

      *    LA LINEA DE LA ENTIDAD WS-ENTIDAD-REG, O LA GLOBAL:
      *    POLITICA DE REDONDEO Y UMBRALES
       2030-BUSCAR-REDONDEO.
           MOVE WS-REDONDEO-GLOBAL TO WS-REDONDEO-REG.
           MOVE WS-UMBRAL-GLOBAL TO WS-UMBRAL-REG.
           MOVE WS-DURO-GLOBAL TO WS-DURO-REG.
           PERFORM 2031-COMPARAR-REDONDEO
               VARYING WS-RND-SUB FROM 1 BY 1
               UNTIL WS-RND-SUB > WS-RND-COUNT.

       2031-COMPARAR-REDONDEO.
           IF WS-RND-ENTITY(WS-RND-SUB) = WS-ENTIDAD-REG
               MOVE WS-RND-ROUND(WS-RND-SUB) TO WS-REDONDEO-REG
               MOVE WS-RND-UMBRAL(WS-RND-SUB) TO WS-UMBRAL-REG
               MOVE WS-RND-DURO(WS-RND-SUB) TO WS-DURO-REG
           END-IF.

      ******************************************************************
      * DIVISION Y PORCENTAJE SE CALCULAN CON DECIMALES Y LA
      * POLITICA DE LA ENTIDAD DECIDE AL PASAR AL CAMPO ENTERO DE
      * ELEGIDA POR ACCIDENTE DE PIC YA NO ES LA POLITICA.
      ******************************************************************
       2050-APLICAR-REDONDEO.
           IF WS-REDONDEO-REG = "R"
               COMPUTE WS-RESULT ROUNDED = WS-RESULT-EXT
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RESULT
               END-COMPUTE
           END-IF.

      ******************************************************************
      * OPCODE F: LA FORMULA DI-FORMULA SE EVALUA CON formEval SOBRE
      * LAS ENTRADAS DI-NUM1 A DI-NUM4 QUE PIDE, CON LA POLITICA DE
      * REDONDEO DEL REGISTRO Y RESULTADOS ENTEROS EN DIVISION Y
      * PORCENTAJE, COMO LAS OPERACIONES SUELTAS DE ESTE PROGRAMA.
      ******************************************************************
       2060-EVALUAR-FORMULA.
           MOVE ZERO TO WS-RESULT.
           MOVE "N" TO WS-FML-HALLADA-SWITCH.
           PERFORM 2061-BUSCAR-FORMULA
               VARYING WS-FML-SUB FROM 1 BY 1
               UNTIL WS-FML-SUB > WS-FML-COUNT OR WS-FML-HALLADA.
           IF NOT WS-FML-HALLADA
               MOVE "ERROR" TO DO-STATUS
               MOVE "UNKNOWN FORMULA" TO WS-MOTIVO-RECHAZO
               GO TO 2060-EXIT.
           MOVE ZERO TO FE-INPUT(1) FE-INPUT(2) FE-INPUT(3)
               FE-INPUT(4).
           IF FM-INPUTS IS NUMERIC
               IF (FM-INPUTS > 0 AND DI-NUM1 IS NOT NUMERIC)
                   OR (FM-INPUTS > 1 AND DI-NUM2 IS NOT NUMERIC)
                   OR (FM-INPUTS > 2 AND DI-NUM3 IS NOT NUMERIC)
                   OR (FM-INPUTS > 3 AND DI-NUM4 IS NOT NUMERIC)
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "BAD FORMULA INPUT" TO WS-MOTIVO-RECHAZO
                   GO TO 2060-EXIT
               END-IF
               IF FM-INPUTS > 0
                   MOVE DI-NUM1 TO FE-INPUT(1)
               END-IF
               IF FM-INPUTS > 1
                   MOVE DI-NUM2 TO FE-INPUT(2)
               END-IF
               IF FM-INPUTS > 2
                   MOVE DI-NUM3 TO FE-INPUT(3)
               END-IF
               IF FM-INPUTS > 3
                   MOVE DI-NUM4 TO FE-INPUT(4)
               END-IF
           END-IF.
           MOVE WS-REDONDEO-REG TO FE-REDONDEO.
           MOVE "Y" TO FE-ENTERO.
           CALL "formEval" USING FORMULA-RECORD FORMULA-EVAL-AREA.
           EVALUATE TRUE
               WHEN FE-OK
                   COMPUTE WS-RESULT = FE-RESULT
                       ON SIZE ERROR
                           MOVE ZERO TO WS-RESULT
                           MOVE "ERROR" TO DO-STATUS
                           MOVE "SIZE ERROR" TO WS-MOTIVO-RECHAZO
                   END-COMPUTE
               WHEN FE-DIVISOR-CERO
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "ZERO DIVISOR" TO WS-MOTIVO-RECHAZO
               WHEN FE-DESBORDE
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "SIZE ERROR" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "ERROR" TO DO-STATUS
                   MOVE "BAD FORMULA" TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
       2060-EXIT.
           EXIT.

       2061-BUSCAR-FORMULA.
           IF WS-FML-ENTRY(WS-FML-SUB)(1:6) = DI-FORMULA
               MOVE WS-FML-ENTRY(WS-FML-SUB) TO FORMULA-RECORD
               SET WS-FML-HALLADA TO TRUE
           END-IF.

      ******************************************************************
      * LOS PASOS DE UNA FORMULA SE CONTABILIZAN COMO OPERACIONES
      * NORMALES (calcVrfy Y calcRecon LOS TRATAN SIN MAS) CON
      * SECUENCIAL 1 A N BAJO UN RUN-ID NUEVO; FORMRUN.DAT DICE QUE
      * FORMULA FUE. EL RUN-ID Y EL SECUENCIAL DE LA CORRIDA SE
      * RECUPERAN DESPUES.
      ******************************************************************
       2070-LOG-FORMULA.
           MOVE WS-RUN-ID TO WS-FML-RUN-ID-CORRIDA.
           MOVE WS-CALC-SEQ TO WS-FML-CALC-SEQ-CORRIDA.
           PERFORM 1017-OBTENER-RUN-ID THRU 1017-EXIT.
           MOVE ZERO TO WS-CALC-SEQ.
           PERFORM 2075-LOG-PASO
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
           MOVE "DivisionesBatch" TO FR-PROGRAM.
           MOVE WS-ENTIDAD-REG TO FR-ENTITY.
           MOVE "BATCH" TO FR-OPERATOR.
           MOVE FM-STEP-COUNT TO FR-STEPS.
           MOVE FE-RESULT TO FR-RESULT.
           WRITE FORMULA-RUN-RECORD.
           CLOSE FORMULA-RUN-FILE.
           MOVE WS-FML-RUN-ID-CORRIDA TO WS-RUN-ID.
           MOVE WS-FML-CALC-SEQ-CORRIDA TO WS-CALC-SEQ.

       2075-LOG-PASO.
           ADD 1 TO WS-CALC-SEQ.
           MOVE WS-TODAY TO TL-DATE.
           MOVE WS-RUN-ID TO TL-RUN-ID.
           MOVE WS-CALC-SEQ TO TL-SEQ.
           MOVE FE-OPERATION(WS-FML-PASO) TO TL-OPERATION.
           MOVE FE-VALUE-1(WS-FML-PASO) TO TL-NUM1.
           MOVE FE-VALUE-2(WS-FML-PASO) TO TL-NUM2.
           MOVE FE-STEP-RESULT(WS-FML-PASO) TO TL-RESULT.
           MOVE WS-ENTIDAD-REG TO TL-ENTITY.
           MOVE "BATCH" TO TL-OPERATOR.
           WRITE TRAN-LOG-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO TRANLOG.DAT"
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "TRANLOG.DAT WRITE FAILED"
                       TO WS-MENSAJE-ERROR
                   MOVE "2075-LOG-PAS" TO WS-PARRAFO-ERROR
                   PERFORM 2200-REGISTRAR-ERROR
           END-WRITE.

           MOVE WS-TODAY TO CALC-DATE.
           MOVE WS-RUN-ID TO CALC-RUN-ID.
           MOVE WS-CALC-SEQ TO CALC-SEQ.
           MOVE WS-ENTIDAD-REG TO CALC-ENTITY.
           MOVE "DivisionesBatch" TO CALC-PROGRAM.
           MOVE FE-OPERATION(WS-FML-PASO) TO CALC-OPERATION.
           MOVE FE-VALUE-1(WS-FML-PASO) TO CALC-VALUE-1.
           MOVE FE-VALUE-2(WS-FML-PASO) TO CALC-VALUE-2.
           MOVE FE-STEP-RESULT(WS-FML-PASO) TO CALC-RESULT.
           MOVE "BATCH" TO CALC-OPERATOR.
           MOVE "M" TO FXL-FUNCION.
           MOVE WS-ENTIDAD-REG TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE FXL-MONEDA TO CALC-CURRENCY.
           WRITE CALC-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO CALCFILE.DAT"
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "CALCFILE.DAT WRITE FAILED"
                       TO WS-MENSAJE-ERROR
                   MOVE "2075-LOG-PAS" TO WS-PARRAFO-ERROR
                   PERFORM 2200-REGISTRAR-ERROR
                   PERFORM 2300-REGISTRAR-ALERTA
               NOT INVALID KEY
                   CALL "calcJrnl" USING BY CONTENT "A"
                       BY REFERENCE CALC-RECORD
           END-WRITE.

      ******************************************************************
      * LIMITE DIARIO DE LA ENTIDAD DEL REGISTRO: SI CONTABILIZARLO
      * LA LLEVARIA POR ENCIMA DE SU MAXIMO DE CALCULOS O DE IMPORTE
      * ACUMULADO EN LA FECHA DE NEGOCIO NO SE CONTABILIZA; VA A
      * DIVREJ.DAT CON MOTIVO DAILY LIMIT Y divResub LO LIBERA OTRO
      * DIA. UNA FORMULA CUENTA COMO LOS PASOS QUE GRABA.
      ******************************************************************
       2080-COMPROBAR-LIMITE.
           MOVE WS-EXL-GLOBAL-CALCULOS TO WS-LIM-CALCULOS.
           MOVE WS-EXL-GLOBAL-IMPORTE TO WS-LIM-IMPORTE.
           PERFORM 2081-BUSCAR-LIMITE
               VARYING WS-EXL-SUB FROM 1 BY 1
               UNTIL WS-EXL-SUB > WS-EXL-COUNT.
           IF WS-LIM-CALCULOS = ZERO AND WS-LIM-IMPORTE = ZERO
               GO TO 2080-EXIT.
           MOVE WS-ENTIDAD-REG TO WS-USO-ENTIDAD.
           PERFORM 2082-BUSCAR-USO.
           IF WS-USO-IDX = ZERO
               GO TO 2080-EXIT.
           IF DI-OPCODE = "F"
               MOVE ZERO TO WS-NUEVOS-CALCULOS
               MOVE ZERO TO WS-NUEVO-IMPORTE
               PERFORM 2085-SUMAR-PASO
                   VARYING WS-FML-PASO FROM 1 BY 1
                   UNTIL WS-FML-PASO > FM-STEP-COUNT
           ELSE
               MOVE 1 TO WS-NUEVOS-CALCULOS
               MOVE WS-RESULT TO WS-NUEVO-IMPORTE
           END-IF.
           ADD WS-USO-CALCULOS(WS-USO-IDX) TO WS-NUEVOS-CALCULOS.
           ADD WS-USO-IMPORTE(WS-USO-IDX) TO WS-NUEVO-IMPORTE.
           IF (WS-LIM-CALCULOS > ZERO
               AND WS-NUEVOS-CALCULOS > WS-LIM-CALCULOS)
               OR (WS-LIM-IMPORTE > ZERO
               AND WS-NUEVO-IMPORTE > WS-LIM-IMPORTE)
               MOVE ZERO TO WS-RESULT
               MOVE "LIMIT" TO DO-STATUS
               MOVE "DAILY LIMIT" TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-LIMITADOS
           ELSE
               MOVE WS-NUEVOS-CALCULOS TO WS-USO-CALCULOS(WS-USO-IDX)
               MOVE WS-NUEVO-IMPORTE TO WS-USO-IMPORTE(WS-USO-IDX)
           END-IF.
       2080-EXIT.
           EXIT.

       2081-BUSCAR-LIMITE.
           IF WS-EXL-ENTITY(WS-EXL-SUB) = WS-ENTIDAD-REG
               MOVE WS-EXL-CALCULOS(WS-EXL-SUB) TO WS-LIM-CALCULOS
               MOVE WS-EXL-IMPORTE(WS-EXL-SUB) TO WS-LIM-IMPORTE
           END-IF.

      *    ENTRADA DE USO DE WS-USO-ENTIDAD, NUEVA A CERO SI NO LA
      *    HABIA; WS-USO-IDX A CERO SI LA TABLA ESTA LLENA
       2082-BUSCAR-USO.
           MOVE ZERO TO WS-USO-IDX.
           MOVE "N" TO WS-USO-HALLADO-SWITCH.
           PERFORM 2083-COMPARAR-USO
               VARYING WS-USO-SUB FROM 1 BY 1
               UNTIL WS-USO-SUB > WS-USO-COUNT OR WS-USO-HALLADO.
           IF NOT WS-USO-HALLADO
               IF WS-USO-COUNT < 99
                   ADD 1 TO WS-USO-COUNT
                   MOVE WS-USO-ENTIDAD TO WS-USO-ENTITY(WS-USO-COUNT)
                   MOVE ZERO TO WS-USO-CALCULOS(WS-USO-COUNT)
                   MOVE ZERO TO WS-USO-IMPORTE(WS-USO-COUNT)
                   MOVE WS-USO-COUNT TO WS-USO-IDX
               ELSE
                   IF NOT WS-USO-LLENA
                       DISPLAY "DIVISIONESBATCH: MAS DE 99 ENTIDADES "
                           "CON USO, EL RESTO SIN LIMITE DIARIO"
                       SET WS-USO-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.

       2083-COMPARAR-USO.
           IF WS-USO-ENTITY(WS-USO-SUB) = WS-USO-ENTIDAD
               MOVE WS-USO-SUB TO WS-USO-IDX
               SET WS-USO-HALLADO TO TRUE
           END-IF.

       2085-SUMAR-PASO.
           ADD 1 TO WS-NUEVOS-CALCULOS.
           ADD FE-STEP-RESULT(WS-FML-PASO) TO WS-NUEVO-IMPORTE.

       2090-GRABAR-REGISTRO.
           WRITE DIV-OUTPUT-RECORD.
           IF DO-STATUS = "OK   "
               IF DI-OPCODE = "F"
                   PERFORM 2070-LOG-FORMULA
               ELSE
                   PERFORM 2100-LOG-CALCULATION
               END-IF
           ELSE
               PERFORM 2400-RECHAZAR-RECORD
           END-IF.

       2100-LOG-CALCULATION.
      *    EL MISMO SECUENCIAL SIRVE PARA LA CLAVE DE TRANLOG Y LA
      *    DE CALCFILE, ASI LAS DOS FILAS DE UN CALCULO QUEDAN
           MOVE WS-NUM1 TO TL-NUM1.
           MOVE WS-NUM2 TO TL-NUM2.
           MOVE WS-RESULT TO TL-RESULT.
           MOVE WS-ENTIDAD-REG TO TL-ENTITY.
           MOVE "BATCH" TO TL-OPERATOR.
           WRITE TRAN-LOG-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO TRANLOG.DAT"
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "TRANLOG.DAT WRITE FAILED"
                       TO WS-MENSAJE-ERROR
                   MOVE "2100-LOG-CAL" TO WS-PARRAFO-ERROR
                   PERFORM 2200-REGISTRAR-ERROR
           END-WRITE.

           MOVE WS-TODAY TO CALC-DATE.
           MOVE WS-RUN-ID TO CALC-RUN-ID.
           MOVE WS-CALC-SEQ TO CALC-SEQ.
           MOVE WS-ENTIDAD-REG TO CALC-ENTITY.
           MOVE "DivisionesBatch" TO CALC-PROGRAM.
           MOVE WS-OPERATION TO CALC-OPERATION.
           MOVE WS-NUM1 TO CALC-VALUE-1.
           MOVE WS-NUM2 TO CALC-VALUE-2.
           MOVE WS-RESULT TO CALC-RESULT.
           MOVE "BATCH" TO CALC-OPERATOR.
           MOVE "M" TO FXL-FUNCION.
           MOVE WS-ENTIDAD-REG TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           MOVE FXL-MONEDA TO CALC-CURRENCY.
           WRITE CALC-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO CALCFILE.DAT"
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "CALCFILE.DAT WRITE FAILED"
                       TO WS-MENSAJE-ERROR
                   MOVE "2100-LOG-CAL" TO WS-PARRAFO-ERROR
                   PERFORM 2200-REGISTRAR-ERROR
                   PERFORM 2300-REGISTRAR-ALERTA
               NOT INVALID KEY
                   CALL "calcJrnl" USING BY CONTENT "A"
                       BY REFERENCE CALC-RECORD
           END-WRITE.

       2200-REGISTRAR-ERROR.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
           ACCEPT EL-TIME FROM TIME.
           MOVE "DivisionesBatch" TO EL-PROGRAM.
           MOVE WS-PARRAFO-ERROR TO EL-PARAGRAPH.
           MOVE WS-MENSAJE-ERROR TO EL-MESSAGE.
           WRITE ERROR-LOG-RECORD.

           MOVE SPACES TO AL-ACK-OPERATOR.
      *    UN FALLO DE GRABACION ES SIEMPRE UNA ALERTA CRITICA
           MOVE "C" TO AL-SEVERITY.
           MOVE ZERO TO AL-SEQ.
           PERFORM 2320-ABRIR-ALERTAS THRU 2320-EXIT.
           IF WS-ALERT-STATUS = "00"
               MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
               PERFORM 2310-GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
               CLOSE ALERT-FILE
           END-IF.

       2310-GRABAR-ALERTA.
      *    OTRA ALERTA EN LA MISMA CENTESIMA: SE TOMA EL AL-SEQ
      *    SIGUIENTE
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

      *ALERTS.DAT SE ABRE SOLO PARA GRABAR CADA ALERTA; SI OTRO
      *PROGRAMA LO TIENE ABIERTO SE REINTENTA, COMO RUNSEQ.DAT
       2320-ABRIR-ALERTAS.
           MOVE ZERO TO WS-ALERT-INTENTOS.
       2320-REINTENTAR.
           OPEN I-O ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   CONTINUE
               WHEN WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   IF WS-ALERT-STATUS = "00"
                       CLOSE ALERT-FILE
                       GO TO 2320-REINTENTAR
                   END-IF
                   DISPLAY "NO SE PUEDE CREAR ALERTS.DAT (STATUS "
                       WS-ALERT-STATUS ")"
               WHEN WS-ALERT-STATUS = "30" OR WS-ALERT-STATUS = "39"
      *        COLA SECUENCIAL ANTIGUA SIN CONVERTIR (alertReorg)
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
                   GO TO 2320-REINTENTAR
           END-EVALUATE.
       2320-EXIT.
           EXIT.

       2400-RECHAZAR-RECORD.
           MOVE SPACES TO DIV-REJECT-RECORD.
           MOVE DIV-INPUT-RECORD TO DR-ORIGINAL.
           MOVE WS-MOTIVO-RECHAZO TO DR-REASON.
           MOVE DI-ENTITY TO DR-ENTITY.
           MOVE DI-FORMULA-DATOS TO DR-FORMULA-DATOS.
           MOVE DI-ORIGEN TO DR-ORIGEN.
           WRITE DIV-REJECT-RECORD.

      ******************************************************************
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO WS-DESDE-CKP.

      ******************************************************************
      * CADA FICHERO DE SOCIO DISTINTO DE LA CORRIDA SE APUNTA UNA
      * VEZ, CON SUS DETALLES, PARA LA LINEA B DE DIVTURN.DAT.
      ******************************************************************
       2600-APUNTAR-ORIGEN.
           IF DI-ORIGEN-TIPO = "P"
               AND DI-ORIGEN-SECUENCIA IS NUMERIC
               MOVE "N" TO WS-ORG-HALLADO-SWITCH
               PERFORM 2610-COMPARAR-ORIGEN
                   VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT OR WS-ORG-HALLADO
               IF NOT WS-ORG-HALLADO
                   PERFORM 2620-NUEVO-ORIGEN
               END-IF
           END-IF.

       2610-COMPARAR-ORIGEN.
           IF WS-ORG-SENDER(WS-ORG-SUB) = DI-ORIGEN-FUENTE
               AND WS-ORG-FILE-SEQ(WS-ORG-SUB) = DI-ORIGEN-SECUENCIA
               ADD 1 TO WS-ORG-DETALLES(WS-ORG-SUB)
               SET WS-ORG-HALLADO TO TRUE
           END-IF.

       2620-NUEVO-ORIGEN.
           IF WS-ORG-COUNT < 50
               ADD 1 TO WS-ORG-COUNT
               MOVE DI-ORIGEN-FUENTE TO WS-ORG-SENDER(WS-ORG-COUNT)
               MOVE DI-ORIGEN-SECUENCIA TO
                   WS-ORG-FILE-SEQ(WS-ORG-COUNT)
               MOVE 1 TO WS-ORG-DETALLES(WS-ORG-COUNT)
           ELSE
               IF NOT WS-ORG-LLENA
                   DISPLAY "DIVISIONESBATCH: MAS DE 50 FICHEROS DE "
                       "SOCIO, EL RESTO NO VA A DIVTURN.DAT"
                   SET WS-ORG-LLENA TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * HITO B DEL DIARIO DE PLAZOS: LA CORRIDA TERMINO Y CADA
      * FICHERO DE SOCIO QUE TRAIA QUEDO PROCESADO A ESTA HORA.
      ******************************************************************
       2700-DIARIO-PLAZOS.
           OPEN EXTEND TURN-FILE.
           IF WS-TURN-STATUS = "35"
               OPEN OUTPUT TURN-FILE
               CLOSE TURN-FILE
               OPEN EXTEND TURN-FILE
           END-IF.
           PERFORM 2710-GRABAR-HITO
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT.
           CLOSE TURN-FILE.

       2710-GRABAR-HITO.
           MOVE SPACES TO TURN-RECORD.
           MOVE WS-ORG-SENDER(WS-ORG-SUB) TO TU-SENDER.
           MOVE WS-ORG-FILE-SEQ(WS-ORG-SUB) TO TU-FILE-SEQ.
           MOVE "B" TO TU-EVENTO.
           ACCEPT TU-FECHA FROM DATE YYYYMMDD.
           ACCEPT TU-HORA FROM TIME.
           MOVE WS-ORG-DETALLES(WS-ORG-SUB) TO TU-DETALLES.
           WRITE TURN-RECORD.

      ******************************************************************
      * CORRIDA DE PRUEBA: EL REGISTRO SE CUENTA EN SU OPCODE Y, SI
      * SE RECHAZARIA, EN SU MOTIVO; LOS RECHAZOS Y LOS RESULTADOS
      * POR ENCIMA DEL UMBRAL O DEL LIMITE DURO DE SU ENTIDAD
      * (THRESH.DAT) SE LISTAN UNO A UNO EN DIVPREV.DAT.
      ******************************************************************
       2800-PREVER-REGISTRO.
           EVALUATE DI-OPCODE
               WHEN "S"
                   MOVE 1 TO WS-OPC-SUB
               WHEN "R"
                   MOVE 2 TO WS-OPC-SUB
               WHEN "M"
                   MOVE 3 TO WS-OPC-SUB
               WHEN "P"
                   MOVE 4 TO WS-OPC-SUB
               WHEN "D"
                   MOVE 5 TO WS-OPC-SUB
               WHEN "F"
                   MOVE 6 TO WS-OPC-SUB
               WHEN OTHER
                   MOVE 7 TO WS-OPC-SUB
           END-EVALUATE.
           ADD 1 TO WS-OPC-REGISTROS(WS-OPC-SUB).
           MOVE SPACES TO WS-PRV-NOTA.
           IF DO-STATUS = "OK   "
               ADD 1 TO WS-OPC-ACEPTADOS(WS-OPC-SUB)
               ADD WS-RESULT TO WS-OPC-TOTAL(WS-OPC-SUB)
               PERFORM 2030-BUSCAR-REDONDEO
               IF WS-RESULT > WS-DURO-REG
                   ADD 1 TO WS-PRV-DURO
                   MOVE "SUPERA LIMITE DURO" TO WS-PRV-NOTA
               ELSE
                   IF WS-RESULT > WS-UMBRAL-REG
                       ADD 1 TO WS-PRV-UMBRAL
                       MOVE "SUPERA UMBRAL" TO WS-PRV-NOTA
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-OPC-RECHAZADOS(WS-OPC-SUB)
               MOVE WS-MOTIVO-RECHAZO TO WS-PRV-NOTA
               PERFORM 2810-CONTAR-MOTIVO
           END-IF.
           IF WS-PRV-NOTA NOT = SPACES
               MOVE WS-RECORD-COUNT TO PRV-D-REG
               MOVE DIV-INPUT-RECORD TO PRV-D-ORIGINAL
               MOVE WS-ENTIDAD-REG TO PRV-D-ENTIDAD
               MOVE DI-FORMULA TO PRV-D-FORMULA
               IF DI-OPCODE NOT = "F"
                   MOVE SPACES TO PRV-D-FORMULA
               END-IF
               MOVE WS-RESULT TO PRV-D-RESULT
               MOVE DO-STATUS TO PRV-D-STATUS
               MOVE WS-PRV-NOTA TO PRV-D-NOTA
               WRITE PREVIEW-RECORD FROM PRV-DETALLE
           END-IF.

       2810-CONTAR-MOTIVO.
           MOVE "N" TO WS-MOT-HALLADO-SWITCH.
           PERFORM 2811-COMPARAR-MOTIVO
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-MOT-COUNT OR WS-MOT-HALLADO.
           IF NOT WS-MOT-HALLADO AND WS-MOT-COUNT < 15
               ADD 1 TO WS-MOT-COUNT
               MOVE WS-MOTIVO-RECHAZO TO WS-MOT-MOTIVO(WS-MOT-COUNT)
               MOVE 1 TO WS-MOT-CUENTA(WS-MOT-COUNT)
           END-IF.

       2811-COMPARAR-MOTIVO.
           IF WS-MOT-MOTIVO(WS-MOT-SUB) = WS-MOTIVO-RECHAZO
               ADD 1 TO WS-MOT-CUENTA(WS-MOT-SUB)
               SET WS-MOT-HALLADO TO TRUE
           END-IF.

       9000-TERMINATE.
           IF WS-PRUEBA
               PERFORM 9100-TERMINAR-PRUEBA
           ELSE
               PERFORM 9050-TERMINAR-CORRIDA
           END-IF.

       9050-TERMINAR-CORRIDA.
           CLOSE DIV-INPUT-FILE.
           CLOSE DIV-OUTPUT-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE CALC-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE DIV-REJECT-FILE.
      *    CORRIDA COMPLETA: EL CHECKPOINT VUELVE A CERO PARA QUE LA
      *    PROXIMA CORRIDA EMPIECE DESDE EL PRINCIPIO
           MOVE WS-RUN-ID TO DN-RUN-ID.
           WRITE DONE-RECORD.
           CLOSE DONE-FILE.
           IF WS-ORG-COUNT > ZERO
               PERFORM 2700-DIARIO-PLAZOS
           END-IF.
           DISPLAY "DIVISIONESBATCH: " WS-RECORD-COUNT
               " RECORDS PROCESSED".
           DISPLAY "DIVISIONESBATCH: " WS-ACEPTADOS " ACCEPTED, "
               WS-RECHAZADOS " REJECTED TO DIVREJ.DAT".
           IF WS-LIMITADOS > ZERO
               DISPLAY "DIVISIONESBATCH: " WS-LIMITADOS " OF THEM "
                   "OVER THE ENTITY'S DAILY LIMIT (DAILY LIMIT)"
           END-IF.

      ******************************************************************
      * FIN DE LA CORRIDA DE PRUEBA: TOTALES POR OPCODE, RECHAZOS
      * POR MOTIVO Y CIFRAS DE CONTROL AL PIE DE DIVPREV.DAT. NI
      * CHECKPOINT, NI FIRMA EN DIVDONE.DAT, NI DIVTURN.DAT.
      ******************************************************************
       9100-TERMINAR-PRUEBA.
           CLOSE DIV-INPUT-FILE.
           IF WS-CALC-ABIERTO
               CLOSE CALC-FILE
           END-IF.
           MOVE SPACES TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.
           MOVE "TOTALES POR OPCODE" TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.
           PERFORM 9110-LINEA-OPCODE
               VARYING WS-OPC-SUB FROM 1 BY 1 UNTIL WS-OPC-SUB > 7.
           IF WS-MOT-COUNT > ZERO
               MOVE SPACES TO PREVIEW-RECORD
               WRITE PREVIEW-RECORD
               MOVE "RECHAZOS POR MOTIVO" TO PREVIEW-RECORD
               WRITE PREVIEW-RECORD
               PERFORM 9120-LINEA-MOTIVO
                   VARYING WS-MOT-SUB FROM 1 BY 1
                   UNTIL WS-MOT-SUB > WS-MOT-COUNT
           END-IF.
           MOVE SPACES TO PREVIEW-RECORD.
           WRITE PREVIEW-RECORD.
           MOVE "REGISTROS EN DIVIN.DAT" TO PRV-C-TEXTO.
           MOVE WS-RECORD-COUNT TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "  SALTADOS POR EL REARRANQUE" TO PRV-C-TEXTO.
           MOVE WS-SALTADOS TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "SE CONTABILIZARIAN" TO PRV-C-TEXTO.
           MOVE WS-ACEPTADOS TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "  POR ENCIMA DEL UMBRAL" TO PRV-C-TEXTO.
           MOVE WS-PRV-UMBRAL TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "  POR ENCIMA DEL LIMITE DURO" TO PRV-C-TEXTO.
           MOVE WS-PRV-DURO TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "IRIAN A DIVREJ.DAT" TO PRV-C-TEXTO.
           MOVE WS-RECHAZADOS TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           MOVE "  DE ELLOS POR LIMITE DIARIO (EXPLIM.DAT)"
               TO PRV-C-TEXTO.
           MOVE WS-LIMITADOS TO PRV-C-VALOR.
           WRITE PREVIEW-RECORD FROM PRV-CIFRA.
           CLOSE PREVIEW-FILE.
           DISPLAY "DIVISIONESBATCH: PRUEBA, " WS-RECORD-COUNT
               " RECORDS, " WS-ACEPTADOS " WOULD BE ACCEPTED, "
               WS-RECHAZADOS " REJECTED; SEE DIVPREV.DAT".

       9110-LINEA-OPCODE.
           IF WS-OPC-REGISTROS(WS-OPC-SUB) > ZERO
               MOVE WS-OPC-NOMBRE(WS-OPC-SUB) TO PRV-O-NOMBRE
               MOVE WS-OPC-REGISTROS(WS-OPC-SUB) TO PRV-O-REGISTROS
               MOVE WS-OPC-ACEPTADOS(WS-OPC-SUB) TO PRV-O-ACEPTADOS
               MOVE WS-OPC-RECHAZADOS(WS-OPC-SUB) TO PRV-O-RECHAZADOS
               MOVE WS-OPC-TOTAL(WS-OPC-SUB) TO PRV-O-TOTAL
               WRITE PREVIEW-RECORD FROM PRV-OPCODE
           END-IF.

       9120-LINEA-MOTIVO.
           MOVE WS-MOT-MOTIVO(WS-MOT-SUB) TO PRV-M-MOTIVO.
           MOVE WS-MOT-CUENTA(WS-MOT-SUB) TO PRV-M-CUENTA.
           WRITE PREVIEW-RECORD FROM PRV-MOTIVO.
       END PROGRAM DivisionesBatch.
