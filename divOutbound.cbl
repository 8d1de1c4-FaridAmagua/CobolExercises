      * Purpose: outbound leg of the service bureau interface - the
      *          mirror of divIntake. Reads the DIVOUT.DAT results of
      *          the DivisionesBatch run plus the business date from
      *          BUSDATE.DAT and builds the return for one partner per
      *          run, the same way divIntake is given one partner's file
      *          per run as DIVINTF.DAT. The partner's sender code comes
      *          from the DIVOUTB entry of RUNPARM.DAT or, when there is
      *          none, from the console. DIVRTRN.DAT then holds only
      *          that partner's return, handed to it to load instead of
      *          phoning us: a header with the partner's own sender code
      *          and the business date, one detail per request that
      *          partner sent (DO-ORIGEN type P, see divIntake) echoing
      *          its file sequence and detail number and carrying its
      *          result (status OK) or the reject reason (status ERROR),
      *          and a trailer with the detail count and a hash total of
      *          its results, the same controls divIntake enforces
      *          inbound. Other partners' work waits for their own run;
      *          internally keyed work (divEntry, standGen, divResub)
      *          goes back to nobody. Runs after DivisionesBatch, once
      *          per partner. RETURN-CODE 0 all results good, 4 when
      *          reject details are included, 8 when no partner is
      *          given, there is no DIVOUT.DAT, the partner has no work
      *          in it or DIVRTRN.DAT cannot be written.
      *          Layout of the return on DIVRTRN.DAT
      *          (contiguous after the type byte):
      *            H SSSSSSSS FFFFFFFF        (partner sender, date)
      *            D QQQQQQDDDDDD             (file sequence, detail
      *              NNNNMMMMORRRRRR-REASON    number, num1, num2,
      *                                        opcode, result,
      *                                        reason/blank)
      *            T CCCCCC HHHHHHHHHH        (count, hash total)
      * Tectonics: cobc
      ******************************************************************
      *                BUREAU AN H WITH NO T - EXACTLY WHAT OUR OWN
      *                INBOUND CONTROLS WOULD REJECT AS A MISSING
      *                TRAILER.
      * 2026-10-15 FA  ONE RETURN FILE PER PARTNER, NAMED
      *                DIVRTRN.<sender>.DAT, INSTEAD OF ONE
      *                DIVRTRN.DAT UNDER OUR OWN SENDER CODE:
      *                DIVOUT.DAT NOW CARRIES EACH REQUEST'S ORIGIN
      *                (DO-ORIGEN), EACH PARTNER GETS ONLY ITS
      *                OWN DETAILS WITH ITS FILE SEQUENCE AND DETAIL
      *                NUMBERS ECHOED, UNDER ITS OWN HEADER AND
      *                TRAILER, AND INTERNAL WORK IS LEFT OUT OF EVERY
      *                RETURN. MORE THAN 20 PARTNERS IN ONE DIVOUT.DAT
      *                RETURNS NOTHING, RC 8.
      * 2026-10-15 FA  EACH PARTNER FILE ANSWERED IN A RETURN IS NOW
      *                LOGGED AS AN R LINE ON THE DIVTURN.DAT
      *                TURNAROUND JOURNAL (SEE THE DIVTURN COPYBOOK)
      *                FOR divMonitor.
      * 2026-10-15 FA  A DIVOUT.DAT LINE WITH STATUS LIMIT (THE ENTITY'S
      *                DAILY EXPOSURE LIMIT IN DivisionesBatch) GOES
      *                BACK WITH REASON DAILY LIMIT.
      * 2026-10-15 FA  THE PER-PARTNER RETURNS ARE NOW WRITTEN AS ONE
      *                H/D/T BLOCK PER PARTNER ON DIVRTRN.DAT, EACH
      *                HEADER CARRYING THAT PARTNER'S SENDER CODE,
      *                INSTEAD OF ONE FILE NAMED AT RUN TIME PER
      *                PARTNER.
      * 2026-10-15 FA  DIVOUTBOUND NOW RETURNS ONE PARTNER PER RUN: THE
      *                SENDER CODE COMES FROM THE DIVOUTB ENTRY OF
      *                RUNPARM.DAT OR THE CONSOLE, DIVRTRN.DAT HOLDS
      *                ONLY THAT PARTNER'S H/D/T AND ONLY ITS FILES GET
      *                AN R LINE ON DIVTURN.DAT. NO PARTNER, OR NO WORK
      *                FOR IT IN DIVOUT.DAT, ENDS RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divOutbound.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
      *    EL RETORNO H/D/T DEL SOCIO DE ESTA CORRIDA, CON SU
      *    REMITENTE EN EL HEADER
           SELECT RETURN-FILE ASSIGN TO "DIVRTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TURN-FILE ASSIGN TO "DIVTURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-OUTPUT-FILE.
           05  DO-RESULT-X             PIC X(6).
           05  FILLER                  PIC X.
           05  DO-STATUS               PIC X(5).
           05  FILLER                  PIC X.
      *    ORIGEN DE LA PETICION (DI-ORIGEN, VER DivisionesBatch):
      *    SOLO LO DE TIPO P SE DEVUELVE, AL SOCIO DO-ORIGEN-FUENTE
           05  DO-ORIGEN.
               10  DO-ORIGEN-TIPO      PIC X.
                   88  DO-ORIGEN-SOCIO VALUE "P".
               10  DO-ORIGEN-FUENTE    PIC X(8).
               10  DO-ORIGEN-SECUENCIA-X PIC X(6).
               10  DO-ORIGEN-DETALLE-X PIC X(6).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  RETURN-FILE.
       01  RETURN-RECORD               PIC X(50).
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-ID                   PIC X(8).
           05  FILLER                  PIC X.
           05  RP-SOCIO                PIC X(8).
       FD  TURN-FILE.
           COPY DIVTURN.
       WORKING-STORAGE SECTION.
       01  WS-DIVOUT-STATUS            PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-RTN-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
      * MARCA QUE HAY SOCIO, QUE TIENE TRABAJO EN DIVOUT.DAT Y QUE
      * DIVRTRN.DAT SE PUDO ABRIR: SOLO ENTONCES SE ESCRIBE. EL RETORNO
      * ABIERTO LLEVA SIEMPRE SU TRAILER - UN RETORNO CON H Y SIN T
      * FALLARIA LOS MISMOS CONTROLES QUE ESTE INTERFAZ REFLEJA
       01  WS-RETORNO-SWITCH           PIC X VALUE "N".
           88  WS-CON-RETORNO          VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
      * EL SOCIO DE ESTA CORRIDA: ENTRADA DIVOUTB DE RUNPARM.DAT O,
      * SIN ELLA, LA CONSOLA
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PARM-EOF             VALUE "Y".
       01  WS-PARM-SWITCH              PIC X VALUE "N".
           88  WS-CON-PARM             VALUE "Y".
       01  WS-SOCIO                    PIC X(8) VALUE SPACES.
      * CUENTAS DEL SOCIO
       01  WS-DETALLES                 PIC 9(6) VALUE ZERO.
       01  WS-RECHAZADOS               PIC 9(6) VALUE ZERO.
       01  WS-HASH-RESULTADOS          PIC 9(10) VALUE ZERO.
      * CUENTAS DE DIVOUT.DAT EN LA PRIMERA PASADA
       01  WS-PREVISTOS                PIC 9(6) VALUE ZERO.
       01  WS-OTROS-SOCIOS             PIC 9(6) VALUE ZERO.
       01  WS-INTERNOS                 PIC 9(6) VALUE ZERO.
       01  WS-TURN-STATUS              PIC XX.
      * FICHEROS DEL SOCIO CONTESTADOS EN SU RETORNO, PARA
      * LAS LINEAS R DE DIVTURN.DAT
       01  WS-FSQ-SUB                  PIC 99.
       01  WS-FSQ-COUNT                PIC 99.
       01  WS-FSQ-HALLADO-SWITCH       PIC X.
           88  WS-FSQ-HALLADO          VALUE "Y".
       01  WS-FSQ-TABLA.
           05  WS-FSQ-ENTRY OCCURS 20 TIMES.
               10  WS-FSQ-FILE-SEQ     PIC 9(6).
               10  WS-FSQ-DETALLES     PIC 9(6).
       01  WS-RESULT-DIGITOS           PIC X(5).
       01  WS-RESULT-NUM               PIC 9(5).
       01  WS-NUM2-DIGITOS             PIC X(4).
           05  RTN-FECHA               PIC 9(8).
       01  RTN-DETAIL.
           05  FILLER                  PIC X VALUE "D".
           05  RTN-SECUENCIA           PIC X(6).
           05  RTN-DETALLE             PIC X(6).
           05  RTN-NUM1                PIC X(4).
           05  RTN-NUM2                PIC X(4).
           05  RTN-OPCODE              PIC X.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CON-RETORNO
               PERFORM 2000-DEVOLVER-SOCIO
               CLOSE RETURN-FILE
               PERFORM 4000-RESUMEN
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 1050-LEER-SOCIO.
           IF WS-SOCIO = SPACES
               DISPLAY "DIVOUTBOUND: SIN SOCIO (ENTRADA DIVOUTB DE "
                   "RUNPARM.DAT O CONSOLA), NINGUN RETORNO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN INPUT DIV-OUTPUT-FILE.
           IF WS-DIVOUT-STATUS = "35"
               DISPLAY "SIN DIVOUT.DAT, NADA QUE DEVOLVER AL SOCIO "
                   WS-SOCIO
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           PERFORM 1200-CONTAR-DIVOUT UNTIL WS-EOF.
           CLOSE DIV-OUTPUT-FILE.
           IF WS-PREVISTOS = ZERO
               DISPLAY "DIVOUTBOUND: EL SOCIO " WS-SOCIO " NO TIENE "
                   "TRABAJO EN DIVOUT.DAT, NINGUN RETORNO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "DIVOUTBOUND: DIVRTRN.DAT NO SE PUEDE GRABAR "
                   "(STATUS " WS-RTN-STATUS "), NINGUN RETORNO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           SET WS-CON-RETORNO TO TRUE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * UN SOCIO POR CORRIDA, COMO divIntake RECIBE UN FICHERO DE
      * SOCIO POR CORRIDA EN DIVINTF.DAT: EL REMITENTE VIENE DE LA
      * ENTRADA DIVOUTB DE RUNPARM.DAT O, SIN ELLA, SE PIDE POR
      * CONSOLA.
      ******************************************************************
       1050-LEER-SOCIO.
           OPEN INPUT RUNPARM-FILE.
           IF WS-PARM-STATUS NOT = "35"
               PERFORM 1060-LEER-PARM UNTIL WS-PARM-EOF
               CLOSE RUNPARM-FILE
           END-IF.
           IF WS-CON-PARM
               DISPLAY "DIVOUTBOUND: SOCIO " WS-SOCIO
                   " (RUNPARM.DAT)"
           ELSE
               DISPLAY "REMITENTE DEL SOCIO A DEVOLVER:"
               ACCEPT WS-SOCIO
           END-IF.

       1060-LEER-PARM.
           READ RUNPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF RP-ID = "DIVOUTB"
                       SET WS-CON-PARM TO TRUE
                       SET WS-PARM-EOF TO TRUE
                       MOVE RP-SOCIO TO WS-SOCIO
                   END-IF
           END-READ.

       1100-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * PRIMERA PASADA: LO QUE HAY DEL SOCIO EN DIVOUT.DAT. LO DE
      * OTROS SOCIOS (SU PROPIA CORRIDA) Y LO INTERNO SOLO SE CUENTA.
      ******************************************************************
       1200-CONTAR-DIVOUT.
           READ DIV-OUTPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DO-ORIGEN-SOCIO
                       IF DO-ORIGEN-FUENTE = WS-SOCIO
                           ADD 1 TO WS-PREVISTOS
                       ELSE
                           ADD 1 TO WS-OTROS-SOCIOS
                       END-IF
                   ELSE
                       ADD 1 TO WS-INTERNOS
                   END-IF
           END-READ.

      ******************************************************************
      * EL RETORNO DEL SOCIO: SU HEADER CON SU PROPIO CODIGO DE
      * REMITENTE, SUS DETALLES EN EL ORDEN DE DIVOUT.DAT Y SU
      * TRAILER CON SUS CUENTAS.
      ******************************************************************
       2000-DEVOLVER-SOCIO.
           MOVE ZERO TO WS-DETALLES WS-RECHAZADOS WS-HASH-RESULTADOS.
           MOVE ZERO TO WS-FSQ-COUNT.
           MOVE WS-SOCIO TO RTN-SENDER.
           MOVE WS-FECHA-NEGOCIO TO RTN-FECHA.
           WRITE RETURN-RECORD FROM RTN-HEADER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DIV-OUTPUT-FILE.
           PERFORM 2010-LEER-DIVOUT UNTIL WS-EOF.
           CLOSE DIV-OUTPUT-FILE.
           PERFORM 3000-ESCRIBIR-TRAILER.
           PERFORM 3100-DIARIO-PLAZOS.

       2010-LEER-DIVOUT.
           READ DIV-OUTPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DO-ORIGEN-SOCIO
                       AND DO-ORIGEN-FUENTE = WS-SOCIO
                       PERFORM 2020-DEVOLVER-RESULTADO
                   END-IF
           END-READ.

       2020-DEVOLVER-RESULTADO.
           ADD 1 TO WS-DETALLES.
           MOVE SPACES TO RTN-DETAIL(2:).
           MOVE DO-ORIGEN-SECUENCIA-X TO RTN-SECUENCIA.
           MOVE DO-ORIGEN-DETALLE-X TO RTN-DETALLE.
           MOVE DO-NUM1-X TO RTN-NUM1.
           INSPECT RTN-NUM1 REPLACING LEADING " " BY "0".
           MOVE DO-NUM2-X TO RTN-NUM2.
               ADD 1 TO WS-RECHAZADOS
           END-IF.
           WRITE RETURN-RECORD FROM RTN-DETAIL.
           PERFORM 2030-APUNTAR-FICHERO.

      ******************************************************************
      * CADA SECUENCIA DE FICHERO DISTINTA DEL SOCIO SE APUNTA UNA VEZ;
      * MAS DE 20 FICHEROS DEL MISMO SOCIO EN UNA CORRIDA NO CABEN
      * EN LA TABLA Y SOLO SE AVISA.
      ******************************************************************
       2030-APUNTAR-FICHERO.
           IF DO-ORIGEN-SECUENCIA-X IS NUMERIC
               MOVE "N" TO WS-FSQ-HALLADO-SWITCH
               PERFORM 2040-COMPARAR-FICHERO
                   VARYING WS-FSQ-SUB FROM 1 BY 1
                   UNTIL WS-FSQ-SUB > WS-FSQ-COUNT OR WS-FSQ-HALLADO
               IF NOT WS-FSQ-HALLADO
                   IF WS-FSQ-COUNT < 20
                       ADD 1 TO WS-FSQ-COUNT
                       MOVE DO-ORIGEN-SECUENCIA-X TO
                           WS-FSQ-FILE-SEQ(WS-FSQ-COUNT)
                       MOVE 1 TO WS-FSQ-DETALLES(WS-FSQ-COUNT)
                   ELSE
                       DISPLAY "DIVOUTBOUND: MAS DE 20 FICHEROS DE "
                           WS-SOCIO
                           ", EL RESTO NO VA A DIVTURN.DAT"
                   END-IF
               END-IF
           END-IF.

       2040-COMPARAR-FICHERO.
           IF WS-FSQ-FILE-SEQ(WS-FSQ-SUB) = DO-ORIGEN-SECUENCIA-X
               ADD 1 TO WS-FSQ-DETALLES(WS-FSQ-SUB)
               SET WS-FSQ-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * EL HASH DEL TRAILER ES LA SUMA DE LOS RESULTADOS BUENOS EN

      ******************************************************************
      * DIVOUT.DAT NO LLEVA EL MOTIVO DEL ERROR, ASI QUE SE REDERIVA
      * CON LAS MISMAS REGLAS DE DivisionesBatch: LIMITE DIARIO DE LA
      * ENTIDAD (STATUS LIMIT), OPCODE MALO, DIVISOR CERO O, SI NO,
      * DESBORDE ARITMETICO.
      ******************************************************************
       2200-DERIVAR-MOTIVO.
           MOVE DO-NUM2-X TO WS-NUM2-DIGITOS.
           INSPECT WS-NUM2-DIGITOS REPLACING LEADING " " BY "0".
           EVALUATE TRUE
               WHEN DO-STATUS = "LIMIT"
                   MOVE "DAILY LIMIT" TO RTN-MOTIVO
               WHEN DO-OPCODE NOT = "S" AND DO-OPCODE NOT = "R"
                   AND DO-OPCODE NOT = "M" AND DO-OPCODE NOT = "D"
                   AND DO-OPCODE NOT = "P"
           IF WS-RECHAZADOS > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "DIVOUTBOUND: SOCIO " WS-SOCIO " "
               WS-DETALLES " DETALLES, " WS-RECHAZADOS
               " CON MOTIVO DE RECHAZO".

      ******************************************************************
      * HITO R DEL DIARIO DE PLAZOS: EL RETORNO DEL SOCIO QUEDO
      * ESCRITO A ESTA HORA PARA CADA FICHERO SUYO QUE CONTESTA.
      ******************************************************************
       3100-DIARIO-PLAZOS.
           OPEN EXTEND TURN-FILE.
           IF WS-TURN-STATUS = "35"
               OPEN OUTPUT TURN-FILE
               CLOSE TURN-FILE
               OPEN EXTEND TURN-FILE
           END-IF.
           PERFORM 3110-GRABAR-HITO
               VARYING WS-FSQ-SUB FROM 1 BY 1
               UNTIL WS-FSQ-SUB > WS-FSQ-COUNT.
           CLOSE TURN-FILE.

       3110-GRABAR-HITO.
           MOVE SPACES TO TURN-RECORD.
           MOVE WS-SOCIO TO TU-SENDER.
           MOVE WS-FSQ-FILE-SEQ(WS-FSQ-SUB) TO TU-FILE-SEQ.
           MOVE "R" TO TU-EVENTO.
           ACCEPT TU-FECHA FROM DATE YYYYMMDD.
           ACCEPT TU-HORA FROM TIME.
           MOVE WS-FSQ-DETALLES(WS-FSQ-SUB) TO TU-DETALLES.
           WRITE TURN-RECORD.

       4000-RESUMEN.
           DISPLAY "DIVOUTBOUND: " WS-OTROS-SOCIOS
               " DETALLES DE OTROS SOCIOS, EN SU PROPIA CORRIDA".
           DISPLAY "DIVOUTBOUND: " WS-INTERNOS
               " DETALLES INTERNOS NO DEVUELTOS".
       END PROGRAM divOutbound.
