      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: nightly generator of the standing instructions kept
      *          in STANDING.DAT (see the STANDING copybook, maintained
      *          by standMant). Runs in jcl/calcnite.sh after dayClose
      *          has rolled BUSDATE.DAT to the next working day and
      *          queues onto DIVIN.DAT, under each instruction's own
      *          entity (DI-ENTITY), every instruction due on that
      *          business date, ready for DivisionesBatch. A due date
      *          that falls on a Saturday, Sunday or a WORKCAL.DAT
      *          holiday rolls to the next working day, so the
      *          instructions due on the days since the previous
      *          working day are all queued today. Every instruction
      *          queued is marked in STANDONE.DAT for the business date
      *          and an instruction already marked is never queued a
      *          second time for that date, however often the step is
      *          rerun. What was queued is printed to STANDRPT.DAT.
      *          RETURN-CODE 0 normal, 4 an unreadable instruction was
      *          skipped, 8 DIVIN.DAT could not be opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  EACH INSTRUCTION QUEUED NOW CARRIES ITS ORIGIN
      *                (DI-ORIGEN): INTERNAL WORK OF STANDGEN WITH THE
      *                INSTRUCTION ID AS DETAIL NUMBER, SO IT IS KEPT
      *                OUT OF EVERY PARTNER'S RETURN FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. standGen.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. encola en DIVIN.DAT las instrucciones permanentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT WORK-CALENDAR-FILE ASSIGN TO "WORKCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT STANDING-DONE-FILE ASSIGN TO "STANDONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-STATUS.
           SELECT DIV-INPUT-FILE ASSIGN TO "DIVIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STANDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  WORK-CALENDAR-FILE.
       01  WORK-CALENDAR-RECORD.
           05  WC-FECHA                PIC 9(8).
           05  FILLER                  PIC X.
           05  WC-DESCRIPCION          PIC X(30).
       FD  STANDING-FILE.
           COPY STANDING.
       FD  STANDING-DONE-FILE.
      * UNA LINEA POR INSTRUCCION ENCOLADA: FECHA DE NEGOCIO PARA LA
      * QUE SE GENERO, NUMERO DE INSTRUCCION Y HORA DE LA GENERACION
       01  STANDING-DONE-RECORD.
           05  SD-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SD-ID                   PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  SD-TIME                 PIC 9(8).
       FD  DIV-INPUT-FILE.
       01  DIV-INPUT-RECORD.
           05  DI-NUM1                 PIC 9(4).
           05  DI-NUM2                 PIC 9(4).
           05  DI-OPCODE               PIC X(1).
      *    ENTIDAD DEL CALCULO; EN BLANCO = LA ENTIDAD DE LA CORRIDA
           05  DI-ENTITY               PIC XX.
      *    DATOS DE FORMULA: EN BLANCO, LAS INSTRUCCIONES NO LOS USAN
           05  FILLER                  PIC X(14).
      *    ORIGEN: I = TRABAJO INTERNO (VER DivisionesBatch)
           05  DI-ORIGEN-TIPO          PIC X.
           05  DI-ORIGEN-FUENTE        PIC X(8).
           05  DI-ORIGEN-SECUENCIA     PIC 9(6).
           05  DI-ORIGEN-DETALLE       PIC 9(6).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS                PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-STD-STATUS               PIC XX.
       01  WS-SDN-STATUS               PIC XX.
       01  WS-DIVIN-STATUS             PIC XX.
       01  WS-RPT-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-SDN-EOF-SWITCH           PIC X VALUE "N".
           88  WS-SDN-EOF              VALUE "Y".
       01  WS-LABORABLE-SWITCH         PIC X.
           88  WS-LABORABLE            VALUE "Y".
       01  WS-VENCE-SWITCH             PIC X.
           88  WS-VENCE                VALUE "Y".
       01  WS-CASA-SWITCH              PIC X.
           88  WS-CASA                 VALUE "Y".
       01  WS-GENERADA-SWITCH          PIC X.
           88  WS-GENERADA             VALUE "Y".
       01  WS-FIN-DE-MES-SWITCH        PIC X VALUE "N".
           88  WS-HOY-FIN-DE-MES       VALUE "Y".
       01  WS-HOY                      PIC 9(8).
       01  WS-HORA                     PIC 9(8).
       01  WS-SERIAL-HOY               PIC S9(7) COMP.
       01  WS-SERIAL-DESDE             PIC S9(7) COMP.
       01  WS-SERIAL-PRUEBA            PIC S9(7) COMP.
       01  WS-SERIAL-VUELTAS           PIC S9(4) COMP.
       01  WS-DIA-SEMANA               PIC 9.
       01  WS-DIA-PRUEBA               PIC 99.
       01  WS-FECHA-PRUEBA             PIC 9(8).
       01  WS-FESTIVO-SUB              PIC 99.
       01  WS-FESTIVO-COUNT            PIC 99 VALUE ZERO.
       01  WS-FESTIVO-TABLA.
           05  WS-FESTIVO              PIC 9(8) OCCURS 50 TIMES.
       01  WS-HECHA-SUB                PIC 9(3).
       01  WS-HECHA-COUNT              PIC 9(3) VALUE ZERO.
      * INSTRUCCIONES YA ENCOLADAS PARA LA FECHA DE NEGOCIO
       01  WS-HECHA-TABLA.
           05  WS-HECHA-ID             PIC 9(4) OCCURS 500 TIMES.
       01  WS-LEIDAS                   PIC 9(5) VALUE ZERO.
       01  WS-ENCOLADAS                PIC 9(5) VALUE ZERO.
       01  WS-REPETIDAS                PIC 9(5) VALUE ZERO.
       01  WS-ILEGIBLES                PIC 9(5) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * ENTRADA/SALIDA DE LA CONVERSION FECHA <-> NUMERO DE DIA
      * JULIANO, LA MISMA RUTINA DE dayClose.cbl
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
       01  WS-IS-A                     PIC S9(9) COMP.
       01  WS-IS-B                     PIC S9(7) COMP.
       01  WS-IS-C                     PIC S9(9) COMP.
       01  WS-IS-D                     PIC S9(7) COMP.
       01  WS-IS-E                     PIC S9(7) COMP.
       01  WS-IS-M                     PIC S9(4) COMP.
       01  WS-IS-T1                    PIC S9(9) COMP.

       01  RPT-TITLE-1.
           05  FILLER                  PIC X(38)
                   VALUE "INSTRUCCIONES PERMANENTES ENCOLADAS - ".
           05  FILLER                  PIC X(16)
                   VALUE "FECHA DE NEGOCIO".
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-DATE                PIC 9(8).
       01  RPT-TITLE-2.
           05  FILLER                  PIC X(40) VALUE
                   "INSTR EN NUM1 NUM2 OP FR DIA ESTADO".
       01  RPT-DETAIL-LINE.
           05  RDL-ID                  PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-NUM1                PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-NUM2                PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-OPCODE              PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-FREQ                PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-DAY                 PIC 99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-ESTADO              PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-DESCRIPTION         PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "ENCOLADAS ".
           05  RTL-ENCOLADAS           PIC ZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  YA GENERADAS ".
           05  RTL-REPETIDAS           PIC ZZZZ9.
           05  FILLER                  PIC X(12)
                   VALUE "  ILEGIBLES ".
           05  RTL-ILEGIBLES           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TRATAR-INSTRUCCION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 1200-CARGAR-CALENDARIO.
           PERFORM 1300-CALCULAR-VENTANA.
           PERFORM 1400-CARGAR-HECHAS.
           OPEN INPUT STANDING-FILE.
           IF WS-STD-STATUS = "35"
               DISPLAY "STANDGEN: SIN STANDING.DAT, NADA QUE ENCOLAR"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           OPEN EXTEND DIV-INPUT-FILE.
           IF WS-DIVIN-STATUS = "35"
               OPEN OUTPUT DIV-INPUT-FILE
               CLOSE DIV-INPUT-FILE
               OPEN EXTEND DIV-INPUT-FILE
           END-IF.
           IF WS-DIVIN-STATUS NOT = "00"
               DISPLAY "STANDGEN: DIVIN.DAT NO DISPONIBLE (STATUS "
                   WS-DIVIN-STATUS "), NADA SE ENCOLA"
               MOVE 8 TO WS-RETURN-CODE
               CLOSE STANDING-FILE
               MOVE "35" TO WS-STD-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           OPEN EXTEND STANDING-DONE-FILE.
           IF WS-SDN-STATUS = "35"
               OPEN OUTPUT STANDING-DONE-FILE
               CLOSE STANDING-DONE-FILE
               OPEN EXTEND STANDING-DONE-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HOY TO HDG-DATE.
           WRITE REPORT-RECORD FROM RPT-TITLE-1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM RPT-TITLE-2.
       1000-EXIT.
           EXIT.

       1100-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               ACCEPT WS-HOY FROM DATE YYYYMMDD
           ELSE
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-HOY FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-HOY
                       ELSE
                           ACCEPT WS-HOY FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       1200-CARGAR-CALENDARIO.
           OPEN INPUT WORK-CALENDAR-FILE.
           IF WS-CAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1210-CARGAR-FESTIVO UNTIL WS-CAL-EOF
               CLOSE WORK-CALENDAR-FILE
           END-IF.

       1210-CARGAR-FESTIVO.
           READ WORK-CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF WC-FECHA IS NUMERIC AND WS-FESTIVO-COUNT < 50
                       ADD 1 TO WS-FESTIVO-COUNT
                       MOVE WC-FECHA TO
                           WS-FESTIVO(WS-FESTIVO-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * LA VENTANA DE VENCIMIENTOS: DESDE EL DIA SIGUIENTE AL
      * LABORABLE ANTERIOR HASTA HOY. TODO DIA DE ESA VENTANA ES
      * SABADO, DOMINGO O FESTIVO SALVO HOY, ASI QUE CUALQUIER
      * VENCIMIENTO DENTRO DE ELLA RUEDA A HOY. UN LUNES NORMAL LA
      * VENTANA ES SABADO-DOMINGO-LUNES; UN MARTES, SOLO EL MARTES.
      * HOY ES EL ULTIMO LABORABLE DEL MES CUANDO EL SIGUIENTE
      * LABORABLE CAE EN OTRO MES.
      ******************************************************************
       1300-CALCULAR-VENTANA.
           MOVE WS-HOY TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE WS-FS-SERIAL TO WS-SERIAL-HOY.
           MOVE WS-SERIAL-HOY TO WS-SERIAL-DESDE.
           MOVE ZERO TO WS-SERIAL-VUELTAS.
           MOVE "N" TO WS-LABORABLE-SWITCH.
           PERFORM 1310-PROBAR-ANTERIOR
               UNTIL WS-LABORABLE OR WS-SERIAL-VUELTAS > 31.
           MOVE WS-SERIAL-HOY TO WS-SERIAL-PRUEBA.
           MOVE ZERO TO WS-SERIAL-VUELTAS.
           MOVE "N" TO WS-LABORABLE-SWITCH.
           PERFORM 1320-PROBAR-SIGUIENTE
               UNTIL WS-LABORABLE OR WS-SERIAL-VUELTAS > 31.
           IF WS-FS-MM NOT = WS-HOY(5:2)
               SET WS-HOY-FIN-DE-MES TO TRUE
           END-IF.

       1310-PROBAR-ANTERIOR.
           SUBTRACT 1 FROM WS-SERIAL-DESDE.
           ADD 1 TO WS-SERIAL-VUELTAS.
           MOVE WS-SERIAL-DESDE TO WS-SERIAL-PRUEBA.
           PERFORM 8200-ES-LABORABLE.

       1320-PROBAR-SIGUIENTE.
           ADD 1 TO WS-SERIAL-PRUEBA.
           ADD 1 TO WS-SERIAL-VUELTAS.
           PERFORM 8200-ES-LABORABLE.

       1400-CARGAR-HECHAS.
           OPEN INPUT STANDING-DONE-FILE.
           IF WS-SDN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1410-CARGAR-HECHA UNTIL WS-SDN-EOF
               CLOSE STANDING-DONE-FILE
           END-IF.

       1410-CARGAR-HECHA.
           READ STANDING-DONE-FILE
               AT END
                   SET WS-SDN-EOF TO TRUE
               NOT AT END
                   IF SD-DATE = WS-HOY AND SD-ID IS NUMERIC
                       AND WS-HECHA-COUNT < 500
                       ADD 1 TO WS-HECHA-COUNT
                       MOVE SD-ID TO WS-HECHA-ID(WS-HECHA-COUNT)
                   END-IF
           END-READ.

       2000-TRATAR-INSTRUCCION.
           READ STANDING-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LEIDAS.
           IF SI-ID IS NOT NUMERIC OR SI-NUM1 IS NOT NUMERIC
               OR SI-NUM2 IS NOT NUMERIC OR SI-DAY IS NOT NUMERIC
               OR SI-START IS NOT NUMERIC OR SI-END IS NOT NUMERIC
               OR NOT (SI-DIARIA OR SI-SEMANAL OR SI-MENSUAL
                   OR SI-FIN-DE-MES)
               ADD 1 TO WS-ILEGIBLES
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "STANDGEN: INSTRUCCION ILEGIBLE EN "
                   "STANDING.DAT, LINEA " WS-LEIDAS
               GO TO 2000-EXIT.
           MOVE "N" TO WS-VENCE-SWITCH.
           IF SI-FIN-DE-MES
               IF WS-HOY-FIN-DE-MES
                   MOVE WS-HOY TO WS-FECHA-PRUEBA
                   PERFORM 2110-DENTRO-DE-VIGENCIA
               END-IF
           ELSE
               PERFORM 2100-PROBAR-DIA
                   VARYING WS-SERIAL-PRUEBA FROM WS-SERIAL-DESDE
                   BY 1 UNTIL WS-SERIAL-PRUEBA > WS-SERIAL-HOY
                   OR WS-VENCE
           END-IF.
           IF NOT WS-VENCE
               GO TO 2000-EXIT.
           PERFORM 2200-BUSCAR-HECHA.
           IF WS-GENERADA
               ADD 1 TO WS-REPETIDAS
               MOVE "YA GENERADA" TO RDL-ESTADO
               PERFORM 2400-IMPRIMIR-LINEA
               GO TO 2000-EXIT.
           PERFORM 2300-ENCOLAR.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * UN DIA DE LA VENTANA (WS-SERIAL-PRUEBA) VENCE LA INSTRUCCION
      * SI CAE DENTRO DE SU VIGENCIA Y CASA CON SU FRECUENCIA. EL
      * PRIMER DIA DE LA VENTANA ES EL LABORABLE ANTERIOR, YA
      * TRATADO LA NOCHE ANTERIOR: SE SALTA.
      ******************************************************************
       2100-PROBAR-DIA.
           IF WS-SERIAL-PRUEBA = WS-SERIAL-DESDE
               CONTINUE
           ELSE
               MOVE WS-SERIAL-PRUEBA TO WS-FS-SERIAL
               PERFORM 8100-SERIAL-A-FECHA
               MOVE WS-FS-FECHA TO WS-FECHA-PRUEBA
               MOVE "N" TO WS-CASA-SWITCH
               EVALUATE TRUE
                   WHEN SI-DIARIA
                       SET WS-CASA TO TRUE
                   WHEN SI-SEMANAL
      *                DIA JULIANO MODULO 7: 0 = LUNES ... 6 = DOMINGO
                       DIVIDE WS-SERIAL-PRUEBA BY 7 GIVING WS-FS-T1
                           REMAINDER WS-DIA-SEMANA
                       IF WS-DIA-SEMANA + 1 = SI-DAY
                           SET WS-CASA TO TRUE
                       END-IF
                   WHEN SI-MENSUAL
                       PERFORM 2120-CASAR-DIA-DEL-MES
               END-EVALUATE
               IF WS-CASA
                   PERFORM 2110-DENTRO-DE-VIGENCIA
               END-IF
           END-IF.

       2110-DENTRO-DE-VIGENCIA.
           IF WS-FECHA-PRUEBA NOT < SI-START
               AND (SI-END = ZERO OR WS-FECHA-PRUEBA NOT > SI-END)
               SET WS-VENCE TO TRUE
           END-IF.

      *    EL DIA DEL MES PEDIDO, O EL ULTIMO DIA DEL MES CUANDO EL
      *    MES NO LLEGA A ESE DIA (UN 31 VENCE EL 30 DE ABRIL)
       2120-CASAR-DIA-DEL-MES.
           MOVE WS-FS-DD TO WS-DIA-PRUEBA.
           IF WS-DIA-PRUEBA = SI-DAY
               SET WS-CASA TO TRUE
           ELSE
               IF SI-DAY > WS-DIA-PRUEBA
                   COMPUTE WS-FS-SERIAL = WS-SERIAL-PRUEBA + 1
                   PERFORM 8100-SERIAL-A-FECHA
                   IF WS-FS-DD = 1
                       SET WS-CASA TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-BUSCAR-HECHA.
           MOVE "N" TO WS-GENERADA-SWITCH.
           PERFORM 2210-COMPARAR-HECHA
               VARYING WS-HECHA-SUB FROM 1 BY 1
               UNTIL WS-HECHA-SUB > WS-HECHA-COUNT OR WS-GENERADA.

       2210-COMPARAR-HECHA.
           IF WS-HECHA-ID(WS-HECHA-SUB) = SI-ID
               SET WS-GENERADA TO TRUE
           END-IF.

      ******************************************************************
      * LA MARCA EN STANDONE.DAT SE GRABA ANTES QUE EL REGISTRO DE
      * DIVIN.DAT: SI EL PASO MUERE ENTRE LAS DOS, LA INSTRUCCION
      * QUEDA SIN ENCOLAR Y A LA VISTA EN STANDONE.DAT, EN VEZ DE
      * ENCOLARSE DOS VECES AL REPETIR EL PASO.
      ******************************************************************
       2300-ENCOLAR.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO STANDING-DONE-RECORD.
           MOVE WS-HOY TO SD-DATE.
           MOVE SI-ID TO SD-ID.
           MOVE WS-HORA TO SD-TIME.
           WRITE STANDING-DONE-RECORD.
           IF WS-HECHA-COUNT < 500
               ADD 1 TO WS-HECHA-COUNT
               MOVE SI-ID TO WS-HECHA-ID(WS-HECHA-COUNT)
           END-IF.
           MOVE SPACES TO DIV-INPUT-RECORD.
           MOVE SI-NUM1 TO DI-NUM1.
           MOVE SI-NUM2 TO DI-NUM2.
           MOVE SI-OPCODE TO DI-OPCODE.
           MOVE SI-ENTITY TO DI-ENTITY.
           MOVE "I" TO DI-ORIGEN-TIPO.
           MOVE "STANDGEN" TO DI-ORIGEN-FUENTE.
           MOVE ZERO TO DI-ORIGEN-SECUENCIA.
           MOVE SI-ID TO DI-ORIGEN-DETALLE.
           WRITE DIV-INPUT-RECORD.
           ADD 1 TO WS-ENCOLADAS.
           MOVE "ENCOLADA" TO RDL-ESTADO.
           PERFORM 2400-IMPRIMIR-LINEA.

       2400-IMPRIMIR-LINEA.
           MOVE SI-ID TO RDL-ID.
           MOVE SI-ENTITY TO RDL-ENTITY.
           MOVE SI-NUM1 TO RDL-NUM1.
           MOVE SI-NUM2 TO RDL-NUM2.
           MOVE SI-OPCODE TO RDL-OPCODE.
           MOVE SI-FREQ TO RDL-FREQ.
           MOVE SI-DAY TO RDL-DAY.
           MOVE SI-DESCRIPTION TO RDL-DESCRIPTION.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           DISPLAY "STANDGEN: INSTR " SI-ID " ENT " SI-ENTITY
               " " SI-NUM1 " " SI-NUM2 " " SI-OPCODE " "
               RDL-ESTADO.

      ******************************************************************
      * WS-SERIAL-PRUEBA ES LABORABLE CUANDO NO CAE EN SABADO NI
      * DOMINGO NI FIGURA EN LA TABLA DE FESTIVOS DE WORKCAL.DAT;
      * DEJA LA FECHA EN WS-FS-FECHA.
      ******************************************************************
       8200-ES-LABORABLE.
           MOVE WS-SERIAL-PRUEBA TO WS-FS-SERIAL.
           PERFORM 8100-SERIAL-A-FECHA.
           MOVE "Y" TO WS-LABORABLE-SWITCH.
      *    DIA JULIANO MODULO 7: 0 = LUNES ... 5 = SABADO, 6 = DOMINGO
           DIVIDE WS-SERIAL-PRUEBA BY 7 GIVING WS-FS-T1
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA > 4
               MOVE "N" TO WS-LABORABLE-SWITCH
           END-IF.
           PERFORM 8210-COMPARAR-FESTIVO
               VARYING WS-FESTIVO-SUB FROM 1 BY 1
               UNTIL WS-FESTIVO-SUB > WS-FESTIVO-COUNT
               OR NOT WS-LABORABLE.

       8210-COMPARAR-FESTIVO.
           IF WS-FESTIVO(WS-FESTIVO-SUB) = WS-FS-FECHA
               MOVE "N" TO WS-LABORABLE-SWITCH
           END-IF.

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

      ******************************************************************
      * INVERSA DE 8000: CONVIERTE WS-FS-SERIAL EN WS-FS-FECHA, CON
      * DIVISIONES ENTERAS - SIN FUNCIONES.
      ******************************************************************
       8100-SERIAL-A-FECHA.
           COMPUTE WS-IS-A = WS-FS-SERIAL + 32044.
           COMPUTE WS-IS-T1 = 4 * WS-IS-A + 3.
           DIVIDE WS-IS-T1 BY 146097 GIVING WS-IS-B.
           COMPUTE WS-IS-T1 = 146097 * WS-IS-B.
           DIVIDE WS-IS-T1 BY 4 GIVING WS-IS-T1.
           COMPUTE WS-IS-C = WS-IS-A - WS-IS-T1.
           COMPUTE WS-IS-T1 = 4 * WS-IS-C + 3.
           DIVIDE WS-IS-T1 BY 1461 GIVING WS-IS-D.
           COMPUTE WS-IS-T1 = 1461 * WS-IS-D.
           DIVIDE WS-IS-T1 BY 4 GIVING WS-IS-T1.
           COMPUTE WS-IS-E = WS-IS-C - WS-IS-T1.
           COMPUTE WS-IS-T1 = 5 * WS-IS-E + 2.
           DIVIDE WS-IS-T1 BY 153 GIVING WS-IS-M.
           COMPUTE WS-IS-T1 = 153 * WS-IS-M + 2.
           DIVIDE WS-IS-T1 BY 5 GIVING WS-IS-T1.
           COMPUTE WS-FS-DD = WS-IS-E - WS-IS-T1 + 1.
           DIVIDE WS-IS-M BY 10 GIVING WS-IS-T1.
           COMPUTE WS-FS-MM = WS-IS-M + 3 - 12 * WS-IS-T1.
           COMPUTE WS-FS-AAAA = 100 * WS-IS-B + WS-IS-D - 4800
               + WS-IS-T1.

       9000-TERMINATE.
           IF WS-STD-STATUS NOT = "35"
               CLOSE STANDING-FILE
               CLOSE DIV-INPUT-FILE
               CLOSE STANDING-DONE-FILE
               MOVE WS-ENCOLADAS TO RTL-ENCOLADAS
               MOVE WS-REPETIDAS TO RTL-REPETIDAS
               MOVE WS-ILEGIBLES TO RTL-ILEGIBLES
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY "STANDGEN: " WS-HOY " LEIDAS " WS-LEIDAS
               " ENCOLADAS " WS-ENCOLADAS " YA GENERADAS "
               WS-REPETIDAS " ILEGIBLES " WS-ILEGIBLES.
       END PROGRAM standGen.
