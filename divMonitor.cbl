      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: nightly watch over the service bureau partners'
      *          files. Every partner in PARTNERS.DAT may carry a
      *          delivery schedule after its file sequence (PT-DIAS:
      *          seven flags Monday to Sunday, S = a file is expected
      *          that weekday; PT-CORTE: cutoff HHMM; PT-PLAZO:
      *          promised turnaround in minutes from intake to return,
      *          0000 = none promised). For the business date of
      *          BUSDATE.DAT, a partner whose file is expected and,
      *          past the cutoff, not in INTAKEN.DAT (sender + header
      *          date) raises a W alert on ALERTS.DAT and an entry on
      *          the late-files report LATERPT.DAT; a file received
      *          after the cutoff is listed there too. The files still
      *          missing are kept in DIVMISS.DAT and, when a later
      *          business day's run finds one still missing, its alert
      *          is escalated to C. The turnaround report TURNRPT.DAT
      *          lists every file taken in under the business date per
      *          partner and file sequence: intake time (INTAKEN.DAT),
      *          batch completion and return produced (the B and R
      *          lines of DIVTURN.DAT, see the DIVTURN copybook), the
      *          minutes from intake to return and whether the
      *          promised turnaround was met. Runs in jcl/calcnite.sh
      *          before dayClose. RETURN-CODE 0 all on time, 4 a file
      *          missing or late or a turnaround not met, 8 a table
      *          overflowed (DIVMISS.DAT is then left as it was).
      *          PARTNERS.DAT layout:
      *            SSSSSSSS QQQQQQ LMXJVSD HHMM PPPP
      *            (sender, next sequence, weekdays, cutoff, promised
      *             turnaround in minutes)
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divMonitor.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. vigilancia de entregas y plazos de los socios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.
           SELECT INTAKE-LOG-FILE ASSIGN TO "INTAKEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INL-STATUS.
           SELECT TURN-FILE ASSIGN TO "DIVTURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-STATUS.
           SELECT MISSING-FILE ASSIGN TO "DIVMISS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO "LATERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURN-REPORT-FILE ASSIGN TO "TURNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  PARTNER-FILE.
       01  PARTNER-RECORD.
           05  PT-SENDER               PIC X(8).
           05  FILLER                  PIC X.
           05  PT-NEXT-SEQ             PIC X(6).
           05  FILLER                  PIC X.
      *    UNA MARCA POR DIA, DE LUNES A DOMINGO: S = SE ESPERA
      *    FICHERO ESE DIA. EN BLANCO = SOCIO SIN AGENDA
           05  PT-DIAS                 PIC X(7).
           05  FILLER                  PIC X.
      *    HORA DE CORTE HHMM; EN BLANCO = 2359
           05  PT-CORTE-X              PIC X(4).
           05  FILLER                  PIC X.
      *    PLAZO PROMETIDO EN MINUTOS DE LA RECEPCION AL RETORNO;
      *    0000 O EN BLANCO = SIN PLAZO PACTADO
           05  PT-PLAZO-X              PIC X(4).
       FD  INTAKE-LOG-FILE.
       01  INTAKE-LOG-RECORD.
           05  IN-SENDER               PIC X(8).
           05  FILLER                  PIC X.
           05  IN-FECHA                PIC X(8).
           05  FILLER                  PIC X.
           05  IN-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X.
           05  IN-ACEPTADOS            PIC 9(6).
           05  FILLER                  PIC X.
           05  IN-DIA-RECEPCION        PIC 9(8).
           05  FILLER                  PIC X.
           05  IN-HORA-RECEPCION       PIC 9(8).
       FD  TURN-FILE.
           COPY DIVTURN.
       FD  MISSING-FILE.
      * FICHERO ESPERADO QUE NO LLEGO: REMITENTE, FECHA DEL FICHERO,
      * NIVEL DE LA ALERTA DADA (W / C) Y FECHA DE NEGOCIO DEL AVISO
       01  MISSING-RECORD.
           05  MS-SENDER               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  MS-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  MS-NIVEL                PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  MS-FECHA-AVISO          PIC 9(8).
       FD  ALERT-FILE.
           COPY ALERT.
       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-RECORD          PIC X(80).
       FD  TURN-REPORT-FILE.
       01  TURN-REPORT-RECORD          PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS                PIC XX.
       01  WS-PTR-STATUS               PIC XX.
       01  WS-INL-STATUS               PIC XX.
       01  WS-TURN-STATUS              PIC XX.
       01  WS-MS-STATUS                PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-ALERT-INTENTOS           PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH    PIC X.
           88  WS-ALERTA-GRABADA       VALUE "Y".
       01  WS-ALERTA-MENSAJE           PIC X(40).
       01  WS-ALERTA-SEVERIDAD         PIC X.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HOY                      PIC 9(8).
       01  WS-HOY-X REDEFINES WS-HOY   PIC X(8).
       01  WS-AHORA-FECHA              PIC 9(8).
       01  WS-AHORA-HORA               PIC 9(8).
       01  WS-AHORA-HHMM REDEFINES WS-AHORA-HORA.
           05  WS-AHORA-HHMM-N         PIC 9(4).
           05  FILLER                  PIC 9(4).
       01  WS-DIA-SEMANA               PIC 9.
       01  WS-DIA-IDX                  PIC 9.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-AVISOS                   PIC 9(4) VALUE ZERO.
       01  WS-ESCALADOS                PIC 9(4) VALUE ZERO.
       01  WS-TARDIOS                  PIC 9(4) VALUE ZERO.
       01  WS-FUERA-PLAZO              PIC 9(4) VALUE ZERO.
       01  WS-HALLADO-SWITCH           PIC X.
           88  WS-HALLADO              VALUE "Y".

      * SOCIOS DE PARTNERS.DAT CON SU AGENDA; EL MISMO TOPE DE 20
      * QUE divIntake
       01  WS-PTR-SUB                  PIC 99.
       01  WS-PTR-IDX                  PIC 99.
       01  WS-PTR-COUNT                PIC 99 VALUE ZERO.
       01  WS-PTR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PTR-EOF              VALUE "Y".
       01  WS-PTR-TABLA.
           05  WS-PTR-ENTRY OCCURS 20 TIMES.
               10  WS-PT-SENDER        PIC X(8).
               10  WS-PT-DIAS          PIC X(7).
               10  WS-PT-CORTE         PIC 9(4).
               10  WS-PT-PLAZO         PIC 9(4).
               10  WS-PT-RECIBIDO      PIC X.
               10  WS-PT-REC-DIA       PIC 9(8).
               10  WS-PT-REC-HORA      PIC 9(8).

      * FICHEROS QUE FALTAN, LOS DE DIVMISS.DAT MAS LOS DE HOY.
      * ESTADO: P PENDIENTE, R RECIBIDO YA (SE DA DE BAJA)
       01  WS-MS-SUB                   PIC 9(3).
       01  WS-MS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-MS-CARGADOS              PIC 9(3) VALUE ZERO.
       01  WS-MS-LLENA-SWITCH          PIC X VALUE "N".
           88  WS-MS-LLENA             VALUE "Y".
       01  WS-MS-TABLA.
           05  WS-MS-ENTRY OCCURS 200 TIMES.
               10  WS-MS-SENDER        PIC X(8).
               10  WS-MS-FECHA         PIC 9(8).
               10  WS-MS-NIVEL         PIC X.
               10  WS-MS-FECHA-AVISO   PIC 9(8).
               10  WS-MS-ESTADO        PIC X.
               10  WS-MS-REC-DIA       PIC 9(8).
               10  WS-MS-REC-HORA      PIC 9(8).

      * FICHEROS RECIBIDOS BAJO LA FECHA DE NEGOCIO, CON SUS HITOS
       01  WS-TF-SUB                   PIC 9(3).
       01  WS-TF-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-TF-LLENA-SWITCH          PIC X VALUE "N".
           88  WS-TF-LLENA             VALUE "Y".
       01  WS-TF-TABLA.
           05  WS-TF-ENTRY OCCURS 100 TIMES.
               10  WS-TF-SENDER        PIC X(8).
               10  WS-TF-FILE-SEQ      PIC 9(6).
               10  WS-TF-RECEPCION.
                   15  WS-TF-REC-DIA   PIC 9(8).
                   15  WS-TF-REC-HORA  PIC 9(8).
               10  WS-TF-LOTE.
                   15  WS-TF-LOTE-DIA  PIC 9(8).
                   15  WS-TF-LOTE-HORA PIC 9(8).
               10  WS-TF-RETORNO.
                   15  WS-TF-RET-DIA   PIC 9(8).
                   15  WS-TF-RET-HORA  PIC 9(8).
       01  WS-HITO.
           05  WS-HITO-DIA             PIC 9(8).
           05  WS-HITO-HORA            PIC 9(8).

      * MINUTOS ABSOLUTOS (DIA JULIANO * 1440 + HORA * 60 + MINUTO)
      * PARA MEDIR EL PLAZO DE LA RECEPCION AL RETORNO
       01  WS-MIN-DIA                  PIC 9(8).
       01  WS-MIN-HORA                 PIC 9(8).
       01  WS-MIN-HORA-DET REDEFINES WS-MIN-HORA.
           05  WS-MIN-HH               PIC 99.
           05  WS-MIN-MM               PIC 99.
           05  FILLER                  PIC 9(4).
       01  WS-MINUTOS                  PIC S9(11) COMP.
       01  WS-MIN-DESDE                PIC S9(11) COMP.
       01  WS-MIN-PLAZO                PIC S9(11) COMP.

      * ENTRADA/SALIDA DE LA CONVERSION FECHA -> NUMERO DE DIA
      * JULIANO, LA MISMA RUTINA DE calcHskp.cbl Y alertEsc.cbl.
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

       01  LATE-TITLE-LINE.
           05  FILLER                  PIC X(36) VALUE
                   "FICHEROS DE SOCIOS NO RECIBIDOS O TA".
           05  FILLER                  PIC X(21) VALUE
                   "RDIOS - FECHA NEGOCIO".
           05  FILLER                  PIC X VALUE SPACE.
           05  LTL-FECHA               PIC 9(8).
       01  LATE-HEADING-LINE.
           05  FILLER                  PIC X(33) VALUE
                   "SOCIO    FECHA    CORTE SITUACION".
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "RECEPCION".
       01  LATE-DETAIL-LINE.
           05  LDL-SENDER              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-CORTE               PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-SITUACION           PIC X(36).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-REC-DIA             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-REC-HORA            PIC X(4).
       01  LATE-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "AVISOS W NUEVOS: ".
           05  LTT-AVISOS              PIC ZZZ9.
           05  FILLER                  PIC X(15) VALUE
                   "  ESCALADOS C: ".
           05  LTT-ESCALADOS           PIC ZZZ9.
           05  FILLER                  PIC X(22) VALUE
                   "  RECIBIDOS TARDE:    ".
           05  LTT-TARDIOS             PIC ZZZ9.

       01  TURN-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
                   "PLAZOS DE RESPUESTA A SOCIOS - FECHA ".
           05  FILLER                  PIC X(8) VALUE "NEGOCIO ".
           05  TTL-FECHA               PIC 9(8).
       01  TURN-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
                   "SOCIO    FICHERO RECEPCION     LOTE ".
           05  FILLER                  PIC X(36) VALUE
                   "         RETORNO       MINUTOS PLAZO".
           05  FILLER                  PIC X(7) VALUE " ESTADO".
       01  TURN-DETAIL-LINE.
           05  TDL-SENDER              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-FILE-SEQ            PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-REC-DIA             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-REC-HORA            PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-LOTE-DIA            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-LOTE-HORA           PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-RET-DIA             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-RET-HORA            PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-MINUTOS             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-PLAZO               PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  TDL-ESTADO              PIC X(26).
       01  TURN-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
                   "FICHEROS RECIBIDOS: ".
           05  TTT-FICHEROS            PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   "  FUERA DE PLAZO: ".
           05  TTT-FUERA-PLAZO         PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LEER-RECEPCIONES.
           PERFORM 3000-LEER-HITOS.
           PERFORM 4000-VIGILAR-PENDIENTE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > WS-MS-CARGADOS.
           PERFORM 5000-VIGILAR-ESPERADO
               VARYING WS-PTR-SUB FROM 1 BY 1
               UNTIL WS-PTR-SUB > WS-PTR-COUNT.
           PERFORM 6000-INFORME-PLAZOS.
           PERFORM 7000-REESCRIBIR-PENDIENTES THRU 7000-EXIT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA-HORA FROM TIME.
      *    DIA DE LA SEMANA DE LA FECHA DE NEGOCIO: DIA JULIANO
      *    MODULO 7, 0 = LUNES ... 6 = DOMINGO, COMO busDate
           MOVE WS-HOY TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           DIVIDE WS-FS-SERIAL BY 7 GIVING WS-FS-T1
               REMAINDER WS-DIA-SEMANA.
           COMPUTE WS-DIA-IDX = WS-DIA-SEMANA + 1.
           PERFORM 1200-CARGAR-SOCIOS.
           PERFORM 1300-CARGAR-PENDIENTES.
           OPEN OUTPUT LATE-REPORT-FILE.
           MOVE WS-HOY TO LTL-FECHA.
           WRITE LATE-REPORT-RECORD FROM LATE-TITLE-LINE.
           WRITE LATE-REPORT-RECORD FROM LATE-HEADING-LINE.
           OPEN OUTPUT TURN-REPORT-FILE.
           MOVE WS-HOY TO TTL-FECHA.
           WRITE TURN-REPORT-RECORD FROM TURN-TITLE-LINE.
           WRITE TURN-REPORT-RECORD FROM TURN-HEADING-LINE.

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

      ******************************************************************
      * SOCIOS Y SU AGENDA. UN SOCIO SIN DIAS MARCADOS NO SE VIGILA,
      * PERO SUS FICHEROS SIGUEN EN EL INFORME DE PLAZOS.
      ******************************************************************
       1200-CARGAR-SOCIOS.
           OPEN INPUT PARTNER-FILE.
           IF WS-PTR-STATUS = "35"
               DISPLAY "DIVMONITOR: SIN PARTNERS.DAT, NINGUNA "
                   "ENTREGA QUE VIGILAR"
           ELSE
               PERFORM 1210-CARGAR-SOCIO UNTIL WS-PTR-EOF
               CLOSE PARTNER-FILE
           END-IF.

       1210-CARGAR-SOCIO.
           READ PARTNER-FILE
               AT END
                   SET WS-PTR-EOF TO TRUE
               NOT AT END
                   IF WS-PTR-COUNT < 20
                       ADD 1 TO WS-PTR-COUNT
                       PERFORM 1220-GUARDAR-SOCIO
                   ELSE
                       DISPLAY "DIVMONITOR: PARTNERS.DAT TIENE MAS "
                           "DE 20 REMITENTES, TABLA DESBORDADA"
                       MOVE 8 TO WS-RETURN-CODE
                       SET WS-PTR-EOF TO TRUE
                   END-IF
           END-READ.

       1220-GUARDAR-SOCIO.
           MOVE PT-SENDER TO WS-PT-SENDER(WS-PTR-COUNT).
           MOVE PT-DIAS TO WS-PT-DIAS(WS-PTR-COUNT).
           IF PT-CORTE-X IS NUMERIC
               MOVE PT-CORTE-X TO WS-PT-CORTE(WS-PTR-COUNT)
           ELSE
               MOVE 2359 TO WS-PT-CORTE(WS-PTR-COUNT)
           END-IF.
           IF PT-PLAZO-X IS NUMERIC
               MOVE PT-PLAZO-X TO WS-PT-PLAZO(WS-PTR-COUNT)
           ELSE
               MOVE ZERO TO WS-PT-PLAZO(WS-PTR-COUNT)
           END-IF.
           MOVE "N" TO WS-PT-RECIBIDO(WS-PTR-COUNT).
           MOVE ZERO TO WS-PT-REC-DIA(WS-PTR-COUNT).
           MOVE ZERO TO WS-PT-REC-HORA(WS-PTR-COUNT).

      ******************************************************************
      * LOS FICHEROS QUE YA FALTABAN EN CORRIDAS ANTERIORES. CON LA
      * TABLA DESBORDADA DIVMISS.DAT NO SE REESCRIBE, PARA NO PERDER
      * LOS QUE NO CUPIERON.
      ******************************************************************
       1300-CARGAR-PENDIENTES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MISSING-FILE.
           IF WS-MS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1310-CARGAR-PENDIENTE UNTIL WS-EOF
               CLOSE MISSING-FILE
           END-IF.
           MOVE WS-MS-COUNT TO WS-MS-CARGADOS.

       1310-CARGAR-PENDIENTE.
           READ MISSING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF MS-FECHA IS NUMERIC
                       IF WS-MS-COUNT < 200
                           ADD 1 TO WS-MS-COUNT
                           MOVE MS-SENDER TO WS-MS-SENDER(WS-MS-COUNT)
                           MOVE MS-FECHA TO WS-MS-FECHA(WS-MS-COUNT)
                           MOVE MS-NIVEL TO WS-MS-NIVEL(WS-MS-COUNT)
                           MOVE MS-FECHA-AVISO TO
                               WS-MS-FECHA-AVISO(WS-MS-COUNT)
                           MOVE "P" TO WS-MS-ESTADO(WS-MS-COUNT)
                       ELSE
                           IF NOT WS-MS-LLENA
                               DISPLAY "DIVMONITOR: DIVMISS.DAT TIENE "
                                   "MAS DE 200 FICHEROS PENDIENTES"
                               SET WS-MS-LLENA TO TRUE
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * UNA PASADA POR INTAKEN.DAT: EL FICHERO DE CADA SOCIO PARA LA
      * FECHA DE NEGOCIO (REMITENTE + FECHA DEL HEADER), LOS QUE
      * FALTABAN Y YA LLEGARON, Y LOS FICHEROS DEL DIA PARA EL
      * INFORME DE PLAZOS.
      ******************************************************************
       2000-LEER-RECEPCIONES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT INTAKE-LOG-FILE.
           IF WS-INL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 2100-LEER-RECEPCION UNTIL WS-EOF
               CLOSE INTAKE-LOG-FILE
           END-IF.

       2100-LEER-RECEPCION.
           READ INTAKE-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
      *            LAS LINEAS ANTERIORES A LA HORA DE RECEPCION NO
      *            DICEN CUANDO LLEGARON: CUENTAN COMO RECIBIDAS A
      *            TIEMPO
                   IF IN-DIA-RECEPCION IS NOT NUMERIC
                       OR IN-HORA-RECEPCION IS NOT NUMERIC
                       MOVE ZERO TO IN-DIA-RECEPCION
                       MOVE ZERO TO IN-HORA-RECEPCION
                   END-IF
                   PERFORM 2110-COMPARAR-SOCIO
                       VARYING WS-PTR-SUB FROM 1 BY 1
                       UNTIL WS-PTR-SUB > WS-PTR-COUNT
                   PERFORM 2120-COMPARAR-PENDIENTE
                       VARYING WS-MS-SUB FROM 1 BY 1
                       UNTIL WS-MS-SUB > WS-MS-CARGADOS
                   IF IN-FECHA = WS-HOY-X
                       PERFORM 2130-APUNTAR-FICHERO
                   END-IF
           END-READ.

       2110-COMPARAR-SOCIO.
           IF WS-PT-SENDER(WS-PTR-SUB) = IN-SENDER
               AND IN-FECHA = WS-HOY-X
               MOVE "Y" TO WS-PT-RECIBIDO(WS-PTR-SUB)
               MOVE IN-DIA-RECEPCION TO WS-PT-REC-DIA(WS-PTR-SUB)
               MOVE IN-HORA-RECEPCION TO WS-PT-REC-HORA(WS-PTR-SUB)
           END-IF.

       2120-COMPARAR-PENDIENTE.
           IF WS-MS-SENDER(WS-MS-SUB) = IN-SENDER
               AND WS-MS-FECHA(WS-MS-SUB) = IN-FECHA
               MOVE "R" TO WS-MS-ESTADO(WS-MS-SUB)
               MOVE IN-DIA-RECEPCION TO WS-MS-REC-DIA(WS-MS-SUB)
               MOVE IN-HORA-RECEPCION TO WS-MS-REC-HORA(WS-MS-SUB)
           END-IF.

       2130-APUNTAR-FICHERO.
           IF WS-TF-COUNT < 100
               ADD 1 TO WS-TF-COUNT
               MOVE IN-SENDER TO WS-TF-SENDER(WS-TF-COUNT)
               IF IN-FILE-SEQ IS NUMERIC
                   MOVE IN-FILE-SEQ TO WS-TF-FILE-SEQ(WS-TF-COUNT)
               ELSE
                   MOVE ZERO TO WS-TF-FILE-SEQ(WS-TF-COUNT)
               END-IF
               MOVE IN-DIA-RECEPCION TO WS-TF-REC-DIA(WS-TF-COUNT)
               MOVE IN-HORA-RECEPCION TO WS-TF-REC-HORA(WS-TF-COUNT)
               MOVE ZERO TO WS-TF-LOTE(WS-TF-COUNT)
               MOVE ZERO TO WS-TF-RETORNO(WS-TF-COUNT)
           ELSE
               IF NOT WS-TF-LLENA
                   DISPLAY "DIVMONITOR: MAS DE 100 FICHEROS EN EL "
                       "DIA, EL RESTO FUERA DEL INFORME DE PLAZOS"
                   SET WS-TF-LLENA TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * HITOS DE DIVTURN.DAT: PARA CADA FICHERO DEL DIA, EL PRIMER
      * LOTE (B) Y EL PRIMER RETORNO (R) DEL MISMO REMITENTE Y
      * SECUENCIA NO ANTERIORES A SU RECEPCION.
      ******************************************************************
       3000-LEER-HITOS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TURN-FILE.
           IF WS-TURN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 3100-LEER-HITO UNTIL WS-EOF
               CLOSE TURN-FILE
           END-IF.

       3100-LEER-HITO.
           READ TURN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF TU-FECHA IS NUMERIC AND TU-HORA IS NUMERIC
                       AND TU-FILE-SEQ IS NUMERIC
                       MOVE TU-FECHA TO WS-HITO-DIA
                       MOVE TU-HORA TO WS-HITO-HORA
                       PERFORM 3110-CASAR-HITO
                           VARYING WS-TF-SUB FROM 1 BY 1
                           UNTIL WS-TF-SUB > WS-TF-COUNT
                   END-IF
           END-READ.

       3110-CASAR-HITO.
           IF WS-TF-SENDER(WS-TF-SUB) = TU-SENDER
               AND WS-TF-FILE-SEQ(WS-TF-SUB) = TU-FILE-SEQ
               AND WS-HITO NOT < WS-TF-RECEPCION(WS-TF-SUB)
               EVALUATE TRUE
                   WHEN TU-LOTE
                       IF WS-TF-LOTE-DIA(WS-TF-SUB) = ZERO
                           OR WS-HITO < WS-TF-LOTE(WS-TF-SUB)
                           MOVE WS-HITO TO WS-TF-LOTE(WS-TF-SUB)
                       END-IF
                   WHEN TU-RETORNO
                       IF WS-TF-RET-DIA(WS-TF-SUB) = ZERO
                           OR WS-HITO < WS-TF-RETORNO(WS-TF-SUB)
                           MOVE WS-HITO TO WS-TF-RETORNO(WS-TF-SUB)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * LO QUE YA FALTABA: SI LLEGO SE DA DE BAJA; SI SIGUE SIN
      * LLEGAR EN LA CORRIDA DE UN DIA DE NEGOCIO POSTERIOR AL DEL
      * AVISO, EL AVISO W SE ESCALA A CRITICA C. UNA REPETICION DE
      * LA MISMA NOCHE NO ESCALA NI REPITE LA ALERTA.
      ******************************************************************
       4000-VIGILAR-PENDIENTE.
           MOVE SPACES TO LATE-DETAIL-LINE.
           MOVE WS-MS-SENDER(WS-MS-SUB) TO LDL-SENDER.
           MOVE WS-MS-FECHA(WS-MS-SUB) TO LDL-FECHA.
           EVALUATE TRUE
               WHEN WS-MS-ESTADO(WS-MS-SUB) = "R"
                   MOVE "RECIBIDO DESPUES DEL AVISO, DE BAJA"
                       TO LDL-SITUACION
                   MOVE WS-MS-REC-DIA(WS-MS-SUB) TO LDL-REC-DIA
                   MOVE WS-MS-REC-HORA(WS-MS-SUB) TO LDL-REC-HORA
                   ADD 1 TO WS-TARDIOS
               WHEN WS-MS-NIVEL(WS-MS-SUB) = "W"
                   AND WS-MS-FECHA-AVISO(WS-MS-SUB) < WS-HOY
                   MOVE "SIGUE SIN LLEGAR, ESCALADO A C"
                       TO LDL-SITUACION
                   MOVE "C" TO WS-MS-NIVEL(WS-MS-SUB)
                   MOVE SPACES TO WS-ALERTA-MENSAJE
                   STRING "SIGUE SIN FICHERO " DELIMITED BY SIZE
                       WS-MS-SENDER(WS-MS-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-MS-FECHA(WS-MS-SUB) DELIMITED BY SIZE
                       INTO WS-ALERTA-MENSAJE
                   MOVE "C" TO WS-ALERTA-SEVERIDAD
                   PERFORM 8100-REGISTRAR-ALERTA
                   ADD 1 TO WS-ESCALADOS
               WHEN WS-MS-NIVEL(WS-MS-SUB) = "C"
                   MOVE "SIGUE SIN LLEGAR, YA EN C"
                       TO LDL-SITUACION
               WHEN OTHER
                   MOVE "NO RECIBIDO, AVISO W YA DADO"
                       TO LDL-SITUACION
           END-EVALUATE.
           PERFORM 4100-CORTE-DEL-SOCIO.
           WRITE LATE-REPORT-RECORD FROM LATE-DETAIL-LINE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       4100-CORTE-DEL-SOCIO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 4110-BUSCAR-SOCIO
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PTR-COUNT OR WS-HALLADO.

       4110-BUSCAR-SOCIO.
           IF WS-PT-SENDER(WS-PTR-IDX) = LDL-SENDER
               MOVE WS-PT-CORTE(WS-PTR-IDX) TO LDL-CORTE
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * EL FICHERO DE HOY DE CADA SOCIO QUE LO TIENE EN AGENDA. PASADO
      * EL CORTE SIN FICHERO: ALERTA W, LINEA EN EL INFORME Y ALTA EN
      * DIVMISS.DAT (SALVO QUE YA ESTUVIERA, POR UNA CORRIDA ANTERIOR
      * DE LA MISMA NOCHE). LLEGADO DESPUES DEL CORTE: SOLO LA LINEA.
      ******************************************************************
       5000-VIGILAR-ESPERADO.
           IF WS-PT-DIAS(WS-PTR-SUB)(WS-DIA-IDX:1) = "S"
               MOVE SPACES TO LATE-DETAIL-LINE
               MOVE WS-PT-SENDER(WS-PTR-SUB) TO LDL-SENDER
               MOVE WS-HOY TO LDL-FECHA
               MOVE WS-PT-CORTE(WS-PTR-SUB) TO LDL-CORTE
               IF WS-PT-RECIBIDO(WS-PTR-SUB) = "Y"
                   PERFORM 5100-RECIBIDO-A-TIEMPO
               ELSE
                   PERFORM 5200-NO-RECIBIDO
               END-IF
           END-IF.

       5100-RECIBIDO-A-TIEMPO.
           IF WS-PT-REC-DIA(WS-PTR-SUB) > WS-HOY
               OR (WS-PT-REC-DIA(WS-PTR-SUB) = WS-HOY
                   AND WS-PT-REC-HORA(WS-PTR-SUB)(1:4)
                       > WS-PT-CORTE(WS-PTR-SUB))
               MOVE "RECIBIDO DESPUES DEL CORTE" TO LDL-SITUACION
               MOVE WS-PT-REC-DIA(WS-PTR-SUB) TO LDL-REC-DIA
               MOVE WS-PT-REC-HORA(WS-PTR-SUB) TO LDL-REC-HORA
               WRITE LATE-REPORT-RECORD FROM LATE-DETAIL-LINE
               ADD 1 TO WS-TARDIOS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       5200-NO-RECIBIDO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 5210-BUSCAR-PENDIENTE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > WS-MS-CARGADOS OR WS-HALLADO.
           EVALUATE TRUE
               WHEN WS-HALLADO
      *            YA LISTADO POR 4000-VIGILAR-PENDIENTE
                   CONTINUE
               WHEN WS-AHORA-FECHA < WS-HOY
                   OR (WS-AHORA-FECHA = WS-HOY
                       AND WS-AHORA-HHMM-N < WS-PT-CORTE(WS-PTR-SUB))
                   MOVE "AUN NO RECIBIDO, CORTE NO VENCIDO"
                       TO LDL-SITUACION
                   WRITE LATE-REPORT-RECORD FROM LATE-DETAIL-LINE
               WHEN OTHER
                   MOVE "NO RECIBIDO AL CORTE, AVISO W"
                       TO LDL-SITUACION
                   WRITE LATE-REPORT-RECORD FROM LATE-DETAIL-LINE
                   MOVE SPACES TO WS-ALERTA-MENSAJE
                   STRING "FICHERO NO RECIBIDO " DELIMITED BY SIZE
                       WS-PT-SENDER(WS-PTR-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-HOY DELIMITED BY SIZE
                       INTO WS-ALERTA-MENSAJE
                   MOVE "W" TO WS-ALERTA-SEVERIDAD
                   PERFORM 8100-REGISTRAR-ALERTA
                   ADD 1 TO WS-AVISOS
                   PERFORM 5220-ALTA-PENDIENTE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

       5210-BUSCAR-PENDIENTE.
           IF WS-MS-SENDER(WS-MS-SUB) = WS-PT-SENDER(WS-PTR-SUB)
               AND WS-MS-FECHA(WS-MS-SUB) = WS-HOY
               SET WS-HALLADO TO TRUE
           END-IF.

       5220-ALTA-PENDIENTE.
           IF WS-MS-COUNT < 200
               ADD 1 TO WS-MS-COUNT
               MOVE WS-PT-SENDER(WS-PTR-SUB) TO
                   WS-MS-SENDER(WS-MS-COUNT)
               MOVE WS-HOY TO WS-MS-FECHA(WS-MS-COUNT)
               MOVE "W" TO WS-MS-NIVEL(WS-MS-COUNT)
               MOVE WS-HOY TO WS-MS-FECHA-AVISO(WS-MS-COUNT)
               MOVE "P" TO WS-MS-ESTADO(WS-MS-COUNT)
           ELSE
               IF NOT WS-MS-LLENA
                   DISPLAY "DIVMONITOR: DIVMISS.DAT LLENO, EL "
                       "FICHERO QUE FALTA NO QUEDA APUNTADO"
                   SET WS-MS-LLENA TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * UNA LINEA POR FICHERO RECIBIDO BAJO LA FECHA DE NEGOCIO. EL
      * PLAZO SE MIDE DE LA RECEPCION AL RETORNO; SIN RETORNO TODAVIA,
      * HASTA AHORA, PARA SABER SI YA ESTA VENCIDO.
      ******************************************************************
       6000-INFORME-PLAZOS.
           PERFORM 6100-LINEA-PLAZO
               VARYING WS-TF-SUB FROM 1 BY 1
               UNTIL WS-TF-SUB > WS-TF-COUNT.
           MOVE WS-TF-COUNT TO TTT-FICHEROS.
           MOVE WS-FUERA-PLAZO TO TTT-FUERA-PLAZO.
           WRITE TURN-REPORT-RECORD FROM TURN-TOTAL-LINE.

       6100-LINEA-PLAZO.
           MOVE SPACES TO TURN-DETAIL-LINE.
           MOVE WS-TF-SENDER(WS-TF-SUB) TO TDL-SENDER.
           MOVE WS-TF-FILE-SEQ(WS-TF-SUB) TO TDL-FILE-SEQ.
           MOVE WS-TF-REC-DIA(WS-TF-SUB) TO TDL-REC-DIA.
           MOVE WS-TF-REC-HORA(WS-TF-SUB) TO TDL-REC-HORA.
           IF WS-TF-LOTE-DIA(WS-TF-SUB) > ZERO
               MOVE WS-TF-LOTE-DIA(WS-TF-SUB) TO TDL-LOTE-DIA
               MOVE WS-TF-LOTE-HORA(WS-TF-SUB) TO TDL-LOTE-HORA
           END-IF.
           MOVE ZERO TO WS-MIN-PLAZO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 6110-PLAZO-DEL-SOCIO
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PTR-COUNT OR WS-HALLADO.
           MOVE WS-MIN-PLAZO TO TDL-PLAZO.
           MOVE WS-TF-REC-DIA(WS-TF-SUB) TO WS-MIN-DIA.
           MOVE WS-TF-REC-HORA(WS-TF-SUB) TO WS-MIN-HORA.
           PERFORM 8200-MINUTOS-ABSOLUTOS.
           MOVE WS-MINUTOS TO WS-MIN-DESDE.
           IF WS-TF-RET-DIA(WS-TF-SUB) > ZERO
               MOVE WS-TF-RET-DIA(WS-TF-SUB) TO TDL-RET-DIA
               MOVE WS-TF-RET-HORA(WS-TF-SUB) TO TDL-RET-HORA
               MOVE WS-TF-RET-DIA(WS-TF-SUB) TO WS-MIN-DIA
               MOVE WS-TF-RET-HORA(WS-TF-SUB) TO WS-MIN-HORA
           ELSE
               MOVE WS-AHORA-FECHA TO WS-MIN-DIA
               MOVE WS-AHORA-HORA TO WS-MIN-HORA
           END-IF.
           PERFORM 8200-MINUTOS-ABSOLUTOS.
           COMPUTE WS-MINUTOS = WS-MINUTOS - WS-MIN-DESDE.
           IF WS-MINUTOS < ZERO OR WS-TF-REC-DIA(WS-TF-SUB) = ZERO
               MOVE ZERO TO WS-MINUTOS
           END-IF.
           MOVE WS-MINUTOS TO TDL-MINUTOS.
           EVALUATE TRUE
               WHEN WS-TF-REC-DIA(WS-TF-SUB) = ZERO
                   MOVE "SIN HORA DE RECEPCION" TO TDL-ESTADO
               WHEN WS-MIN-PLAZO > ZERO AND WS-MINUTOS > WS-MIN-PLAZO
                   AND WS-TF-RET-DIA(WS-TF-SUB) > ZERO
                   MOVE "FUERA DE PLAZO" TO TDL-ESTADO
                   ADD 1 TO WS-FUERA-PLAZO
               WHEN WS-MIN-PLAZO > ZERO AND WS-MINUTOS > WS-MIN-PLAZO
                   MOVE "SIN RETORNO, PLAZO VENCIDO" TO TDL-ESTADO
                   ADD 1 TO WS-FUERA-PLAZO
               WHEN WS-TF-RET-DIA(WS-TF-SUB) = ZERO
                   MOVE "SIN RETORNO TODAVIA" TO TDL-ESTADO
               WHEN WS-MIN-PLAZO = ZERO
                   MOVE "SIN PLAZO PACTADO" TO TDL-ESTADO
               WHEN OTHER
                   MOVE "EN PLAZO" TO TDL-ESTADO
           END-EVALUATE.
           WRITE TURN-REPORT-RECORD FROM TURN-DETAIL-LINE.
           IF WS-FUERA-PLAZO > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       6110-PLAZO-DEL-SOCIO.
           IF WS-PT-SENDER(WS-PTR-IDX) = WS-TF-SENDER(WS-TF-SUB)
               MOVE WS-PT-PLAZO(WS-PTR-IDX) TO WS-MIN-PLAZO
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * DIVMISS.DAT QUEDA CON LO QUE SIGUE FALTANDO. CON LA TABLA
      * DESBORDADA NO SE REESCRIBE: HACERLO DESDE LA CARGA TRUNCADA
      * BORRARIA LOS PENDIENTES QUE NO CUPIERON.
      ******************************************************************
       7000-REESCRIBIR-PENDIENTES.
           IF WS-MS-LLENA
               DISPLAY "DIVMONITOR: DIVMISS.DAT NO SE REESCRIBE"
               GO TO 7000-EXIT.
           OPEN OUTPUT MISSING-FILE.
           PERFORM 7100-GRABAR-PENDIENTE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > WS-MS-COUNT.
           CLOSE MISSING-FILE.
       7000-EXIT.
           EXIT.

       7100-GRABAR-PENDIENTE.
           IF WS-MS-ESTADO(WS-MS-SUB) = "P"
               MOVE SPACES TO MISSING-RECORD
               MOVE WS-MS-SENDER(WS-MS-SUB) TO MS-SENDER
               MOVE WS-MS-FECHA(WS-MS-SUB) TO MS-FECHA
               MOVE WS-MS-NIVEL(WS-MS-SUB) TO MS-NIVEL
               MOVE WS-MS-FECHA-AVISO(WS-MS-SUB) TO MS-FECHA-AVISO
               WRITE MISSING-RECORD
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

       8100-REGISTRAR-ALERTA.
           MOVE SPACES TO ALERT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "divMonitor" TO AL-PROGRAM.
           MOVE WS-ALERTA-MENSAJE TO AL-MESSAGE.
           MOVE "N" TO AL-ACK-FLAG.
           MOVE SPACES TO AL-ACK-OPERATOR.
           MOVE WS-ALERTA-SEVERIDAD TO AL-SEVERITY.
           MOVE ZERO TO AL-SEQ.
           DISPLAY "DIVMONITOR: ALERTA " WS-ALERTA-SEVERIDAD " "
               WS-ALERTA-MENSAJE.
           PERFORM 8120-ABRIR-ALERTAS THRU 8120-EXIT.
           IF WS-ALERT-STATUS = "00"
               MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
               PERFORM 8110-GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
               CLOSE ALERT-FILE
           END-IF.

       8110-GRABAR-ALERTA.
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
      *PROGRAMA LO TIENE ABIERTO SE REINTENTA, COMO EN DivisionesBatch
       8120-ABRIR-ALERTAS.
           MOVE ZERO TO WS-ALERT-INTENTOS.
       8120-REINTENTAR.
           OPEN I-O ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   CONTINUE
               WHEN WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   IF WS-ALERT-STATUS = "00"
                       CLOSE ALERT-FILE
                       GO TO 8120-REINTENTAR
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
                   GO TO 8120-REINTENTAR
           END-EVALUATE.
       8120-EXIT.
           EXIT.

      ******************************************************************
      * WS-MIN-DIA / WS-MIN-HORA (HHMMSSCC) A MINUTOS ABSOLUTOS EN
      * WS-MINUTOS.
      ******************************************************************
       8200-MINUTOS-ABSOLUTOS.
           MOVE ZERO TO WS-MINUTOS.
           IF WS-MIN-DIA > ZERO
               MOVE WS-MIN-DIA TO WS-FS-FECHA
               PERFORM 8000-FECHA-A-SERIAL
               COMPUTE WS-MINUTOS = WS-FS-SERIAL * 1440
                   + WS-MIN-HH * 60 + WS-MIN-MM
           END-IF.

       9000-TERMINATE.
           MOVE WS-AVISOS TO LTT-AVISOS.
           MOVE WS-ESCALADOS TO LTT-ESCALADOS.
           MOVE WS-TARDIOS TO LTT-TARDIOS.
           WRITE LATE-REPORT-RECORD FROM LATE-TOTAL-LINE.
           CLOSE LATE-REPORT-FILE.
           CLOSE TURN-REPORT-FILE.
           DISPLAY "DIVMONITOR: " WS-AVISOS " AVISOS W, "
               WS-ESCALADOS " ESCALADOS A C, " WS-TARDIOS
               " RECIBIDOS TARDE, " WS-FUERA-PLAZO
               " FUERA DE PLAZO".
       END PROGRAM divMonitor.
