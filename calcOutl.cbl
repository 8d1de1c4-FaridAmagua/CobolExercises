      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: nightly statistical watch over CALCFILE.DAT. For
      *          every entity and operation it builds a rolling
      *          profile from the last N working days before the
      *          business date (weekends and WORKCAL.DAT holidays do
      *          not count): the mean and standard deviation of
      *          VALUE-1, VALUE-2 and RESULT, and the mean and
      *          standard deviation of the daily volume. calcAdj
      *          reversals and the calculations they reversed
      *          (ADJLOG.DAT) are left out of the profile and of the
      *          day. A calculation of the business date whose
      *          operands or result lie further from the mean than
      *          the entity's sensitivity (in standard deviations)
      *          is listed on OUTLRPT.DAT, and so is an entity and
      *          operation whose volume for the day is abnormally
      *          high or low; each raises a W alert on ALERTS.DAT.
      *          Window, sensitivity and the minimum profile size
      *          come from OUTLCFG.DAT (see the OUTLCFG copybook);
      *          the profile the day was judged against is left on
      *          OUTLPRF.DAT (OUTLPRF copybook). The profile can only
      *          see what calcHskp has not archived yet, so the
      *          CALCFILE retention in RETENT.DAT must cover the
      *          longest window. THRESH.DAT still applies its fixed
      *          limits at posting time; this is the after-the-fact
      *          check. Runs in jcl/calcnite.sh before dayClose.
      *          RETURN-CODE 0 nothing atypical, 4 atypical
      *          calculations or volumes, 8 CALCFILE.DAT not
      *          available or a table overflowed.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcOutl.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. deteccion estadistica de calculos atipicos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT WORK-CALENDAR-FILE ASSIGN TO "WORKCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OUTLIER-CONFIG-FILE ASSIGN TO "OUTLCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT OUTLIER-PROFILE-FILE ASSIGN TO "OUTLPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTLIER-REPORT-FILE ASSIGN TO "OUTLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  WORK-CALENDAR-FILE.
       01  WORK-CALENDAR-RECORD.
           05  WC-FECHA                PIC 9(8).
           05  FILLER                  PIC X.
           05  WC-DESCRIPCION          PIC X(30).
       FD  OUTLIER-CONFIG-FILE.
           COPY OUTLCFG.
       FD  ADJUST-LOG-FILE.
       01  ADJUST-LOG-RECORD.
           05  AD-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-TIME                 PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X.
           05  AD-ORIG-KEY             PIC X(24).
           05  AD-ORIG-KEY-R REDEFINES AD-ORIG-KEY.
               10  AD-ORIG-DATE        PIC 9(8).
               10  FILLER              PIC X(16).
           05  FILLER                  PIC X.
           05  AD-REV-RUN-ID           PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-MOTIVO               PIC X(30).
           05  FILLER                  PIC X.
           05  AD-ORIG-OPERATOR        PIC X(8).
           05  FILLER                  PIC X.
           05  AD-CASO                 PIC 9(6).
       FD  OUTLIER-PROFILE-FILE.
           COPY OUTLPRF.
       FD  OUTLIER-REPORT-FILE.
       01  OUTLIER-REPORT-RECORD       PIC X(80).
       FD  ALERT-FILE.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-CAL-STATUS               PIC XX.
       01  WS-CFG-STATUS               PIC XX.
       01  WS-ADJ-STATUS               PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-ALERT-INTENTOS           PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH    PIC X.
           88  WS-ALERTA-GRABADA       VALUE "Y".
       01  WS-ALERTA-MENSAJE           PIC X(40).
       01  WS-RETURN-CODE              PIC 9(4) VALUE ZERO.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CFG-EOF-SWITCH           PIC X VALUE "N".
           88  WS-CFG-EOF              VALUE "Y".
       01  WS-ADJ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ADJ-EOF              VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-REVERSADO-SWITCH         PIC X VALUE "N".
           88  WS-REVERSADO            VALUE "Y".
       01  WS-PERFIL-SWITCH            PIC X VALUE "N".
           88  WS-PERFIL-CERRADO       VALUE "Y".
       01  WS-DESBORDE-SWITCH          PIC X VALUE "N".
           88  WS-DESBORDE             VALUE "Y".
       01  WS-HOY                      PIC 9(8).
       01  WS-DESDE-MINIMO             PIC 9(8).

      * PARAMETROS: EL DEFECTO Y UNA LINEA POR ENTIDAD
       01  WS-DEF-DIAS                 PIC 9(3) VALUE 20.
       01  WS-DEF-SENS                 PIC 9V9 VALUE 3.0.
       01  WS-DEF-MINIMO               PIC 9(4) VALUE 20.
       01  WS-DEF-DESDE                PIC 9(8).
       01  WS-CFG-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CFG-SUB                  PIC 9(3).
       01  WS-CFG-TABLA.
           05  WS-CFG-ENTRY OCCURS 100 TIMES.
               10  WS-CFG-ENTITY       PIC XX.
               10  WS-CFG-DIAS         PIC 9(3).
               10  WS-CFG-SENS         PIC 9V9.
               10  WS-CFG-MINIMO       PIC 9(4).
               10  WS-CFG-DESDE        PIC 9(8).

      * CALCULOS REVERSADOS POR calcAdj DENTRO DE LA VENTANA
       01  WS-REV-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REV-SUB                  PIC 9(4).
       01  WS-REV-TABLA.
           05  WS-REV-KEY OCCURS 2000 TIMES PIC X(24).

      * FESTIVOS DE WORKCAL.DAT Y VUELTA ATRAS POR DIAS LABORABLES
       01  WS-FESTIVO-SUB              PIC 9(3).
       01  WS-FESTIVO-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FESTIVO-TABLA.
           05  WS-FESTIVO              PIC 9(8) OCCURS 200 TIMES.
       01  WS-LABORABLE-SWITCH         PIC X.
           88  WS-LABORABLE            VALUE "Y".
       01  WS-DIA-SEMANA               PIC 9.
       01  WS-DIAS-VENTANA             PIC 9(3).
       01  WS-LABORABLES               PIC 9(3).
       01  WS-SERIAL-DIA               PIC S9(7) COMP.
       01  WS-FECHA-DESDE              PIC 9(8).
       01  WS-ULTIMA-FECHA             PIC 9(8) VALUE ZERO.

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
       01  WS-IS-M                     PIC S9(7) COMP.
       01  WS-IS-T1                    PIC S9(9) COMP.

      * PERFIL POR ENTIDAD Y OPERACION. CADA ESTRATO LLEVA LOS
      * PARAMETROS DE SU ENTIDAD; METRICA 1 = VALUE-1, 2 = VALUE-2,
      * 3 = RESULT. EL VOLUMEN DIARIO SE ACUMULA AL CAMBIAR DE DIA.
       01  WS-ST-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ST-SUB                   PIC 9(3).
       01  WS-ST-SUB2                  PIC 9(3).
       01  WS-ST-IDX                   PIC 9(3).
       01  WS-ST-MENOR                 PIC 9(3).
       01  WS-ST-TABLA.
           05  WS-ST-ENTRY OCCURS 200 TIMES.
               10  WS-ST-CLAVE.
                   15  WS-ST-ENTITY    PIC XX.
                   15  WS-ST-OPERATION PIC X(10).
               10  WS-ST-DESDE         PIC 9(8).
               10  WS-ST-DIAS          PIC 9(3).
               10  WS-ST-SENS          PIC 9V9.
               10  WS-ST-MINIMO        PIC 9(4).
               10  WS-ST-CALCULOS      PIC 9(7) COMP.
               10  WS-ST-METRICA OCCURS 3 TIMES.
                   15  WS-ST-SUMA      PIC S9(15)V99 COMP-3.
                   15  WS-ST-CUADRADOS PIC S9(25)V9(4) COMP-3.
                   15  WS-ST-MEDIA     PIC S9(9)V9(4) COMP-3.
                   15  WS-ST-DESV      PIC S9(9)V9(4) COMP-3.
               10  WS-ST-DIA-FECHA     PIC 9(8).
               10  WS-ST-DIA-CUENTA    PIC 9(7) COMP.
               10  WS-ST-VOL-CUADRADOS PIC 9(15) COMP-3.
               10  WS-ST-VOL-MEDIA     PIC 9(7)V9(4) COMP-3.
               10  WS-ST-VOL-DESV      PIC 9(7)V9(4) COMP-3.
               10  WS-ST-HOY           PIC 9(7) COMP.
               10  WS-ST-ATIPICOS      PIC 9(7) COMP.
               10  WS-ST-ESTADO        PIC X(6).
       01  WS-ST-AUX                   PIC X(250).

      * TRABAJO DEL CALCULO DE ESTADISTICOS
       01  WS-MET-SUB                  PIC 9.
       01  WS-VALORES.
           05  WS-VALOR OCCURS 3 TIMES PIC S9(7)V99.
       01  WS-MARCAS                   PIC X(3) VALUE "12R".
       01  WS-MARCAS-R REDEFINES WS-MARCAS.
           05  WS-MARCA OCCURS 3 TIMES PIC X.
       01  WS-FUERA.
           05  WS-FUERA-X OCCURS 3 TIMES PIC X.
       01  WS-VARIANZA                 PIC S9(18)V9(4) COMP-3.
       01  WS-DIFERENCIA               PIC S9(9)V9(4) COMP-3.
       01  WS-LIMITE                   PIC S9(11)V9(4) COMP-3.
       01  WS-LIMITE-BAJO              PIC S9(11)V9(4) COMP-3.

      * TOTALES DE LA CORRIDA
       01  WS-EXCLUIDOS                PIC 9(7) VALUE ZERO.
       01  WS-SIN-ESTRATO              PIC 9(7) VALUE ZERO.
       01  WS-TOT-ATIPICOS             PIC 9(7) VALUE ZERO.
       01  WS-TOT-VOLUMEN              PIC 9(5) VALUE ZERO.
       01  WS-ALERTAS                  PIC 9(5) VALUE ZERO.

      * MENSAJES DE LAS ALERTAS
       01  WS-MSG-ATIPICO.
           05  FILLER                  PIC X(18)
               VALUE "CALCULOS ATIPICOS ".
           05  WS-MA-ENTITY            PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-MA-OPERATION         PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-MA-CUENTA            PIC ZZZZ9.
       01  WS-MSG-VOLUMEN.
           05  FILLER                  PIC X(8) VALUE "VOLUMEN ".
           05  WS-MV-ESTADO            PIC X(5).
           05  WS-MV-ENTITY            PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-MV-OPERATION         PIC X(10).
           05  FILLER                  PIC X(5) VALUE " HOY ".
           05  WS-MV-HOY               PIC ZZZZ9.

      * LINEAS DE OUTLRPT.DAT
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(30)
               VALUE "CALCULOS ATIPICOS DEL DIA DE N".
           05  FILLER                  PIC X(7) VALUE "EGOCIO ".
           05  RTL-FECHA               PIC 9(8).
       01  RPT-DEFECTO-LINE.
           05  FILLER                  PIC X(20)
               VALUE "DEFECTO: VENTANA DE ".
           05  RDF-DIAS                PIC ZZ9.
           05  FILLER                  PIC X(26)
               VALUE " DIAS LABORABLES DESDE EL ".
           05  RDF-DESDE               PIC 9(8).
           05  FILLER                  PIC X(15)
               VALUE ", SENSIBILIDAD ".
           05  RDF-SENS                PIC 9.9.
       01  RPT-DETALLE-HEADING.
           05  FILLER                  PIC X(30)
               VALUE "EN OPERACION  RUN-ID   SEQ    ".
           05  FILLER                  PIC X(30)
               VALUE "OPERADOR     VALOR-1     VALOR".
           05  FILLER                  PIC X(20)
               VALUE "-2   RESULTADO FUERA".
       01  RPT-DETALLE-LINE.
           05  RDL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-OPERATION           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-RUN-ID              PIC 9(8).
           05  FILLER                  PIC X VALUE "-".
           05  RDL-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-OPERATOR            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-VALUE-1             PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-VALUE-2             PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-RESULT              PIC -ZZZZZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RDL-FUERA               PIC X(3).
       01  RPT-ESTRATO-HEADING.
           05  FILLER                  PIC X(25)
               VALUE "EN OPERACION DIAS PERFIL ".
           05  FILLER                  PIC X(23)
               VALUE "  MEDIA RES   DESV RES ".
           05  FILLER                  PIC X(31)
               VALUE " VOL/D   DESV   HOY ATIP ESTADO".
       01  RPT-ESTRATO-LINE.
           05  REL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-OPERATION           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-DIAS                PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-CALCULOS            PIC ZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-MEDIA               PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-DESV                PIC ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-VOL-MEDIA           PIC ZZZ9.9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-VOL-DESV            PIC ZZZ9.9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-HOY                 PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-ATIPICOS            PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-ESTADO              PIC X(6).
       01  RPT-TOTAL-LINE.
           05  RTT-TEXTO               PIC X(50).
           05  RTT-CUENTA              PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RECORRER-CALCFILE THRU 2000-EXIT.
           IF NOT WS-PERFIL-CERRADO
               PERFORM 3000-CERRAR-PERFIL
           END-IF.
           IF WS-TOT-ATIPICOS = ZERO
               MOVE "  NINGUNO" TO OUTLIER-REPORT-RECORD
               WRITE OUTLIER-REPORT-RECORD
           END-IF.
           PERFORM 4000-JUZGAR-VOLUMEN
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           PERFORM 4500-ORDENAR-ESTRATOS
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           PERFORM 5000-INFORME-ESTRATOS.
           PERFORM 6000-GRABAR-PERFIL.
           PERFORM 7000-AVISAR-ESTRATO
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 1200-CARGAR-CALENDARIO.
           PERFORM 1300-CARGAR-PARAMETROS.
           PERFORM 1500-CARGAR-REVERSOS.
           OPEN OUTPUT OUTLIER-REPORT-FILE.
           MOVE WS-HOY TO RTL-FECHA.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE WS-DEF-DIAS TO RDF-DIAS.
           MOVE WS-DEF-DESDE TO RDF-DESDE.
           MOVE WS-DEF-SENS TO RDF-SENS.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-DEFECTO-LINE.
           MOVE SPACES TO OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD.
           MOVE "CALCULOS DEL DIA FUERA DE PERFIL (1 = VALOR-1, 2 = "
               TO OUTLIER-REPORT-RECORD.
           MOVE "VALOR-2, R = RESULTADO):" TO
               OUTLIER-REPORT-RECORD(52:24).
           WRITE OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-DETALLE-HEADING.

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
           IF WS-CAL-STATUS = "00"
               PERFORM 1210-CARGAR-FESTIVO UNTIL WS-CAL-EOF
               CLOSE WORK-CALENDAR-FILE
           END-IF.

       1210-CARGAR-FESTIVO.
           READ WORK-CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF WC-FECHA IS NUMERIC AND WS-FESTIVO-COUNT < 200
                       ADD 1 TO WS-FESTIVO-COUNT
                       MOVE WC-FECHA TO
                           WS-FESTIVO(WS-FESTIVO-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * OUTLCFG.DAT: LA LINEA EN BLANCO CAMBIA EL DEFECTO, LAS DEMAS
      * SON DE SU ENTIDAD. CADA VENTANA SE TRADUCE A SU FECHA DESDE;
      * CALCFILE.DAT SE LEE DESDE LA MAS ANTIGUA.
      ******************************************************************
       1300-CARGAR-PARAMETROS.
           OPEN INPUT OUTLIER-CONFIG-FILE.
           IF WS-CFG-STATUS = "00"
               PERFORM 1310-LEER-PARAMETRO UNTIL WS-CFG-EOF
               CLOSE OUTLIER-CONFIG-FILE
           END-IF.
           MOVE WS-DEF-DIAS TO WS-DIAS-VENTANA.
           PERFORM 1400-CALCULAR-DESDE.
           MOVE WS-FECHA-DESDE TO WS-DEF-DESDE.
           MOVE WS-FECHA-DESDE TO WS-DESDE-MINIMO.
           PERFORM 1330-DESDE-ENTIDAD
               VARYING WS-CFG-SUB FROM 1 BY 1
               UNTIL WS-CFG-SUB > WS-CFG-COUNT.

       1310-LEER-PARAMETRO.
           READ OUTLIER-CONFIG-FILE
               AT END
                   SET WS-CFG-EOF TO TRUE
               NOT AT END
                   IF OC-ENTITY = SPACES
                       PERFORM 1320-PARAMETRO-DEFECTO
                   ELSE
                       IF WS-CFG-COUNT < 100
                           ADD 1 TO WS-CFG-COUNT
                           PERFORM 1325-PARAMETRO-ENTIDAD
                       ELSE
                           DISPLAY "CALCOUTL: OUTLCFG.DAT TIENE MAS "
                               "DE 100 ENTIDADES, SE IGNORA "
                               OC-ENTITY
                       END-IF
                   END-IF
           END-READ.

       1320-PARAMETRO-DEFECTO.
           IF OC-DIAS IS NUMERIC AND OC-DIAS > ZERO
               MOVE OC-DIAS TO WS-DEF-DIAS
           END-IF.
           IF OC-SENSIBILIDAD IS NUMERIC AND OC-SENSIBILIDAD > ZERO
               MOVE OC-SENSIBILIDAD TO WS-DEF-SENS
           END-IF.
           IF OC-MINIMO IS NUMERIC AND OC-MINIMO > ZERO
               MOVE OC-MINIMO TO WS-DEF-MINIMO
           END-IF.

      *    LOS CAMPOS A CERO QUEDAN A CERO: TOMAN EL DEFECTO EN 1330,
      *    CUANDO YA SE HA LEIDO TODO EL FICHERO
       1325-PARAMETRO-ENTIDAD.
           MOVE OC-ENTITY TO WS-CFG-ENTITY(WS-CFG-COUNT).
           MOVE ZERO TO WS-CFG-DIAS(WS-CFG-COUNT).
           MOVE ZERO TO WS-CFG-SENS(WS-CFG-COUNT).
           MOVE ZERO TO WS-CFG-MINIMO(WS-CFG-COUNT).
           IF OC-DIAS IS NUMERIC
               MOVE OC-DIAS TO WS-CFG-DIAS(WS-CFG-COUNT)
           END-IF.
           IF OC-SENSIBILIDAD IS NUMERIC
               MOVE OC-SENSIBILIDAD TO WS-CFG-SENS(WS-CFG-COUNT)
           END-IF.
           IF OC-MINIMO IS NUMERIC
               MOVE OC-MINIMO TO WS-CFG-MINIMO(WS-CFG-COUNT)
           END-IF.

       1330-DESDE-ENTIDAD.
           IF WS-CFG-DIAS(WS-CFG-SUB) = ZERO
               MOVE WS-DEF-DIAS TO WS-CFG-DIAS(WS-CFG-SUB)
           END-IF.
           IF WS-CFG-SENS(WS-CFG-SUB) = ZERO
               MOVE WS-DEF-SENS TO WS-CFG-SENS(WS-CFG-SUB)
           END-IF.
           IF WS-CFG-MINIMO(WS-CFG-SUB) = ZERO
               MOVE WS-DEF-MINIMO TO WS-CFG-MINIMO(WS-CFG-SUB)
           END-IF.
           MOVE WS-CFG-DIAS(WS-CFG-SUB) TO WS-DIAS-VENTANA.
           PERFORM 1400-CALCULAR-DESDE.
           MOVE WS-FECHA-DESDE TO WS-CFG-DESDE(WS-CFG-SUB).
           IF WS-FECHA-DESDE < WS-DESDE-MINIMO
               MOVE WS-FECHA-DESDE TO WS-DESDE-MINIMO
           END-IF.

      ******************************************************************
      * PRIMER DIA DE LA VENTANA: WS-DIAS-VENTANA DIAS LABORABLES
      * HACIA ATRAS DESDE LA FECHA DE NEGOCIO, SIN CONTARLA
      ******************************************************************
       1400-CALCULAR-DESDE.
           MOVE WS-HOY TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE WS-FS-SERIAL TO WS-SERIAL-DIA.
           MOVE ZERO TO WS-LABORABLES.
           PERFORM 1410-DIA-ANTERIOR
               UNTIL WS-LABORABLES NOT < WS-DIAS-VENTANA.
           MOVE WS-FS-FECHA TO WS-FECHA-DESDE.

       1410-DIA-ANTERIOR.
           SUBTRACT 1 FROM WS-SERIAL-DIA.
           MOVE WS-SERIAL-DIA TO WS-FS-SERIAL.
           PERFORM 8100-SERIAL-A-FECHA.
           PERFORM 1420-ES-LABORABLE.
           IF WS-LABORABLE
               ADD 1 TO WS-LABORABLES
           END-IF.

      *    WS-FS-FECHA CON SU DIA JULIANO EN WS-SERIAL-DIA
       1420-ES-LABORABLE.
           MOVE "Y" TO WS-LABORABLE-SWITCH.
      *    DIA JULIANO MODULO 7: 0 = LUNES ... 5 = SABADO, 6 = DOMINGO
           DIVIDE WS-SERIAL-DIA BY 7 GIVING WS-FS-T1
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA > 4
               MOVE "N" TO WS-LABORABLE-SWITCH
           END-IF.
           PERFORM 1430-COMPARAR-FESTIVO
               VARYING WS-FESTIVO-SUB FROM 1 BY 1
               UNTIL WS-FESTIVO-SUB > WS-FESTIVO-COUNT
               OR NOT WS-LABORABLE.

       1430-COMPARAR-FESTIVO.
           IF WS-FESTIVO(WS-FESTIVO-SUB) = WS-FS-FECHA
               MOVE "N" TO WS-LABORABLE-SWITCH
           END-IF.

      ******************************************************************
      * LOS CALCULOS QUE calcAdj REVERSO DESDE EL PRINCIPIO DE LA
      * VENTANA MAS LARGA (ADJLOG.DAT, CLAVE DEL ORIGINAL)
      ******************************************************************
       1500-CARGAR-REVERSOS.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJ-STATUS = "00"
               PERFORM 1510-LEER-REVERSO UNTIL WS-ADJ-EOF
               CLOSE ADJUST-LOG-FILE
           END-IF.

       1510-LEER-REVERSO.
           READ ADJUST-LOG-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
               NOT AT END
                   IF AD-ORIG-DATE IS NUMERIC
                      AND AD-ORIG-DATE NOT < WS-DESDE-MINIMO
                       PERFORM 1520-GUARDAR-REVERSO
                   END-IF
           END-READ.

       1520-GUARDAR-REVERSO.
           IF WS-REV-COUNT < 2000
               ADD 1 TO WS-REV-COUNT
               MOVE AD-ORIG-KEY TO WS-REV-KEY(WS-REV-COUNT)
           ELSE
               IF NOT WS-DESBORDE
                   DISPLAY "CALCOUTL: MAS DE 2000 REVERSOS EN LA "
                       "VENTANA, TABLA DESBORDADA"
               END-IF
               SET WS-DESBORDE TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * CALCFILE.DAT EN ORDEN DE CLAVE (FECHA PRIMERO) DESDE EL
      * PRINCIPIO DE LA VENTANA MAS LARGA HASTA LA FECHA DE NEGOCIO:
      * LO ANTERIOR ALIMENTA EL PERFIL, LO DEL DIA SE JUZGA
      ******************************************************************
       2000-RECORRER-CALCFILE.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCOUTL: CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS ")"
               MOVE "CALCFILE.DAT NO DISPONIBLE, NO HAY ANALISIS"
                   TO OUTLIER-REPORT-RECORD
               WRITE OUTLIER-REPORT-RECORD
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           MOVE WS-DESDE-MINIMO TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   CLOSE CALC-FILE
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LEER-CALCFILE UNTIL WS-EOF.
           CLOSE CALC-FILE.
       2000-EXIT.
           EXIT.

       2100-LEER-CALCFILE.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2200-TRATAR-CALCULO THRU 2200-EXIT
           END-READ.

       2200-TRATAR-CALCULO.
           IF CALC-DATE > WS-HOY
               SET WS-EOF TO TRUE
               GO TO 2200-EXIT.
           IF CALC-PROGRAM = "calcAdj"
               ADD 1 TO WS-EXCLUIDOS
               GO TO 2200-EXIT.
           PERFORM 2300-BUSCAR-REVERSADO.
           IF WS-REVERSADO
               ADD 1 TO WS-EXCLUIDOS
               GO TO 2200-EXIT.
      *    PRIMER CALCULO DEL DIA: EL PERFIL YA ESTA COMPLETO
           IF CALC-DATE = WS-HOY AND NOT WS-PERFIL-CERRADO
               PERFORM 3000-CERRAR-PERFIL
           END-IF.
           PERFORM 2400-BUSCAR-ESTRATO THRU 2400-EXIT.
           IF NOT WS-HALLADO
               ADD 1 TO WS-SIN-ESTRATO
               GO TO 2200-EXIT.
           IF CALC-DATE = WS-HOY
               PERFORM 2600-JUZGAR-CALCULO THRU 2600-EXIT
               GO TO 2200-EXIT.
      *    LOS CALCULOS DE UN SABADO, DOMINGO O FESTIVO NO ENTRAN EN
      *    EL PERFIL: LA VENTANA SE MIDE EN DIAS LABORABLES
           IF CALC-DATE NOT = WS-ULTIMA-FECHA
               MOVE CALC-DATE TO WS-ULTIMA-FECHA
               MOVE CALC-DATE TO WS-FS-FECHA
               PERFORM 8000-FECHA-A-SERIAL
               MOVE WS-FS-SERIAL TO WS-SERIAL-DIA
               PERFORM 1420-ES-LABORABLE
           END-IF.
           IF WS-LABORABLE
              AND CALC-DATE NOT < WS-ST-DESDE(WS-ST-IDX)
               PERFORM 2500-ACUMULAR-PERFIL
           END-IF.
       2200-EXIT.
           EXIT.

       2300-BUSCAR-REVERSADO.
           MOVE "N" TO WS-REVERSADO-SWITCH.
           PERFORM 2310-COMPARAR-REVERSADO
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT OR WS-REVERSADO.

       2310-COMPARAR-REVERSADO.
           IF WS-REV-KEY(WS-REV-SUB) = CALC-KEY
               SET WS-REVERSADO TO TRUE
           END-IF.

      ******************************************************************
      * ESTRATO ENTIDAD + OPERACION DEL CALCULO EN WS-ST-IDX; UNO
      * NUEVO TOMA LOS PARAMETROS DE SU ENTIDAD O LOS DEL DEFECTO
      ******************************************************************
       2400-BUSCAR-ESTRATO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 2410-COMPARAR-ESTRATO
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-HALLADO.
           IF WS-HALLADO
               GO TO 2400-EXIT.
           IF WS-ST-COUNT NOT < 200
               IF NOT WS-DESBORDE
                   DISPLAY "CALCOUTL: MAS DE 200 ENTIDADES Y "
                       "OPERACIONES, TABLA DESBORDADA"
               END-IF
               SET WS-DESBORDE TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2400-EXIT.
           ADD 1 TO WS-ST-COUNT.
           MOVE WS-ST-COUNT TO WS-ST-IDX.
           PERFORM 2420-NUEVO-ESTRATO.
           SET WS-HALLADO TO TRUE.
       2400-EXIT.
           EXIT.

       2410-COMPARAR-ESTRATO.
           IF WS-ST-ENTITY(WS-ST-SUB) = CALC-ENTITY
              AND WS-ST-OPERATION(WS-ST-SUB) = CALC-OPERATION
               MOVE WS-ST-SUB TO WS-ST-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       2420-NUEVO-ESTRATO.
           MOVE CALC-ENTITY TO WS-ST-ENTITY(WS-ST-IDX).
           MOVE CALC-OPERATION TO WS-ST-OPERATION(WS-ST-IDX).
           MOVE WS-DEF-DESDE TO WS-ST-DESDE(WS-ST-IDX).
           MOVE WS-DEF-DIAS TO WS-ST-DIAS(WS-ST-IDX).
           MOVE WS-DEF-SENS TO WS-ST-SENS(WS-ST-IDX).
           MOVE WS-DEF-MINIMO TO WS-ST-MINIMO(WS-ST-IDX).
           PERFORM 2430-PARAMETROS-ESTRATO
               VARYING WS-CFG-SUB FROM 1 BY 1
               UNTIL WS-CFG-SUB > WS-CFG-COUNT.
           MOVE ZERO TO WS-ST-CALCULOS(WS-ST-IDX).
           PERFORM 2440-INICIAR-METRICA
               VARYING WS-MET-SUB FROM 1 BY 1
               UNTIL WS-MET-SUB > 3.
           MOVE ZERO TO WS-ST-DIA-FECHA(WS-ST-IDX).
           MOVE ZERO TO WS-ST-DIA-CUENTA(WS-ST-IDX).
           MOVE ZERO TO WS-ST-VOL-CUADRADOS(WS-ST-IDX).
           MOVE ZERO TO WS-ST-VOL-MEDIA(WS-ST-IDX).
           MOVE ZERO TO WS-ST-VOL-DESV(WS-ST-IDX).
           MOVE ZERO TO WS-ST-HOY(WS-ST-IDX).
           MOVE ZERO TO WS-ST-ATIPICOS(WS-ST-IDX).
           MOVE SPACES TO WS-ST-ESTADO(WS-ST-IDX).

       2430-PARAMETROS-ESTRATO.
           IF WS-CFG-ENTITY(WS-CFG-SUB) = CALC-ENTITY
               MOVE WS-CFG-DESDE(WS-CFG-SUB) TO WS-ST-DESDE(WS-ST-IDX)
               MOVE WS-CFG-DIAS(WS-CFG-SUB) TO WS-ST-DIAS(WS-ST-IDX)
               MOVE WS-CFG-SENS(WS-CFG-SUB) TO WS-ST-SENS(WS-ST-IDX)
               MOVE WS-CFG-MINIMO(WS-CFG-SUB)
                   TO WS-ST-MINIMO(WS-ST-IDX)
           END-IF.

       2440-INICIAR-METRICA.
           MOVE ZERO TO WS-ST-SUMA(WS-ST-IDX, WS-MET-SUB).
           MOVE ZERO TO WS-ST-CUADRADOS(WS-ST-IDX, WS-MET-SUB).
           MOVE ZERO TO WS-ST-MEDIA(WS-ST-IDX, WS-MET-SUB).
           MOVE ZERO TO WS-ST-DESV(WS-ST-IDX, WS-MET-SUB).

      ******************************************************************
      * UN CALCULO DEL PERFIL: SUMAS Y SUMAS DE CUADRADOS DE CADA
      * METRICA; EL DIA ANTERIOR DEL ESTRATO SE CIERRA AL CAMBIAR
      ******************************************************************
       2500-ACUMULAR-PERFIL.
           ADD 1 TO WS-ST-CALCULOS(WS-ST-IDX).
           MOVE CALC-VALUE-1 TO WS-VALOR(1).
           MOVE CALC-VALUE-2 TO WS-VALOR(2).
           MOVE CALC-RESULT TO WS-VALOR(3).
           PERFORM 2510-SUMAR-METRICA
               VARYING WS-MET-SUB FROM 1 BY 1
               UNTIL WS-MET-SUB > 3.
           IF CALC-DATE NOT = WS-ST-DIA-FECHA(WS-ST-IDX)
               PERFORM 2520-CERRAR-DIA
               MOVE CALC-DATE TO WS-ST-DIA-FECHA(WS-ST-IDX)
           END-IF.
           ADD 1 TO WS-ST-DIA-CUENTA(WS-ST-IDX).

       2510-SUMAR-METRICA.
           ADD WS-VALOR(WS-MET-SUB)
               TO WS-ST-SUMA(WS-ST-IDX, WS-MET-SUB).
           COMPUTE WS-ST-CUADRADOS(WS-ST-IDX, WS-MET-SUB) =
               WS-ST-CUADRADOS(WS-ST-IDX, WS-MET-SUB)
               + WS-VALOR(WS-MET-SUB) * WS-VALOR(WS-MET-SUB).

       2520-CERRAR-DIA.
           COMPUTE WS-ST-VOL-CUADRADOS(WS-ST-IDX) =
               WS-ST-VOL-CUADRADOS(WS-ST-IDX)
               + WS-ST-DIA-CUENTA(WS-ST-IDX)
               * WS-ST-DIA-CUENTA(WS-ST-IDX).
           MOVE ZERO TO WS-ST-DIA-CUENTA(WS-ST-IDX).

      ******************************************************************
      * UN CALCULO DEL DIA: CADA METRICA QUE SE ALEJA DE LA MEDIA MAS
      * DE SENSIBILIDAD x DESVIACION LO MARCA. UN ESTRATO CON MENOS
      * CALCULOS DE PERFIL QUE EL MINIMO NO SE JUZGA.
      ******************************************************************
       2600-JUZGAR-CALCULO.
           ADD 1 TO WS-ST-HOY(WS-ST-IDX).
           IF WS-ST-CALCULOS(WS-ST-IDX) < WS-ST-MINIMO(WS-ST-IDX)
               GO TO 2600-EXIT.
           MOVE CALC-VALUE-1 TO WS-VALOR(1).
           MOVE CALC-VALUE-2 TO WS-VALOR(2).
           MOVE CALC-RESULT TO WS-VALOR(3).
           MOVE SPACES TO WS-FUERA.
           PERFORM 2610-PROBAR-METRICA
               VARYING WS-MET-SUB FROM 1 BY 1
               UNTIL WS-MET-SUB > 3.
           IF WS-FUERA = SPACES
               GO TO 2600-EXIT.
           ADD 1 TO WS-ST-ATIPICOS(WS-ST-IDX).
           ADD 1 TO WS-TOT-ATIPICOS.
           MOVE CALC-ENTITY TO RDL-ENTITY.
           MOVE CALC-OPERATION TO RDL-OPERATION.
           MOVE CALC-RUN-ID TO RDL-RUN-ID.
           MOVE CALC-SEQ TO RDL-SEQ.
           MOVE CALC-OPERATOR TO RDL-OPERATOR.
           MOVE CALC-VALUE-1 TO RDL-VALUE-1.
           MOVE CALC-VALUE-2 TO RDL-VALUE-2.
           MOVE CALC-RESULT TO RDL-RESULT.
           MOVE WS-FUERA TO RDL-FUERA.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-DETALLE-LINE.
       2600-EXIT.
           EXIT.

       2610-PROBAR-METRICA.
           COMPUTE WS-DIFERENCIA = WS-VALOR(WS-MET-SUB)
               - WS-ST-MEDIA(WS-ST-IDX, WS-MET-SUB).
           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
           END-IF.
           COMPUTE WS-LIMITE = WS-ST-SENS(WS-ST-IDX)
               * WS-ST-DESV(WS-ST-IDX, WS-MET-SUB).
           IF WS-DIFERENCIA > WS-LIMITE
               MOVE WS-MARCA(WS-MET-SUB) TO WS-FUERA-X(WS-MET-SUB)
           END-IF.

      ******************************************************************
      * FIN DEL PERFIL: MEDIA Y DESVIACION TIPICA DE CADA METRICA Y
      * DEL VOLUMEN DIARIO (LOS DIAS SIN CALCULOS CUENTAN COMO CERO)
      ******************************************************************
       3000-CERRAR-PERFIL.
           SET WS-PERFIL-CERRADO TO TRUE.
           PERFORM 3100-ESTADISTICOS
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.

       3100-ESTADISTICOS.
           MOVE WS-ST-SUB TO WS-ST-IDX.
           PERFORM 2520-CERRAR-DIA.
           IF WS-ST-CALCULOS(WS-ST-IDX) > ZERO
               PERFORM 3110-MEDIA-DESVIACION
                   VARYING WS-MET-SUB FROM 1 BY 1
                   UNTIL WS-MET-SUB > 3
               COMPUTE WS-ST-VOL-MEDIA(WS-ST-IDX) ROUNDED =
                   WS-ST-CALCULOS(WS-ST-IDX) / WS-ST-DIAS(WS-ST-IDX)
               COMPUTE WS-VARIANZA =
                   WS-ST-VOL-CUADRADOS(WS-ST-IDX)
                   / WS-ST-DIAS(WS-ST-IDX)
                   - WS-ST-VOL-MEDIA(WS-ST-IDX)
                   * WS-ST-VOL-MEDIA(WS-ST-IDX)
               IF WS-VARIANZA < ZERO
                   MOVE ZERO TO WS-VARIANZA
               END-IF
               COMPUTE WS-ST-VOL-DESV(WS-ST-IDX) ROUNDED =
                   WS-VARIANZA ** 0.5
           END-IF.

       3110-MEDIA-DESVIACION.
           COMPUTE WS-ST-MEDIA(WS-ST-IDX, WS-MET-SUB) ROUNDED =
               WS-ST-SUMA(WS-ST-IDX, WS-MET-SUB)
               / WS-ST-CALCULOS(WS-ST-IDX).
           COMPUTE WS-VARIANZA ROUNDED =
               WS-ST-CUADRADOS(WS-ST-IDX, WS-MET-SUB)
               / WS-ST-CALCULOS(WS-ST-IDX)
               - WS-ST-MEDIA(WS-ST-IDX, WS-MET-SUB)
               * WS-ST-MEDIA(WS-ST-IDX, WS-MET-SUB).
           IF WS-VARIANZA < ZERO
               MOVE ZERO TO WS-VARIANZA
           END-IF.
           COMPUTE WS-ST-DESV(WS-ST-IDX, WS-MET-SUB) ROUNDED =
               WS-VARIANZA ** 0.5.

      ******************************************************************
      * VOLUMEN DEL DIA CONTRA EL VOLUMEN DIARIO DEL PERFIL; UN
      * ESTRATO SIN CALCULOS HOY TAMBIEN PUEDE QUEDAR BAJO
      ******************************************************************
       4000-JUZGAR-VOLUMEN.
           IF WS-ST-CALCULOS(WS-ST-SUB) < WS-ST-MINIMO(WS-ST-SUB)
               MOVE "S/PERF" TO WS-ST-ESTADO(WS-ST-SUB)
           ELSE
               MOVE "NORMAL" TO WS-ST-ESTADO(WS-ST-SUB)
               COMPUTE WS-LIMITE = WS-ST-VOL-MEDIA(WS-ST-SUB)
                   + WS-ST-SENS(WS-ST-SUB) * WS-ST-VOL-DESV(WS-ST-SUB)
               COMPUTE WS-LIMITE-BAJO = WS-ST-VOL-MEDIA(WS-ST-SUB)
                   - WS-ST-SENS(WS-ST-SUB) * WS-ST-VOL-DESV(WS-ST-SUB)
               IF WS-ST-HOY(WS-ST-SUB) > WS-LIMITE
                   MOVE "ALTO" TO WS-ST-ESTADO(WS-ST-SUB)
                   ADD 1 TO WS-TOT-VOLUMEN
               END-IF
               IF WS-ST-HOY(WS-ST-SUB) < WS-LIMITE-BAJO
                   MOVE "BAJO" TO WS-ST-ESTADO(WS-ST-SUB)
                   ADD 1 TO WS-TOT-VOLUMEN
               END-IF
           END-IF.

      ******************************************************************
      * ORDENACION POR SELECCION DE LOS ESTRATOS POR ENTIDAD Y
      * OPERACION, COMO EN ctlRpt
      ******************************************************************
       4500-ORDENAR-ESTRATOS.
           MOVE WS-ST-SUB TO WS-ST-MENOR.
           PERFORM 4510-COMPARAR-ESTRATO
               VARYING WS-ST-SUB2 FROM WS-ST-SUB BY 1
               UNTIL WS-ST-SUB2 > WS-ST-COUNT.
           IF WS-ST-MENOR NOT = WS-ST-SUB
               MOVE WS-ST-ENTRY(WS-ST-SUB) TO WS-ST-AUX
               MOVE WS-ST-ENTRY(WS-ST-MENOR) TO WS-ST-ENTRY(WS-ST-SUB)
               MOVE WS-ST-AUX TO WS-ST-ENTRY(WS-ST-MENOR)
           END-IF.

       4510-COMPARAR-ESTRATO.
           IF WS-ST-CLAVE(WS-ST-SUB2) < WS-ST-CLAVE(WS-ST-MENOR)
               MOVE WS-ST-SUB2 TO WS-ST-MENOR
           END-IF.

       5000-INFORME-ESTRATOS.
           MOVE SPACES TO OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD.
           MOVE "PERFIL Y VOLUMEN DEL DIA POR ENTIDAD Y OPERACION:"
               TO OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-ESTRATO-HEADING.
           PERFORM 5100-LINEA-ESTRATO
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           MOVE SPACES TO OUTLIER-REPORT-RECORD.
           WRITE OUTLIER-REPORT-RECORD.
           MOVE "CALCULOS ATIPICOS" TO RTT-TEXTO.
           MOVE WS-TOT-ATIPICOS TO RTT-CUENTA.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "VOLUMENES ATIPICOS (ALTO O BAJO)" TO RTT-TEXTO.
           MOVE WS-TOT-VOLUMEN TO RTT-CUENTA.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "EXCLUIDOS: REVERSOS Y CALCULOS REVERSADOS"
               TO RTT-TEXTO.
           MOVE WS-EXCLUIDOS TO RTT-CUENTA.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-TOTAL-LINE.
           IF WS-DESBORDE
               MOVE "SIN ANALIZAR POR TABLA DESBORDADA" TO RTT-TEXTO
               MOVE WS-SIN-ESTRATO TO RTT-CUENTA
               WRITE OUTLIER-REPORT-RECORD FROM RPT-TOTAL-LINE
           END-IF.

       5100-LINEA-ESTRATO.
           MOVE WS-ST-ENTITY(WS-ST-SUB) TO REL-ENTITY.
           MOVE WS-ST-OPERATION(WS-ST-SUB) TO REL-OPERATION.
           MOVE WS-ST-DIAS(WS-ST-SUB) TO REL-DIAS.
           MOVE WS-ST-CALCULOS(WS-ST-SUB) TO REL-CALCULOS.
           MOVE WS-ST-MEDIA(WS-ST-SUB, 3) TO REL-MEDIA.
           MOVE WS-ST-DESV(WS-ST-SUB, 3) TO REL-DESV.
           MOVE WS-ST-VOL-MEDIA(WS-ST-SUB) TO REL-VOL-MEDIA.
           MOVE WS-ST-VOL-DESV(WS-ST-SUB) TO REL-VOL-DESV.
           MOVE WS-ST-HOY(WS-ST-SUB) TO REL-HOY.
           MOVE WS-ST-ATIPICOS(WS-ST-SUB) TO REL-ATIPICOS.
           MOVE WS-ST-ESTADO(WS-ST-SUB) TO REL-ESTADO.
           WRITE OUTLIER-REPORT-RECORD FROM RPT-ESTRATO-LINE.

      ******************************************************************
      * OUTLPRF.DAT: EL PERFIL CON QUE SE JUZGO EL DIA
      ******************************************************************
       6000-GRABAR-PERFIL.
           OPEN OUTPUT OUTLIER-PROFILE-FILE.
           PERFORM 6100-LINEA-PERFIL
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           CLOSE OUTLIER-PROFILE-FILE.

       6100-LINEA-PERFIL.
           MOVE SPACES TO OUTLIER-PROFILE-RECORD.
           MOVE WS-ST-ENTITY(WS-ST-SUB) TO OP-ENTITY.
           MOVE WS-ST-OPERATION(WS-ST-SUB) TO OP-OPERATION.
           MOVE WS-HOY TO OP-FECHA.
           MOVE WS-ST-DESDE(WS-ST-SUB) TO OP-DESDE.
           MOVE WS-ST-DIAS(WS-ST-SUB) TO OP-DIAS.
           MOVE WS-ST-CALCULOS(WS-ST-SUB) TO OP-CALCULOS.
           PERFORM 6110-METRICA-PERFIL
               VARYING WS-MET-SUB FROM 1 BY 1
               UNTIL WS-MET-SUB > 3.
           MOVE WS-ST-VOL-MEDIA(WS-ST-SUB) TO OP-VOL-MEDIA.
           MOVE WS-ST-VOL-DESV(WS-ST-SUB) TO OP-VOL-DESV.
           WRITE OUTLIER-PROFILE-RECORD.

       6110-METRICA-PERFIL.
           MOVE WS-ST-MEDIA(WS-ST-SUB, WS-MET-SUB)
               TO OP-MEDIA(WS-MET-SUB).
           MOVE WS-ST-DESV(WS-ST-SUB, WS-MET-SUB)
               TO OP-DESV(WS-MET-SUB).

      ******************************************************************
      * UNA ALERTA W POR ESTRATO CON CALCULOS ATIPICOS Y OTRA POR
      * VOLUMEN ATIPICO; EL DETALLE ESTA EN OUTLRPT.DAT
      ******************************************************************
       7000-AVISAR-ESTRATO.
           IF WS-ST-ATIPICOS(WS-ST-SUB) > ZERO
               MOVE WS-ST-ENTITY(WS-ST-SUB) TO WS-MA-ENTITY
               MOVE WS-ST-OPERATION(WS-ST-SUB) TO WS-MA-OPERATION
               MOVE WS-ST-ATIPICOS(WS-ST-SUB) TO WS-MA-CUENTA
               MOVE WS-MSG-ATIPICO TO WS-ALERTA-MENSAJE
               PERFORM 8200-REGISTRAR-ALERTA
           END-IF.
           IF WS-ST-ESTADO(WS-ST-SUB) = "ALTO"
              OR WS-ST-ESTADO(WS-ST-SUB) = "BAJO"
               MOVE WS-ST-ESTADO(WS-ST-SUB) TO WS-MV-ESTADO
               MOVE WS-ST-ENTITY(WS-ST-SUB) TO WS-MV-ENTITY
               MOVE WS-ST-OPERATION(WS-ST-SUB) TO WS-MV-OPERATION
               MOVE WS-ST-HOY(WS-ST-SUB) TO WS-MV-HOY
               MOVE WS-MSG-VOLUMEN TO WS-ALERTA-MENSAJE
               PERFORM 8200-REGISTRAR-ALERTA
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

       8200-REGISTRAR-ALERTA.
           MOVE SPACES TO ALERT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "calcOutl" TO AL-PROGRAM.
           MOVE WS-ALERTA-MENSAJE TO AL-MESSAGE.
           MOVE "N" TO AL-ACK-FLAG.
           MOVE SPACES TO AL-ACK-OPERATOR.
           MOVE "W" TO AL-SEVERITY.
           MOVE ZERO TO AL-SEQ.
           ADD 1 TO WS-ALERTAS.
           DISPLAY "CALCOUTL: ALERTA W " WS-ALERTA-MENSAJE.
           PERFORM 8220-ABRIR-ALERTAS THRU 8220-EXIT.
           IF WS-ALERT-STATUS = "00"
               MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
               PERFORM 8210-GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
               CLOSE ALERT-FILE
           END-IF.

       8210-GRABAR-ALERTA.
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
       8220-ABRIR-ALERTAS.
           MOVE ZERO TO WS-ALERT-INTENTOS.
       8220-REINTENTAR.
           OPEN I-O ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   CONTINUE
               WHEN WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   IF WS-ALERT-STATUS = "00"
                       CLOSE ALERT-FILE
                       GO TO 8220-REINTENTAR
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
                   GO TO 8220-REINTENTAR
           END-EVALUATE.
       8220-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE OUTLIER-REPORT-FILE.
           IF WS-RETURN-CODE < 4
              AND (WS-TOT-ATIPICOS > ZERO OR WS-TOT-VOLUMEN > ZERO)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "CALCOUTL: " WS-TOT-ATIPICOS " CALCULOS ATIPICOS, "
               WS-TOT-VOLUMEN " VOLUMENES ATIPICOS, " WS-ALERTAS
               " ALERTAS W".
       END PROGRAM calcOutl.
