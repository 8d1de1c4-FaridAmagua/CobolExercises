      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: monthly control sampling report. For the month the
      *          operator keys (INTRO = the month before the business
      *          month, the one ctlSamp draws by default) it reads the
      *          sample header and items on CTLSAMP.DAT and recounts
      *          the month's calculations on CALCFILE.DAT, and writes
      *          SAMPRPT.DAT: one line per entity + operation stratum
      *          with its population, sampled calculations (and how
      *          many of them are hard-limit overrides or calcAdj
      *          reversals), coverage, reviewed, confirmed and flagged;
      *          the month totals; the exception rate (flagged over
      *          reviewed); and every flagged item with its reviewer
      *          and comment. A population that no longer matches the
      *          one the sample was drawn from is announced.
      *          RETURN-CODE 4 while items are pending or flagged,
      *          8 when the month has no sample.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlRpt.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. cobertura y excepciones de la muestra de control.
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
           SELECT CONTROL-SAMPLE-FILE ASSIGN TO "CTLSAMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT SAMPLE-REPORT-FILE ASSIGN TO "SAMPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CONTROL-SAMPLE-FILE.
           COPY CTLSAMP.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  SAMPLE-REPORT-FILE.
       01  SAMPLE-REPORT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CS-STATUS                PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-CS-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-CS-ABIERTO           VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-MES-X                    PIC X(6).
       01  WS-MES                      PIC 9(6).
       01  WS-MES-DET REDEFINES WS-MES.
           05  WS-MES-AAAA             PIC 9(4).
           05  WS-MES-MM               PIC 99.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * LA CABECERA DEL SORTEO
       01  WS-CAB-POBLACION            PIC 9(7).
       01  WS-CAB-ESPECIALES           PIC 9(7).
       01  WS-CAB-SEMILLA              PIC 9(10).
       01  WS-CAB-PORCENTAJE           PIC 9(3).
       01  WS-CAB-PESO                 PIC 9(2).
       01  WS-CAB-SORTEO-POR           PIC X(8).
       01  WS-CAB-SORTEO-FECHA         PIC 9(8).

      * ESTRATOS ENTIDAD + OPERACION, COMO EN ctlSamp: A PARTIR DEL
      * 199 TODO VA AL ESTRATO 200, "OTRAS"
       01  WS-ES-SUB                   PIC 9(3).
       01  WS-ES-SUB2                  PIC 9(3).
       01  WS-ES-MENOR                 PIC 9(3).
       01  WS-ES-IDX                   PIC 9(3).
       01  WS-ES-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ES-ENTITY-BUSCADA        PIC XX.
       01  WS-ES-OPERATION-BUSCADA     PIC X(10).
       01  WS-ES-TABLA.
           05  WS-ES-ENTRY OCCURS 200 TIMES.
               10  WS-ES-CLAVE.
                   15  WS-ES-ENTITY    PIC XX.
                   15  WS-ES-OPERATION PIC X(10).
               10  WS-ES-POBLACION     PIC 9(7).
               10  WS-ES-MUESTRA       PIC 9(5).
               10  WS-ES-ESPECIALES    PIC 9(5).
               10  WS-ES-REVISADOS     PIC 9(5).
               10  WS-ES-CONFORMES     PIC 9(5).
               10  WS-ES-MARCADOS      PIC 9(5).
       01  WS-ES-AUX                   PIC X(44).

      * TOTALES DEL MES
       01  WS-TOT-POBLACION            PIC 9(7) VALUE ZERO.
       01  WS-TOT-MUESTRA              PIC 9(5) VALUE ZERO.
       01  WS-TOT-ESPECIALES           PIC 9(5) VALUE ZERO.
       01  WS-TOT-REVISADOS            PIC 9(5) VALUE ZERO.
       01  WS-TOT-CONFORMES            PIC 9(5) VALUE ZERO.
       01  WS-TOT-MARCADOS             PIC 9(5) VALUE ZERO.
       01  WS-TOT-PENDIENTES           PIC 9(5) VALUE ZERO.
       01  WS-PORCENTAJE               PIC 9(3)V99.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(32)
                   VALUE "MUESTRA DE CONTROL MENSUAL, MES ".
           05  RTL-MES                 PIC 9(6).
       01  RPT-SORTEO-LINE.
           05  FILLER                  PIC X(8) VALUE "SEMILLA ".
           05  RSO-SEMILLA             PIC 9(10).
           05  FILLER                  PIC X(13) VALUE "  PORCENTAJE ".
           05  RSO-PORCENTAJE          PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE "  PESO ".
           05  RSO-PESO                PIC Z9.
           05  FILLER                  PIC X(13) VALUE "  SORTEO POR ".
           05  RSO-POR                 PIC X(8).
           05  FILLER                  PIC X(4) VALUE " EL ".
           05  RSO-FECHA               PIC 9(8).
       01  RPT-ESTRATO-HEADING.
           05  FILLER                  PIC X(34) VALUE
                   "EN OPERACION  POBLACION  MUESTRA  ".
           05  FILLER                  PIC X(35) VALUE
                   "ESPEC  COBER%  REVIS.  CONF.  MARC.".
       01  RPT-ESTRATO-LINE.
           05  REL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-OPERATION           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-POBLACION           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-MUESTRA             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-ESPECIALES          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-COBERTURA           PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-REVISADOS           PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-CONFORMES           PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REL-MARCADOS            PIC ZZZZ9.
       01  RPT-TASA-LINE.
           05  RTA-TEXTO               PIC X(40).
           05  RTA-PORCENTAJE          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE " %".
       01  RPT-CUENTA-LINE.
           05  RCU-TEXTO               PIC X(40).
           05  RCU-CUENTA              PIC ZZZZZZ9.
           05  RCU-DE                  PIC X(4).
           05  RCU-TOTAL               PIC ZZZZZZ9 BLANK WHEN ZERO.
       01  RPT-MARCADO-TITULO          PIC X(40)
               VALUE "CALCULOS MARCADOS EN LA REVISION".
       01  RPT-MARCADO-HEADING         PIC X(48) VALUE
               " ITEM CALCULO  EN OPERACION  REVISOR  COMENTARIO".
       01  RPT-MARCADO-LINE.
           05  RML-ITEM                PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RML-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RML-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RML-OPERATION           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RML-REVISOR             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RML-COMENTARIO          PIC X(40).
       01  RPT-SIN-MARCADOS            PIC X(40)
               VALUE "  NINGUNO".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-CONTAR-POBLACION THRU 2000-EXIT
               PERFORM 3000-ACUMULAR-MUESTRA
               PERFORM 3500-ORDENAR-ESTRATOS
                   VARYING WS-ES-SUB FROM 1 BY 1
                   UNTIL WS-ES-SUB > WS-ES-COUNT
               PERFORM 4000-IMPRIMIR-ESTRATOS
               PERFORM 5000-IMPRIMIR-TOTALES
               PERFORM 6000-IMPRIMIR-MARCADOS
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * EL MES (POR DEFECTO EL ANTERIOR AL DE NEGOCIO) Y SU CABECERA
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES.
           IF WS-MES-MM = 1
               SUBTRACT 1 FROM WS-MES-AAAA
               MOVE 12 TO WS-MES-MM
           ELSE
               SUBTRACT 1 FROM WS-MES-MM
           END-IF.
           DISPLAY "MES (YYYYMM, INTRO = " WS-MES "):".
           ACCEPT WS-MES-X.
           IF WS-MES-X NOT = SPACES AND WS-MES-X IS NUMERIC
               MOVE WS-MES-X TO WS-MES
           END-IF.
           OPEN INPUT CONTROL-SAMPLE-FILE.
           IF WS-CS-STATUS NOT = "00"
               DISPLAY "CTLSAMP.DAT NO DISPONIBLE (STATUS "
                   WS-CS-STATUS "), SIN INFORME"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           SET WS-CS-ABIERTO TO TRUE.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "EL MES " WS-MES " NO TIENE MUESTRA "
                       "(ctlSamp), SIN INFORME"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1000-EXIT
           END-READ.
           MOVE CS-POBLACION TO WS-CAB-POBLACION.
           MOVE CS-ESPECIALES TO WS-CAB-ESPECIALES.
           MOVE CS-SEMILLA TO WS-CAB-SEMILLA.
           MOVE CS-PORCENTAJE TO WS-CAB-PORCENTAJE.
           MOVE CS-PESO TO WS-CAB-PESO.
           MOVE CS-SORTEO-POR TO WS-CAB-SORTEO-POR.
           MOVE CS-SORTEO-FECHA TO WS-CAB-SORTEO-FECHA.
           OPEN OUTPUT SAMPLE-REPORT-FILE.
           MOVE WS-MES TO RTL-MES.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE WS-CAB-SEMILLA TO RSO-SEMILLA.
           MOVE WS-CAB-PORCENTAJE TO RSO-PORCENTAJE.
           MOVE WS-CAB-PESO TO RSO-PESO.
           MOVE WS-CAB-SORTEO-POR TO RSO-POR.
           MOVE WS-CAB-SORTEO-FECHA TO RSO-FECHA.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-SORTEO-LINE.
       1000-EXIT.
           EXIT.

       1100-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           ELSE
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-FECHA-NEGOCIO
                       ELSE
                           ACCEPT WS-FECHA-NEGOCIO FROM DATE
                               YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      ******************************************************************
      * LA POBLACION DE CADA ESTRATO, RECONTADA EN CALCFILE.DAT EN EL
      * MISMO ORDEN DE CLAVE QUE EL SORTEO
      ******************************************************************
       2000-CONTAR-POBLACION.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CTLRPT: CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "), POBLACION SOLO DE LA CABECERA"
               GO TO 2000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CALC-KEY.
           COMPUTE CALC-DATE = WS-MES * 100.
           START CALC-FILE KEY IS NOT LESS THAN CALC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2100-CONTAR-CALCULO UNTIL WS-EOF.
           CLOSE CALC-FILE.
       2000-EXIT.
           EXIT.

       2100-CONTAR-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CALC-DATE(1:6) NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE CALC-ENTITY TO WS-ES-ENTITY-BUSCADA
                       MOVE CALC-OPERATION TO WS-ES-OPERATION-BUSCADA
                       PERFORM 7000-BUSCAR-ESTRATO
                       ADD 1 TO WS-ES-POBLACION(WS-ES-IDX)
                       ADD 1 TO WS-TOT-POBLACION
                   END-IF
           END-READ.

      ******************************************************************
      * LOS ITEMS DE LA MUESTRA EN SU ESTRATO, POR VEREDICTO
      ******************************************************************
       3000-ACUMULAR-MUESTRA.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           START CONTROL-SAMPLE-FILE KEY IS GREATER THAN CS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 3100-ACUMULAR-ITEM UNTIL WS-EOF.

       3100-ACUMULAR-ITEM.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 3200-CONTAR-ITEM
                   END-IF
           END-READ.

       3200-CONTAR-ITEM.
           MOVE CS-CALC-ENTITY TO WS-ES-ENTITY-BUSCADA.
           MOVE CS-OPERATION TO WS-ES-OPERATION-BUSCADA.
           PERFORM 7000-BUSCAR-ESTRATO.
           ADD 1 TO WS-ES-MUESTRA(WS-ES-IDX).
           ADD 1 TO WS-TOT-MUESTRA.
           IF CS-OVR-DURO OR CS-REVERSO
               ADD 1 TO WS-ES-ESPECIALES(WS-ES-IDX)
               ADD 1 TO WS-TOT-ESPECIALES
           END-IF.
           EVALUATE TRUE
               WHEN CS-CONFORME
                   ADD 1 TO WS-ES-REVISADOS(WS-ES-IDX)
                   ADD 1 TO WS-ES-CONFORMES(WS-ES-IDX)
                   ADD 1 TO WS-TOT-REVISADOS
                   ADD 1 TO WS-TOT-CONFORMES
               WHEN CS-MARCADO
                   ADD 1 TO WS-ES-REVISADOS(WS-ES-IDX)
                   ADD 1 TO WS-ES-MARCADOS(WS-ES-IDX)
                   ADD 1 TO WS-TOT-REVISADOS
                   ADD 1 TO WS-TOT-MARCADOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE.

      ******************************************************************
      * ORDENACION POR SELECCION DE LOS ESTRATOS POR ENTIDAD Y
      * OPERACION; "OTRAS" (ENTIDAD **) QUEDA DELANTE
      ******************************************************************
       3500-ORDENAR-ESTRATOS.
           MOVE WS-ES-SUB TO WS-ES-MENOR.
           PERFORM 3510-COMPARAR-ESTRATO
               VARYING WS-ES-SUB2 FROM WS-ES-SUB BY 1
               UNTIL WS-ES-SUB2 > WS-ES-COUNT.
           IF WS-ES-MENOR NOT = WS-ES-SUB
               MOVE WS-ES-ENTRY(WS-ES-SUB) TO WS-ES-AUX
               MOVE WS-ES-ENTRY(WS-ES-MENOR) TO WS-ES-ENTRY(WS-ES-SUB)
               MOVE WS-ES-AUX TO WS-ES-ENTRY(WS-ES-MENOR)
           END-IF.

       3510-COMPARAR-ESTRATO.
           IF WS-ES-CLAVE(WS-ES-SUB2) < WS-ES-CLAVE(WS-ES-MENOR)
               MOVE WS-ES-SUB2 TO WS-ES-MENOR
           END-IF.

       4000-IMPRIMIR-ESTRATOS.
           MOVE SPACES TO SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-ESTRATO-HEADING.
           PERFORM 4100-IMPRIMIR-ESTRATO
               VARYING WS-ES-SUB FROM 1 BY 1
               UNTIL WS-ES-SUB > WS-ES-COUNT.

       4100-IMPRIMIR-ESTRATO.
           MOVE WS-ES-ENTITY(WS-ES-SUB) TO REL-ENTITY.
           MOVE WS-ES-OPERATION(WS-ES-SUB) TO REL-OPERATION.
           MOVE WS-ES-POBLACION(WS-ES-SUB) TO REL-POBLACION.
           MOVE WS-ES-MUESTRA(WS-ES-SUB) TO REL-MUESTRA.
           MOVE WS-ES-ESPECIALES(WS-ES-SUB) TO REL-ESPECIALES.
           IF WS-ES-POBLACION(WS-ES-SUB) > ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-ES-MUESTRA(WS-ES-SUB) * 100
                   / WS-ES-POBLACION(WS-ES-SUB)
           ELSE
               MOVE ZERO TO WS-PORCENTAJE
           END-IF.
           MOVE WS-PORCENTAJE TO REL-COBERTURA.
           MOVE WS-ES-REVISADOS(WS-ES-SUB) TO REL-REVISADOS.
           MOVE WS-ES-CONFORMES(WS-ES-SUB) TO REL-CONFORMES.
           MOVE WS-ES-MARCADOS(WS-ES-SUB) TO REL-MARCADOS.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-ESTRATO-LINE.

      ******************************************************************
      * TOTALES, COBERTURA Y TASA DE EXCEPCIONES (MARCADOS SOBRE
      * REVISADOS)
      ******************************************************************
       5000-IMPRIMIR-TOTALES.
           MOVE SPACES TO REL-ENTITY.
           MOVE "TOTAL MES" TO REL-OPERATION.
           MOVE WS-TOT-POBLACION TO REL-POBLACION.
           MOVE WS-TOT-MUESTRA TO REL-MUESTRA.
           MOVE WS-TOT-ESPECIALES TO REL-ESPECIALES.
           IF WS-TOT-POBLACION > ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOT-MUESTRA * 100 / WS-TOT-POBLACION
           ELSE
               MOVE ZERO TO WS-PORCENTAJE
           END-IF.
           MOVE WS-PORCENTAJE TO REL-COBERTURA.
           MOVE WS-TOT-REVISADOS TO REL-REVISADOS.
           MOVE WS-TOT-CONFORMES TO REL-CONFORMES.
           MOVE WS-TOT-MARCADOS TO REL-MARCADOS.
           MOVE SPACES TO SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-ESTRATO-LINE.
           MOVE SPACES TO SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD.
           MOVE "ESPECIALES EN LA MUESTRA:" TO RCU-TEXTO.
           MOVE WS-TOT-ESPECIALES TO RCU-CUENTA.
           MOVE " DE " TO RCU-DE.
           MOVE WS-CAB-ESPECIALES TO RCU-TOTAL.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-CUENTA-LINE.
           MOVE "REVISADOS:" TO RCU-TEXTO.
           MOVE WS-TOT-REVISADOS TO RCU-CUENTA.
           MOVE WS-TOT-MUESTRA TO RCU-TOTAL.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-CUENTA-LINE.
           MOVE "PENDIENTES DE REVISION (ctlRev):" TO RCU-TEXTO.
           MOVE WS-TOT-PENDIENTES TO RCU-CUENTA.
           MOVE SPACES TO RCU-DE.
           MOVE ZERO TO RCU-TOTAL.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-CUENTA-LINE.
           IF WS-TOT-REVISADOS > ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOT-MARCADOS * 100 / WS-TOT-REVISADOS
           ELSE
               MOVE ZERO TO WS-PORCENTAJE
           END-IF.
           MOVE "TASA DE EXCEPCIONES (MARCADOS/REVISADOS):"
               TO RTA-TEXTO.
           MOVE WS-PORCENTAJE TO RTA-PORCENTAJE.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-TASA-LINE.
           IF WS-TOT-POBLACION NOT = WS-CAB-POBLACION
               MOVE "AVISO: POBLACION AL SORTEAR" TO RCU-TEXTO
               MOVE WS-CAB-POBLACION TO RCU-CUENTA
               MOVE ", HOY" TO RCU-DE
               MOVE WS-TOT-POBLACION TO RCU-TOTAL
               WRITE SAMPLE-REPORT-RECORD FROM RPT-CUENTA-LINE
               DISPLAY "CTLRPT: LA POBLACION DEL MES CAMBIO DESDE EL "
                   "SORTEO (" WS-CAB-POBLACION " / "
                   WS-TOT-POBLACION ")"
           END-IF.
           DISPLAY "CTLRPT: MES " WS-MES " MUESTRA " WS-TOT-MUESTRA
               " REVISADOS " WS-TOT-REVISADOS " MARCADOS "
               WS-TOT-MARCADOS " PENDIENTES " WS-TOT-PENDIENTES.
           IF WS-TOT-PENDIENTES > ZERO OR WS-TOT-MARCADOS > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       6000-IMPRIMIR-MARCADOS.
           MOVE SPACES TO SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD.
           WRITE SAMPLE-REPORT-RECORD FROM RPT-MARCADO-TITULO.
           IF WS-TOT-MARCADOS = ZERO
               WRITE SAMPLE-REPORT-RECORD FROM RPT-SIN-MARCADOS
           ELSE
               WRITE SAMPLE-REPORT-RECORD FROM RPT-MARCADO-HEADING
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-MES TO CS-MES
               MOVE ZERO TO CS-ITEM
               START CONTROL-SAMPLE-FILE KEY IS GREATER THAN CS-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 6100-IMPRIMIR-MARCADO UNTIL WS-EOF
           END-IF.

       6100-IMPRIMIR-MARCADO.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CS-MARCADO
                           MOVE CS-ITEM TO RML-ITEM
                           MOVE CS-CALC-DATE TO RML-FECHA
                           MOVE CS-CALC-ENTITY TO RML-ENTITY
                           MOVE CS-OPERATION TO RML-OPERATION
                           MOVE CS-REVISOR TO RML-REVISOR
                           MOVE CS-COMENTARIO TO RML-COMENTARIO
                           WRITE SAMPLE-REPORT-RECORD
                               FROM RPT-MARCADO-LINE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * EL ESTRATO DE WS-ES-ENTITY-BUSCADA + WS-ES-OPERATION-BUSCADA EN
      * WS-ES-IDX; SE CREA LA PRIMERA VEZ
      ******************************************************************
       7000-BUSCAR-ESTRATO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-ES-IDX.
           PERFORM 7010-COMPARAR-ESTRATO
               VARYING WS-ES-SUB FROM 1 BY 1
               UNTIL WS-ES-SUB > WS-ES-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-ES-COUNT < 199
                   ADD 1 TO WS-ES-COUNT
                   MOVE WS-ES-COUNT TO WS-ES-IDX
                   MOVE WS-ES-ENTITY-BUSCADA TO WS-ES-ENTITY(WS-ES-IDX)
                   MOVE WS-ES-OPERATION-BUSCADA
                       TO WS-ES-OPERATION(WS-ES-IDX)
                   PERFORM 7020-INICIAR-ESTRATO
               ELSE
                   MOVE 200 TO WS-ES-IDX
                   IF WS-ES-COUNT = 199
                       MOVE 200 TO WS-ES-COUNT
                       MOVE "**" TO WS-ES-ENTITY(WS-ES-IDX)
                       MOVE "OTRAS" TO WS-ES-OPERATION(WS-ES-IDX)
                       PERFORM 7020-INICIAR-ESTRATO
                   END-IF
               END-IF
           END-IF.

       7010-COMPARAR-ESTRATO.
           IF WS-ES-ENTITY(WS-ES-SUB) = WS-ES-ENTITY-BUSCADA
               AND WS-ES-OPERATION(WS-ES-SUB) = WS-ES-OPERATION-BUSCADA
               MOVE WS-ES-SUB TO WS-ES-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       7020-INICIAR-ESTRATO.
           MOVE ZERO TO WS-ES-POBLACION(WS-ES-IDX)
               WS-ES-MUESTRA(WS-ES-IDX)
               WS-ES-ESPECIALES(WS-ES-IDX)
               WS-ES-REVISADOS(WS-ES-IDX)
               WS-ES-CONFORMES(WS-ES-IDX)
               WS-ES-MARCADOS(WS-ES-IDX).

       9000-TERMINATE.
           IF WS-CS-ABIERTO
               CLOSE CONTROL-SAMPLE-FILE
           END-IF.
           IF WS-RETURN-CODE < 8
               CLOSE SAMPLE-REPORT-FILE
           END-IF.
       END PROGRAM ctlRpt.
