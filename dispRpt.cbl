      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: aging of the open dispute cases on DISPUTE.DAT. The
      *          operator keys the cut-off date (YYYYMMDD, INTRO = the
      *          business date) and every case still ABIERTO or EN
      *          REVISION opened on or before it is listed under its
      *          entity with its state, opening date, age in days
      *          since DP-ABIERTO-FECHA and reason, and counted into
      *          the 0-7, 8-30, 31-60 and over-60 day columns of that
      *          entity. The report DISPAGE.DAT carries one block per
      *          entity in entity-code order with the ENTIDAD.DAT
      *          company name next to the code, and a grand total per
      *          column at the end. Ages come from the same day-serial
      *          arithmetic dayClose and arAging use, without
      *          functions. Up to 500 open cases are reported; any
      *          beyond that are counted and announced.
      *          RETURN-CODE 8 when DISPUTE.DAT cannot be opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispRpt.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. antiguedad de los casos de disputa vigentes por entidad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "DISPAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPUTE.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DP-STATUS                PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-ENM-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ENM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ENM-EOF              VALUE "Y".
       01  WS-DP-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-DP-ABIERTO           VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-CORTE-X                  PIC X(8).
       01  WS-CORTE                    PIC 9(8).
       01  WS-SERIAL-CORTE             PIC S9(7) COMP.
       01  WS-DIAS                     PIC S9(7) COMP.
       01  WS-TRAMO                    PIC 9.
       01  WS-ENTIDAD-ACTUAL           PIC XX.
       01  WS-ENTIDADES                PIC 9(3) VALUE ZERO.
       01  WS-POSTERIORES              PIC 9(6) VALUE ZERO.
       01  WS-EXCEDIDOS                PIC 9(6) VALUE ZERO.
       01  WS-SUB                      PIC 9.
       01  WS-ENM-SUB                  PIC 99.
       01  WS-ENM-COUNT                PIC 99 VALUE ZERO.
       01  WS-CASO-SUB                 PIC 9(3).
       01  WS-ENT-SUB                  PIC 99.
       01  WS-ENT-SUB2                 PIC 99.
       01  WS-ENT-MENOR                PIC 99.
       01  WS-ENT-AUX                  PIC XX.
       01  WS-ENT-HALLADA-SWITCH       PIC X.
           88  WS-ENT-HALLADA          VALUE "Y".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * CASOS VIGENTES HASTA EL CORTE, EN ORDEN DE NUMERO DE CASO
       01  WS-CASO-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CASO-TABLA.
           05  WS-CASO-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CASO          PIC 9(6).
               10  WS-CT-ENTITY        PIC XX.
               10  WS-CT-ESTADO        PIC X.
               10  WS-CT-FECHA         PIC 9(8).
               10  WS-CT-DIAS          PIC 9(5).
               10  WS-CT-TRAMO         PIC 9.
               10  WS-CT-MOTIVO        PIC X(30).

      * ENTIDADES CON CASOS, ORDENADAS POR CODIGO ANTES DE IMPRIMIR
       01  WS-ENT-COUNT                PIC 99 VALUE ZERO.
       01  WS-ENT-LISTA.
           05  WS-ENT-CODE OCCURS 50 TIMES PIC XX.

      * TRAMOS 1 A 4 = 0-7, 8-30, 31-60, MAS DE 60 DIAS
       01  WS-ENT-TRAMOS.
           05  WS-ENT-TRAMO OCCURS 4 TIMES PIC 9(5).
       01  WS-ENT-TOTAL                PIC 9(5).
       01  WS-GEN-TRAMOS.
           05  WS-GEN-TRAMO OCCURS 4 TIMES PIC 9(5).
       01  WS-GEN-TOTAL                PIC 9(5).

       01  WS-ENM-TABLA.
           05  WS-ENM-ENTRY OCCURS 20 TIMES.
               10  WS-ENM-CODE         PIC XX.
               10  WS-ENM-NAME         PIC X(30).

      * FECHA <-> NUMERO DE DIA (COMO EN dayClose)
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

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(36)
                   VALUE "ANTIGUEDAD DE CASOS DE DISPUTA AL ".
           05  RTL-CORTE               PIC 9(8).
       01  RPT-DETAIL-HEADING.
           05  FILLER                  PIC X(43) VALUE
                   "  CASO   ESTADO      ABIERTO   DIAS  MOTIVO".
       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(28) VALUE
                   "      0-7 DIAS     8-30 DIAS".
           05  FILLER                  PIC X(28) VALUE
                   "    31-60 DIAS     MAS DE 60".
           05  FILLER                  PIC X(10) VALUE
                   "     TOTAL".
       01  RPT-ENTIDAD-LINE.
           05  FILLER                  PIC X(8) VALUE "ENTIDAD ".
           05  REL-CODE                PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  REL-NAME                PIC X(30).
       01  RPT-CASO-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCL-CASO                PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-ESTADO              PIC X(11).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-DIAS                PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCL-MOTIVO              PIC X(30).
       01  RPT-CUENTA-LINE.
           05  RCU-TRAMO OCCURS 4 TIMES.
               10  RCU-CASOS           PIC ZZZZZZZZZZZZ9.
               10  FILLER              PIC X VALUE SPACE.
           05  RCU-TOTAL               PIC ZZZZZZZZZ9.
       01  RPT-GRAND-LINE              PIC X(14)
               VALUE "TOTAL GENERAL:".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LEER-CASO UNTIL WS-EOF.
           PERFORM 2500-ORDENAR-ENTIDADES
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.
           PERFORM 3000-IMPRIMIR-ENTIDAD
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.
           PERFORM 4000-IMPRIMIR-TOTALES.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           DISPLAY "FECHA DE CORTE (YYYYMMDD, INTRO = FECHA DE "
               "NEGOCIO):".
           ACCEPT WS-CORTE-X.
           IF WS-CORTE-X = SPACES OR WS-CORTE-X IS NOT NUMERIC
               MOVE WS-FECHA-NEGOCIO TO WS-CORTE
           ELSE
               MOVE WS-CORTE-X TO WS-CORTE
           END-IF.
           MOVE WS-CORTE TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE WS-FS-SERIAL TO WS-SERIAL-CORTE.
           MOVE ZERO TO WS-ENT-TRAMOS WS-ENT-TOTAL.
           MOVE ZERO TO WS-GEN-TRAMOS WS-GEN-TOTAL.
           PERFORM 1200-CARGAR-MAESTRO.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-CORTE TO RTL-CORTE.
           WRITE AGING-REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-COLUMN-HEADING.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "DISPUTE.DAT NO DISPONIBLE (STATUS "
                   WS-DP-STATUS "), SIN ANTIGUEDAD"
               MOVE 8 TO WS-RETURN-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           SET WS-DP-ABIERTO TO TRUE.
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

       1200-CARGAR-MAESTRO.
           OPEN INPUT ENTITY-MASTER-FILE.
           IF WS-ENM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1210-CARGAR-ENTIDAD UNTIL WS-ENM-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.

       1210-CARGAR-ENTIDAD.
           READ ENTITY-MASTER-FILE
               AT END
                   SET WS-ENM-EOF TO TRUE
               NOT AT END
                   IF WS-ENM-COUNT < 20
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

      ******************************************************************
      * LECTURA SECUENCIAL POR NUMERO DE CASO. SOLO INTERESAN LAS
      * CABECERAS (LINEA 000) DE CASOS VIGENTES ABIERTOS HASTA EL
      * CORTE; SE GUARDAN EN LA TABLA CON SU EDAD Y SU TRAMO.
      ******************************************************************
       2000-LEER-CASO.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-CLASIFICAR-CASO THRU 2100-EXIT
           END-READ.

       2100-CLASIFICAR-CASO.
           IF NOT DP-ES-CABECERA OR NOT DP-VIGENTE
               GO TO 2100-EXIT.
           IF DP-ABIERTO-FECHA > WS-CORTE
               ADD 1 TO WS-POSTERIORES
               GO TO 2100-EXIT.
           IF WS-CASO-COUNT NOT < 500
               ADD 1 TO WS-EXCEDIDOS
               GO TO 2100-EXIT.
           MOVE DP-ABIERTO-FECHA TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           COMPUTE WS-DIAS = WS-SERIAL-CORTE - WS-FS-SERIAL.
           EVALUATE TRUE
               WHEN WS-DIAS NOT > 7
                   MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS NOT > 30
                   MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS NOT > 60
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE.
           ADD 1 TO WS-CASO-COUNT.
           MOVE DP-CASO TO WS-CT-CASO(WS-CASO-COUNT).
           MOVE DP-ENTITY TO WS-CT-ENTITY(WS-CASO-COUNT).
           MOVE DP-ESTADO TO WS-CT-ESTADO(WS-CASO-COUNT).
           MOVE DP-ABIERTO-FECHA TO WS-CT-FECHA(WS-CASO-COUNT).
           MOVE WS-DIAS TO WS-CT-DIAS(WS-CASO-COUNT).
           MOVE WS-TRAMO TO WS-CT-TRAMO(WS-CASO-COUNT).
           MOVE DP-MOTIVO TO WS-CT-MOTIVO(WS-CASO-COUNT).
           MOVE "N" TO WS-ENT-HALLADA-SWITCH.
           PERFORM 2110-BUSCAR-ENTIDAD
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT OR WS-ENT-HALLADA.
           IF NOT WS-ENT-HALLADA AND WS-ENT-COUNT < 50
               ADD 1 TO WS-ENT-COUNT
               MOVE DP-ENTITY TO WS-ENT-CODE(WS-ENT-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-BUSCAR-ENTIDAD.
           IF WS-ENT-CODE(WS-ENT-SUB) = DP-ENTITY
               SET WS-ENT-HALLADA TO TRUE
           END-IF.

      ******************************************************************
      * ORDENACION POR SELECCION DE LA LISTA DE ENTIDADES (POCAS):
      * EN CADA POSICION SE PONE LA MENOR DE LAS QUE QUEDAN.
      ******************************************************************
       2500-ORDENAR-ENTIDADES.
           MOVE WS-ENT-SUB TO WS-ENT-MENOR.
           PERFORM 2510-COMPARAR-ENTIDAD
               VARYING WS-ENT-SUB2 FROM WS-ENT-SUB BY 1
               UNTIL WS-ENT-SUB2 > WS-ENT-COUNT.
           IF WS-ENT-MENOR NOT = WS-ENT-SUB
               MOVE WS-ENT-CODE(WS-ENT-SUB) TO WS-ENT-AUX
               MOVE WS-ENT-CODE(WS-ENT-MENOR)
                   TO WS-ENT-CODE(WS-ENT-SUB)
               MOVE WS-ENT-AUX TO WS-ENT-CODE(WS-ENT-MENOR)
           END-IF.

       2510-COMPARAR-ENTIDAD.
           IF WS-ENT-CODE(WS-ENT-SUB2) < WS-ENT-CODE(WS-ENT-MENOR)
               MOVE WS-ENT-SUB2 TO WS-ENT-MENOR
           END-IF.

       3000-IMPRIMIR-ENTIDAD.
           MOVE WS-ENT-CODE(WS-ENT-SUB) TO WS-ENTIDAD-ACTUAL.
           MOVE WS-ENTIDAD-ACTUAL TO REL-CODE.
           MOVE SPACES TO REL-NAME.
           PERFORM 3010-NOMBRAR-ENTIDAD
               VARYING WS-ENM-SUB FROM 1 BY 1
               UNTIL WS-ENM-SUB > WS-ENM-COUNT.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-ENTIDAD-LINE.
           WRITE AGING-REPORT-RECORD FROM RPT-DETAIL-HEADING.
           PERFORM 3050-IMPRIMIR-CASO
               VARYING WS-CASO-SUB FROM 1 BY 1
               UNTIL WS-CASO-SUB > WS-CASO-COUNT.
           PERFORM 3100-EDITAR-TRAMO
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           MOVE WS-ENT-TOTAL TO RCU-TOTAL.
           WRITE AGING-REPORT-RECORD FROM RPT-CUENTA-LINE.
           ADD WS-ENT-TOTAL TO WS-GEN-TOTAL.
           ADD 1 TO WS-ENTIDADES.
           MOVE ZERO TO WS-ENT-TRAMOS WS-ENT-TOTAL.

       3010-NOMBRAR-ENTIDAD.
           IF WS-ENM-CODE(WS-ENM-SUB) = WS-ENTIDAD-ACTUAL
               MOVE WS-ENM-NAME(WS-ENM-SUB) TO REL-NAME
           END-IF.

       3050-IMPRIMIR-CASO.
           IF WS-CT-ENTITY(WS-CASO-SUB) = WS-ENTIDAD-ACTUAL
               MOVE WS-CT-CASO(WS-CASO-SUB) TO RCL-CASO
               IF WS-CT-ESTADO(WS-CASO-SUB) = "R"
                   MOVE "EN REVISION" TO RCL-ESTADO
               ELSE
                   MOVE "ABIERTO" TO RCL-ESTADO
               END-IF
               MOVE WS-CT-FECHA(WS-CASO-SUB) TO RCL-FECHA
               MOVE WS-CT-DIAS(WS-CASO-SUB) TO RCL-DIAS
               MOVE WS-CT-MOTIVO(WS-CASO-SUB) TO RCL-MOTIVO
               WRITE AGING-REPORT-RECORD FROM RPT-CASO-LINE
               ADD 1 TO WS-ENT-TRAMO(WS-CT-TRAMO(WS-CASO-SUB))
               ADD 1 TO WS-ENT-TOTAL
           END-IF.

       3100-EDITAR-TRAMO.
           MOVE WS-ENT-TRAMO(WS-SUB) TO RCU-CASOS(WS-SUB).
           ADD WS-ENT-TRAMO(WS-SUB) TO WS-GEN-TRAMO(WS-SUB).

       4000-IMPRIMIR-TOTALES.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM RPT-GRAND-LINE.
           PERFORM 4100-EDITAR-TRAMO-GENERAL
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           MOVE WS-GEN-TOTAL TO RCU-TOTAL.
           WRITE AGING-REPORT-RECORD FROM RPT-CUENTA-LINE.
           DISPLAY "DISPAGE " WS-CORTE ": " WS-ENTIDADES
               " ENTIDADES, " WS-GEN-TOTAL " CASOS VIGENTES".
           IF WS-POSTERIORES > ZERO
               DISPLAY "DISPAGE: " WS-POSTERIORES
                   " CASOS ABIERTOS DESPUES DEL CORTE, NO "
                   "INCLUIDOS"
           END-IF.
           IF WS-EXCEDIDOS > ZERO
               DISPLAY "DISPAGE: " WS-EXCEDIDOS
                   " CASOS POR ENCIMA DE 500, NO INCLUIDOS"
           END-IF.

       4100-EDITAR-TRAMO-GENERAL.
           MOVE WS-GEN-TRAMO(WS-SUB) TO RCU-CASOS(WS-SUB).

      ******************************************************************
      * FECHA AAAAMMDD A NUMERO DE DIA JULIANO, CON DIVISIONES
      * ENTERAS - SIN FUNCIONES (LA MISMA RUTINA QUE dayClose).
      ******************************************************************
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

       9000-TERMINATE.
           IF WS-DP-ABIERTO
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
       END PROGRAM dispRpt.
