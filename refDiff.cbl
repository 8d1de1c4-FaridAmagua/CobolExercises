      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: difference report of the parameter files between two
      *          snapshot dates of the REFSNAP.DAT library (refSnap) -
      *          the answer to "which parameter changed since
      *          yesterday" when a run behaves differently. For each
      *          file of the REFFILES list it lists the lines ADDED,
      *          REMOVED and CHANGED (same leading key, RF-CLAVE-LONG,
      *          different text: before and after are printed). A
      *          change is flagged SIN EXPLICAR when nothing journaled
      *          it between the two snapshots: for THRESH.DAT a
      *          THRESHLG.DAT entry for the same entity, for the other
      *          files a SECJRNL.DAT entry of its maintenance program
      *          (RF-PROGRAMA); a refRest restore of the file explains
      *          any of its changes. A change only in the columns the
      *          operation itself moves (RF-OPER-DESDE/LONG) prints as
      *          OPERATIVO. Each snapshot is checked against its
      *          trailer count and checksum first. Dates from the
      *          RUNPARM.DAT entry REFDIFF (date-from, date-to), else
      *          from the console; a zero or blank date-to is the
      *          newest snapshot and a zero date-from the one before
      *          date-to. Output: REFDIFF.DAT. RETURN-CODE 4 when any
      *          change is unexplained, 8 when a date has no snapshot,
      *          a snapshot does not match its trailer or a table
      *          overflows.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refDiff.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. diferencias de parametros entre dos instantaneas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "REFSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SECURITY-JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.
           SELECT THRESH-LOG-FILE ASSIGN TO "THRESHLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLG-STATUS.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REFDIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY REFSNAP.
       FD  SECURITY-JOURNAL-FILE.
           COPY SECJRNL.
       FD  THRESH-LOG-FILE.
       01  THRESH-LOG-RECORD.
           05  TL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X.
           05  TL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X.
           05  TL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X.
           05  TL-LOG-ENTITY           PIC XX.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-ID                   PIC X(8).
           05  FILLER                  PIC X.
           05  RP-DESDE                PIC 9(8).
           05  FILLER                  PIC X.
           05  RP-HASTA                PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS              PIC XX.
       01  WS-SEG-STATUS               PIC XX.
       01  WS-TLG-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-RPT-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PARM-EOF             VALUE "Y".
       01  WS-PARM-SWITCH              PIC X VALUE "N".
           88  WS-CON-PARM             VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-DESBORDE-SWITCH          PIC X VALUE "N".
           88  WS-DESBORDE             VALUE "Y".
       01  WS-FECHA-X                  PIC X(8).
       01  WS-FECHA-A                  PIC 9(8) VALUE ZERO.
       01  WS-FECHA-B                  PIC 9(8) VALUE ZERO.
       01  WS-HAY-A-SWITCH             PIC X VALUE "N".
           88  WS-HAY-A                VALUE "Y".
       01  WS-HAY-B-SWITCH             PIC X VALUE "N".
           88  WS-HAY-B                VALUE "Y".
       01  WS-MAX-1                    PIC 9(8) VALUE ZERO.
       01  WS-MAX-2                    PIC 9(8) VALUE ZERO.
       01  WS-ANTES-DE-B               PIC 9(8) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
           COPY REFFILES.

      * FECHA Y HORA COMO UN SOLO NUMERO PARA LAS VENTANAS
       01  WS-MARCA.
           05  WS-MARCA-FECHA          PIC 9(8).
           05  WS-MARCA-HORA           PIC 9(8).
       01  WS-MARCA-NUM REDEFINES WS-MARCA PIC 9(16).

      * SITUACION DE CADA FICHERO EN LAS DOS INSTANTANEAS (A = DESDE,
      * B = HASTA); ESTADO EN BLANCO = NINGUN BLOQUE EN ESA FECHA
       01  WS-FX                       PIC 99.
       01  WS-FX-UMBRAL                PIC 99 VALUE ZERO.
       01  WS-CARGA-FX                 PIC 99 VALUE ZERO.
       01  WS-CARGA-LADO               PIC X VALUE SPACE.
       01  WS-FX-TABLA.
           05  WS-FX-ENTRY OCCURS 10 TIMES.
               10  WS-FX-BLOQUES-A     PIC 9(3).
               10  WS-FX-BLOQUES-B     PIC 9(3).
               10  WS-FX-VISTOS-A      PIC 9(3).
               10  WS-FX-VISTOS-B      PIC 9(3).
               10  WS-FX-ESTADO-A      PIC X.
               10  WS-FX-ESTADO-B      PIC X.
               10  WS-FX-MARCA-A       PIC 9(16).
               10  WS-FX-MARCA-B       PIC 9(16).
               10  WS-FX-LINEAS-A      PIC 9(5).
               10  WS-FX-LINEAS-B      PIC 9(5).
               10  WS-FX-CHECK-A       PIC 9(9).
               10  WS-FX-CHECK-B       PIC 9(9).
               10  WS-FX-CALC-A        PIC 9(9).
               10  WS-FX-CALC-B        PIC 9(9).
               10  WS-FX-TRL-A         PIC X.
               10  WS-FX-TRL-B         PIC X.
               10  WS-FX-INI-A         PIC 9(4).
               10  WS-FX-FIN-A         PIC 9(4).
               10  WS-FX-INI-B         PIC 9(4).
               10  WS-FX-FIN-B         PIC 9(4).
               10  WS-FX-EXPLICADO     PIC X.
       01  WS-CHECKSUM-NUEVO           PIC 9(9).

      * LINEAS DE LAS DOS INSTANTANEAS; MARCA "=" IGUAL EN LAS DOS,
      * "C" CAMBIADA, BLANCO SIN EMPAREJAR
       01  WS-IA                       PIC 9(4).
       01  WS-IB                       PIC 9(4).
       01  WS-IA-HALLADA               PIC 9(4).
       01  WS-LA-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LB-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LA-TABLA.
           05  WS-LA-ENTRY OCCURS 2000 TIMES.
               10  WS-LA-DATOS         PIC X(101).
               10  WS-LA-MARCA         PIC X.
       01  WS-LB-TABLA.
           05  WS-LB-ENTRY OCCURS 2000 TIMES.
               10  WS-LB-DATOS         PIC X(101).
               10  WS-LB-MARCA         PIC X.
       01  WS-CLAVE-LONG               PIC 99.

      * ENTIDADES CON CAMBIO DE UMBRAL ANOTADO EN THRESHLG.DAT ENTRE
      * LAS DOS INSTANTANEAS DE THRESH.DAT
       01  WS-TLE-SUB                  PIC 9(3).
       01  WS-TLE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TLE-TABLA.
           05  WS-TLE-ENTITY OCCURS 100 TIMES PIC XX.

      * EXPLICACION DE UN CAMBIO
       01  WS-LINEA-CLAVE              PIC X(101).
       01  WS-OPER-A                   PIC X(101).
       01  WS-OPER-B                   PIC X(101).
       01  WS-EXPLICACION              PIC X(12).

       01  WS-F-ANADIDAS               PIC 9(5).
       01  WS-F-SUPRIMIDAS             PIC 9(5).
       01  WS-F-CAMBIADAS              PIC 9(5).
       01  WS-F-SIN-EXPLICAR           PIC 9(5).
       01  WS-T-ANADIDAS               PIC 9(5) VALUE ZERO.
       01  WS-T-SUPRIMIDAS             PIC 9(5) VALUE ZERO.
       01  WS-T-CAMBIADAS              PIC 9(5) VALUE ZERO.
       01  WS-T-SIN-EXPLICAR           PIC 9(5) VALUE ZERO.
       01  WS-T-FICHEROS               PIC 99 VALUE ZERO.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE "DIFERENCIAS DE PARAMETROS (REFSNAP.DAT) ".
           05  FILLER                  PIC X(6) VALUE "ENTRE ".
           05  RTL-FECHA-A             PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " Y ".
           05  RTL-FECHA-B             PIC 9(8).
       01  RPT-FICHERO-LINE.
           05  FILLER                  PIC X(8) VALUE "FICHERO ".
           05  RFL-FICHERO             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-FECHA-A             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  RFL-INFO-A              PIC X(32).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-FECHA-B             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  RFL-INFO-B              PIC X(32).
       01  RPT-INFO.
           05  RIN-LINEAS              PIC ZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE " LINEAS, CHECKSUM ".
           05  RIN-CHECKSUM            PIC 9(9).
       01  RPT-DET-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RDL-ACCION              PIC X(10).
           05  RDL-DATOS               PIC X(101).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-MARCA               PIC X(12).
       01  RPT-AVISO-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RAL-TEXTO               PIC X(60).
           05  RAL-FECHA               PIC 9(8).
       01  RPT-RESUMEN-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RRL-ANADIDAS            PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " ANADIDAS ".
           05  RRL-SUPRIMIDAS          PIC ZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE " SUPRIMIDAS ".
           05  RRL-CAMBIADAS           PIC ZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE " CAMBIADAS  ".
           05  RRL-SIN-EXPLICAR        PIC ZZZZ9.
           05  FILLER                  PIC X(13)
               VALUE " SIN EXPLICAR".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WS-RETURN-CODE = 8
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-CONTAR-BLOQUES.
           PERFORM 2500-CARGAR-INSTANTANEAS.
           PERFORM 3000-LEER-JOURNALS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-A TO RTL-FECHA-A.
           MOVE WS-FECHA-B TO RTL-FECHA-B.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           IF WS-DESBORDE
               MOVE "MAS DE 2000 LINEAS EN UNA INSTANTANEA: REPORTE "
                   TO REPORT-RECORD
               MOVE "INCOMPLETO" TO REPORT-RECORD(48:10)
               WRITE REPORT-RECORD
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 4000-COMPARAR-FICHERO
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-T-ANADIDAS TO RRL-ANADIDAS.
           MOVE WS-T-SUPRIMIDAS TO RRL-SUPRIMIDAS.
           MOVE WS-T-CAMBIADAS TO RRL-CAMBIADAS.
           MOVE WS-T-SIN-EXPLICAR TO RRL-SIN-EXPLICAR.
           WRITE REPORT-RECORD FROM RPT-RESUMEN-LINE.
           CLOSE REPORT-FILE.
           IF WS-T-SIN-EXPLICAR > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "REFDIFF " WS-FECHA-A "-" WS-FECHA-B ": "
               WS-T-FICHEROS " FICHEROS CON CAMBIOS, "
               WS-T-SIN-EXPLICAR " CAMBIOS SIN EXPLICAR".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * FECHAS: DE RUNPARM.DAT (ENTRADA REFDIFF) O DE LA CONSOLA. UNA
      * PRIMERA PASADA POR LA BIBLIOTECA DA LAS FECHAS POR DEFECTO Y
      * COMPRUEBA QUE LAS PEDIDAS TIENEN INSTANTANEA.
      ******************************************************************
       1000-INICIO.
           INITIALIZE WS-FX-TABLA.
           PERFORM 1010-LIMPIAR-FICHERO
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS.
           PERFORM 1050-LEER-PARAMETROS.
           IF WS-CON-PARM
               DISPLAY "REFDIFF: PARAMETROS DE RUNPARM.DAT, "
                   WS-FECHA-A " " WS-FECHA-B
           ELSE
               DISPLAY "FECHA DESDE (YYYYMMDD, INTRO = LA "
                   "INSTANTANEA ANTERIOR A LA FECHA HASTA):"
               ACCEPT WS-FECHA-X
               IF WS-FECHA-X IS NUMERIC
                   MOVE WS-FECHA-X TO WS-FECHA-A
               END-IF
               DISPLAY "FECHA HASTA (YYYYMMDD, INTRO = LA ULTIMA "
                   "INSTANTANEA):"
               ACCEPT WS-FECHA-X
               IF WS-FECHA-X IS NUMERIC
                   MOVE WS-FECHA-X TO WS-FECHA-B
               END-IF
           END-IF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "REFSNAP.DAT NO DISPONIBLE (STATUS "
                   WS-SNAP-STATUS "), NADA QUE COMPARAR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 1100-LEER-FECHAS UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.
           IF WS-FECHA-B = ZERO
               MOVE WS-MAX-1 TO WS-FECHA-B
               MOVE WS-MAX-2 TO WS-ANTES-DE-B
               IF WS-MAX-1 > ZERO
                   SET WS-HAY-B TO TRUE
               END-IF
           END-IF.
           IF WS-FECHA-A = ZERO
               MOVE WS-ANTES-DE-B TO WS-FECHA-A
               IF WS-ANTES-DE-B > ZERO
                   SET WS-HAY-A TO TRUE
               END-IF
           END-IF.
           IF NOT WS-HAY-B
               DISPLAY "REFDIFF: NO HAY INSTANTANEA HASTA "
                   WS-FECHA-B
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           IF NOT WS-HAY-A
               DISPLAY "REFDIFF: NO HAY INSTANTANEA DESDE "
                   WS-FECHA-A
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           IF WS-FECHA-A NOT < WS-FECHA-B
               DISPLAY "REFDIFF: LA FECHA DESDE " WS-FECHA-A
                   " NO ES ANTERIOR A LA FECHA HASTA " WS-FECHA-B
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-FICHERO.
           MOVE 1 TO WS-FX-INI-A(WS-FX) WS-FX-INI-B(WS-FX).
           MOVE ZERO TO WS-FX-FIN-A(WS-FX) WS-FX-FIN-B(WS-FX).
           IF RF-FICHERO(WS-FX) = "THRESH.DAT"
               MOVE WS-FX TO WS-FX-UMBRAL
           END-IF.

       1050-LEER-PARAMETROS.
           OPEN INPUT RUNPARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1060-LEER-PARM UNTIL WS-PARM-EOF
               CLOSE RUNPARM-FILE
           END-IF.

       1060-LEER-PARM.
           READ RUNPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF RP-ID = "REFDIFF"
                       SET WS-CON-PARM TO TRUE
                       SET WS-PARM-EOF TO TRUE
                       IF RP-DESDE IS NUMERIC
                           MOVE RP-DESDE TO WS-FECHA-A
                       END-IF
                       IF RP-HASTA IS NUMERIC
                           MOVE RP-HASTA TO WS-FECHA-B
                       END-IF
                   END-IF
           END-READ.

      *    LAS DOS FECHAS MAS ALTAS DE LA BIBLIOTECA Y LA MAS ALTA
      *    ANTERIOR A LA FECHA HASTA PEDIDA
       1100-LEER-FECHAS.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RS-CABECERA
                       PERFORM 1110-ANOTAR-FECHA
                   END-IF
           END-READ.

       1110-ANOTAR-FECHA.
           IF RS-FECHA = WS-FECHA-A
               SET WS-HAY-A TO TRUE
           END-IF.
           IF RS-FECHA = WS-FECHA-B
               SET WS-HAY-B TO TRUE
           END-IF.
           IF RS-FECHA < WS-FECHA-B AND RS-FECHA > WS-ANTES-DE-B
               MOVE RS-FECHA TO WS-ANTES-DE-B
           END-IF.
           EVALUATE TRUE
               WHEN RS-FECHA > WS-MAX-1
                   MOVE WS-MAX-1 TO WS-MAX-2
                   MOVE RS-FECHA TO WS-MAX-1
               WHEN RS-FECHA < WS-MAX-1 AND RS-FECHA > WS-MAX-2
                   MOVE RS-FECHA TO WS-MAX-2
           END-EVALUATE.

      *    SEGUNDA PASADA: CUANTOS BLOQUES HAY DE CADA FICHERO EN CADA
      *    FECHA, PARA QUEDARSE CON EL ULTIMO SI SE REPITIO LA TOMA
       2000-CONTAR-BLOQUES.
           OPEN INPUT SNAPSHOT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2010-CONTAR-BLOQUE UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.

       2010-CONTAR-BLOQUE.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RS-CABECERA
                       AND (RS-FECHA = WS-FECHA-A
                           OR RS-FECHA = WS-FECHA-B)
                       PERFORM 2900-LOCALIZAR-FICHERO
                       IF WS-HALLADO AND RS-FECHA = WS-FECHA-A
                           ADD 1 TO WS-FX-BLOQUES-A(WS-CARGA-FX)
                       END-IF
                       IF WS-HALLADO AND RS-FECHA = WS-FECHA-B
                           ADD 1 TO WS-FX-BLOQUES-B(WS-CARGA-FX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * TERCERA PASADA: CARGA EL ULTIMO BLOQUE DE CADA FICHERO EN LAS
      * DOS FECHAS Y RECALCULA SU CHECKSUM PARA CUADRARLO CON EL
      * TRAILER.
      ******************************************************************
       2500-CARGAR-INSTANTANEAS.
           OPEN INPUT SNAPSHOT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACE TO WS-CARGA-LADO.
           PERFORM 2510-LEER-INSTANTANEA UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.

       2510-LEER-INSTANTANEA.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-CABECERA
                           PERFORM 2520-ABRIR-BLOQUE THRU 2520-EXIT
                       WHEN RS-DETALLE AND WS-CARGA-LADO = "A"
                           PERFORM 2530-CARGAR-LINEA-A
                       WHEN RS-DETALLE AND WS-CARGA-LADO = "B"
                           PERFORM 2540-CARGAR-LINEA-B
                       WHEN RS-TRAILER AND WS-CARGA-LADO = "A"
                           MOVE RS-LINEAS TO
                               WS-FX-LINEAS-A(WS-CARGA-FX)
                           MOVE RS-CHECKSUM TO
                               WS-FX-CHECK-A(WS-CARGA-FX)
                           MOVE "Y" TO WS-FX-TRL-A(WS-CARGA-FX)
                           MOVE SPACE TO WS-CARGA-LADO
                       WHEN RS-TRAILER AND WS-CARGA-LADO = "B"
                           MOVE RS-LINEAS TO
                               WS-FX-LINEAS-B(WS-CARGA-FX)
                           MOVE RS-CHECKSUM TO
                               WS-FX-CHECK-B(WS-CARGA-FX)
                           MOVE "Y" TO WS-FX-TRL-B(WS-CARGA-FX)
                           MOVE SPACE TO WS-CARGA-LADO
                   END-EVALUATE
           END-READ.

       2520-ABRIR-BLOQUE.
           MOVE SPACE TO WS-CARGA-LADO.
           IF RS-FECHA NOT = WS-FECHA-A AND RS-FECHA NOT = WS-FECHA-B
               GO TO 2520-EXIT.
           PERFORM 2900-LOCALIZAR-FICHERO.
           IF NOT WS-HALLADO
               GO TO 2520-EXIT.
           MOVE RS-TOMADA-FECHA TO WS-MARCA-FECHA.
           MOVE RS-TOMADA-HORA TO WS-MARCA-HORA.
           IF RS-FECHA = WS-FECHA-A
               ADD 1 TO WS-FX-VISTOS-A(WS-CARGA-FX)
               IF WS-FX-VISTOS-A(WS-CARGA-FX) =
                   WS-FX-BLOQUES-A(WS-CARGA-FX)
                   MOVE "A" TO WS-CARGA-LADO
                   MOVE RS-ESTADO TO WS-FX-ESTADO-A(WS-CARGA-FX)
                   MOVE WS-MARCA-NUM TO WS-FX-MARCA-A(WS-CARGA-FX)
                   COMPUTE WS-FX-INI-A(WS-CARGA-FX) = WS-LA-COUNT + 1
                   MOVE WS-LA-COUNT TO WS-FX-FIN-A(WS-CARGA-FX)
               END-IF
           ELSE
               ADD 1 TO WS-FX-VISTOS-B(WS-CARGA-FX)
               IF WS-FX-VISTOS-B(WS-CARGA-FX) =
                   WS-FX-BLOQUES-B(WS-CARGA-FX)
                   MOVE "B" TO WS-CARGA-LADO
                   MOVE RS-ESTADO TO WS-FX-ESTADO-B(WS-CARGA-FX)
                   MOVE WS-MARCA-NUM TO WS-FX-MARCA-B(WS-CARGA-FX)
                   COMPUTE WS-FX-INI-B(WS-CARGA-FX) = WS-LB-COUNT + 1
                   MOVE WS-LB-COUNT TO WS-FX-FIN-B(WS-CARGA-FX)
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       2530-CARGAR-LINEA-A.
           CALL "secHash" USING WS-FX-CALC-A(WS-CARGA-FX) RS-DATOS
               WS-CHECKSUM-NUEVO.
           MOVE WS-CHECKSUM-NUEVO TO WS-FX-CALC-A(WS-CARGA-FX).
           IF WS-LA-COUNT < 2000
               ADD 1 TO WS-LA-COUNT
               MOVE RS-DATOS TO WS-LA-DATOS(WS-LA-COUNT)
               MOVE SPACE TO WS-LA-MARCA(WS-LA-COUNT)
               MOVE WS-LA-COUNT TO WS-FX-FIN-A(WS-CARGA-FX)
           ELSE
               SET WS-DESBORDE TO TRUE
           END-IF.

       2540-CARGAR-LINEA-B.
           CALL "secHash" USING WS-FX-CALC-B(WS-CARGA-FX) RS-DATOS
               WS-CHECKSUM-NUEVO.
           MOVE WS-CHECKSUM-NUEVO TO WS-FX-CALC-B(WS-CARGA-FX).
           IF WS-LB-COUNT < 2000
               ADD 1 TO WS-LB-COUNT
               MOVE RS-DATOS TO WS-LB-DATOS(WS-LB-COUNT)
               MOVE SPACE TO WS-LB-MARCA(WS-LB-COUNT)
               MOVE WS-LB-COUNT TO WS-FX-FIN-B(WS-CARGA-FX)
           ELSE
               SET WS-DESBORDE TO TRUE
           END-IF.

      *    RS-FICHERO EN LA LISTA REFFILES: INDICE EN WS-CARGA-FX
       2900-LOCALIZAR-FICHERO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 2910-COMPARAR-FICHERO
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS OR WS-HALLADO.

       2910-COMPARAR-FICHERO.
           IF RF-FICHERO(WS-FX) = RS-FICHERO
               MOVE WS-FX TO WS-CARGA-FX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * LO QUE EXPLICA LOS CAMBIOS: LO ANOTADO DESPUES DE TOMAR LA
      * INSTANTANEA DESDE Y HASTA TOMAR LA INSTANTANEA HASTA DE CADA
      * FICHERO. SECJRNL.DAT POR PROGRAMA (Y LAS RESTAURACIONES DE
      * refRest POR FICHERO), THRESHLG.DAT POR ENTIDAD.
      ******************************************************************
       3000-LEER-JOURNALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-JOURNAL-FILE.
           IF WS-SEG-STATUS = "00"
               PERFORM 3100-LEER-SEGURIDAD UNTIL WS-EOF
               CLOSE SECURITY-JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT THRESH-LOG-FILE.
           IF WS-TLG-STATUS = "00" AND WS-FX-UMBRAL > ZERO
               PERFORM 3200-LEER-UMBRAL UNTIL WS-EOF
               CLOSE THRESH-LOG-FILE
           END-IF.

       3100-LEER-SEGURIDAD.
           READ SECURITY-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SJ-DATE TO WS-MARCA-FECHA
                   MOVE SJ-TIME TO WS-MARCA-HORA
                   PERFORM 3110-EXPLICA-FICHERO
                       VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > RF-NUM-FICHEROS
           END-READ.

       3110-EXPLICA-FICHERO.
           IF WS-MARCA-NUM > WS-FX-MARCA-A(WS-FX)
               AND WS-MARCA-NUM NOT > WS-FX-MARCA-B(WS-FX)
               IF (RF-PROGRAMA(WS-FX) NOT = SPACES
                   AND SJ-PROGRAM = RF-PROGRAMA(WS-FX))
                   OR (SJ-PROGRAM = "refRest"
                   AND SJ-DETAIL(1:12) = RF-FICHERO(WS-FX))
                   MOVE "Y" TO WS-FX-EXPLICADO(WS-FX)
               END-IF
           END-IF.

       3200-LEER-UMBRAL.
           READ THRESH-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TL-LOG-DATE TO WS-MARCA-FECHA
                   MOVE TL-LOG-TIME TO WS-MARCA-HORA
                   IF WS-MARCA-NUM > WS-FX-MARCA-A(WS-FX-UMBRAL)
                       AND WS-MARCA-NUM NOT >
                           WS-FX-MARCA-B(WS-FX-UMBRAL)
                       PERFORM 3210-ANOTAR-ENTIDAD
                   END-IF
           END-READ.

       3210-ANOTAR-ENTIDAD.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 3220-COMPARAR-ENTIDAD
               VARYING WS-TLE-SUB FROM 1 BY 1
               UNTIL WS-TLE-SUB > WS-TLE-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO AND WS-TLE-COUNT < 100
               ADD 1 TO WS-TLE-COUNT
               MOVE TL-LOG-ENTITY TO WS-TLE-ENTITY(WS-TLE-COUNT)
           END-IF.

       3220-COMPARAR-ENTIDAD.
           IF WS-TLE-ENTITY(WS-TLE-SUB) = TL-LOG-ENTITY
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * UN FICHERO: PRIMERO SE EMPAREJAN LAS LINEAS IGUALES, LUEGO LAS
      * DE MISMA CLAVE (CAMBIADAS); LO QUE QUEDA EN HASTA SE ANADIO Y
      * LO QUE QUEDA EN DESDE SE SUPRIMIO.
      ******************************************************************
       4000-COMPARAR-FICHERO.
           MOVE ZERO TO WS-F-ANADIDAS WS-F-SUPRIMIDAS
               WS-F-CAMBIADAS WS-F-SIN-EXPLICAR.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RF-FICHERO(WS-FX) TO RFL-FICHERO.
           MOVE WS-FECHA-A TO RFL-FECHA-A.
           MOVE WS-FECHA-B TO RFL-FECHA-B.
           EVALUATE WS-FX-ESTADO-A(WS-FX)
               WHEN "P"
                   MOVE WS-FX-LINEAS-A(WS-FX) TO RIN-LINEAS
                   MOVE WS-FX-CHECK-A(WS-FX) TO RIN-CHECKSUM
                   MOVE RPT-INFO TO RFL-INFO-A
               WHEN "A"
                   MOVE "FICHERO AUSENTE" TO RFL-INFO-A
               WHEN OTHER
                   MOVE "SIN INSTANTANEA" TO RFL-INFO-A
           END-EVALUATE.
           EVALUATE WS-FX-ESTADO-B(WS-FX)
               WHEN "P"
                   MOVE WS-FX-LINEAS-B(WS-FX) TO RIN-LINEAS
                   MOVE WS-FX-CHECK-B(WS-FX) TO RIN-CHECKSUM
                   MOVE RPT-INFO TO RFL-INFO-B
               WHEN "A"
                   MOVE "FICHERO AUSENTE" TO RFL-INFO-B
               WHEN OTHER
                   MOVE "SIN INSTANTANEA" TO RFL-INFO-B
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-FICHERO-LINE.
           PERFORM 4050-CUADRAR-COPIAS.
           IF WS-FX-CALC-A(WS-FX) = WS-FX-CALC-B(WS-FX)
               AND WS-FX-FIN-A(WS-FX) - WS-FX-INI-A(WS-FX) =
                   WS-FX-FIN-B(WS-FX) - WS-FX-INI-B(WS-FX)
               AND WS-FX-ESTADO-A(WS-FX) = WS-FX-ESTADO-B(WS-FX)
               MOVE "  SIN CAMBIOS" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-T-FICHEROS
               MOVE RF-CLAVE-LONG(WS-FX) TO WS-CLAVE-LONG
               PERFORM 4100-IGUALAR-LINEA
                   VARYING WS-IB FROM WS-FX-INI-B(WS-FX) BY 1
                   UNTIL WS-IB > WS-FX-FIN-B(WS-FX)
               PERFORM 4200-BUSCAR-CAMBIO
                   VARYING WS-IB FROM WS-FX-INI-B(WS-FX) BY 1
                   UNTIL WS-IB > WS-FX-FIN-B(WS-FX)
               PERFORM 4300-LINEA-ANADIDA
                   VARYING WS-IB FROM WS-FX-INI-B(WS-FX) BY 1
                   UNTIL WS-IB > WS-FX-FIN-B(WS-FX)
               PERFORM 4400-LINEA-SUPRIMIDA
                   VARYING WS-IA FROM WS-FX-INI-A(WS-FX) BY 1
                   UNTIL WS-IA > WS-FX-FIN-A(WS-FX)
               MOVE WS-F-ANADIDAS TO RRL-ANADIDAS
               MOVE WS-F-SUPRIMIDAS TO RRL-SUPRIMIDAS
               MOVE WS-F-CAMBIADAS TO RRL-CAMBIADAS
               MOVE WS-F-SIN-EXPLICAR TO RRL-SIN-EXPLICAR
               WRITE REPORT-RECORD FROM RPT-RESUMEN-LINE
           END-IF.

      *    UNA INSTANTANEA QUE NO CUADRA CON SU TRAILER (CORTADA O
      *    TOCADA A MANO) HACE DUDOSAS SUS DIFERENCIAS
       4050-CUADRAR-COPIAS.
           IF WS-FX-ESTADO-A(WS-FX) NOT = SPACE
               AND (WS-FX-TRL-A(WS-FX) NOT = "Y"
                   OR WS-FX-CHECK-A(WS-FX) NOT = WS-FX-CALC-A(WS-FX))
               MOVE "LA INSTANTANEA NO CUADRA CON SU TRAILER: "
                   TO RAL-TEXTO
               MOVE WS-FECHA-A TO RAL-FECHA
               WRITE REPORT-RECORD FROM RPT-AVISO-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF WS-FX-ESTADO-B(WS-FX) NOT = SPACE
               AND (WS-FX-TRL-B(WS-FX) NOT = "Y"
                   OR WS-FX-CHECK-B(WS-FX) NOT = WS-FX-CALC-B(WS-FX))
               MOVE "LA INSTANTANEA NO CUADRA CON SU TRAILER: "
                   TO RAL-TEXTO
               MOVE WS-FECHA-B TO RAL-FECHA
               WRITE REPORT-RECORD FROM RPT-AVISO-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       4100-IGUALAR-LINEA.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 4110-COMPARAR-IGUAL
               VARYING WS-IA FROM WS-FX-INI-A(WS-FX) BY 1
               UNTIL WS-IA > WS-FX-FIN-A(WS-FX) OR WS-HALLADO.

       4110-COMPARAR-IGUAL.
           IF WS-LA-MARCA(WS-IA) = SPACE
               AND WS-LA-DATOS(WS-IA) = WS-LB-DATOS(WS-IB)
               MOVE "=" TO WS-LA-MARCA(WS-IA)
               MOVE "=" TO WS-LB-MARCA(WS-IB)
               SET WS-HALLADO TO TRUE
           END-IF.

       4200-BUSCAR-CAMBIO.
           IF WS-LB-MARCA(WS-IB) = SPACE
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM 4210-COMPARAR-CLAVE
                   VARYING WS-IA FROM WS-FX-INI-A(WS-FX) BY 1
                   UNTIL WS-IA > WS-FX-FIN-A(WS-FX) OR WS-HALLADO
               IF WS-HALLADO
                   PERFORM 4250-LINEA-CAMBIADA
               END-IF
           END-IF.

       4210-COMPARAR-CLAVE.
           IF WS-LA-MARCA(WS-IA) = SPACE
               IF WS-CLAVE-LONG = ZERO
                   SET WS-HALLADO TO TRUE
               ELSE
                   IF WS-LA-DATOS(WS-IA)(1:WS-CLAVE-LONG) =
                       WS-LB-DATOS(WS-IB)(1:WS-CLAVE-LONG)
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-IF
               IF WS-HALLADO
                   MOVE WS-IA TO WS-IA-HALLADA
               END-IF
           END-IF.

       4250-LINEA-CAMBIADA.
           MOVE "C" TO WS-LA-MARCA(WS-IA-HALLADA).
           MOVE "C" TO WS-LB-MARCA(WS-IB).
           ADD 1 TO WS-F-CAMBIADAS WS-T-CAMBIADAS.
           MOVE WS-LB-DATOS(WS-IB) TO WS-LINEA-CLAVE.
           PERFORM 4500-EXPLICAR.
           IF RF-OPER-LONG(WS-FX) > ZERO
               AND WS-EXPLICACION NOT = SPACES
               MOVE WS-LA-DATOS(WS-IA-HALLADA) TO WS-OPER-A
               MOVE WS-LB-DATOS(WS-IB) TO WS-OPER-B
               MOVE SPACES TO
                   WS-OPER-A(RF-OPER-DESDE(WS-FX):RF-OPER-LONG(WS-FX))
               MOVE SPACES TO
                   WS-OPER-B(RF-OPER-DESDE(WS-FX):RF-OPER-LONG(WS-FX))
               IF WS-OPER-A = WS-OPER-B
                   MOVE "OPERATIVO" TO WS-EXPLICACION
               END-IF
           END-IF.
           IF WS-EXPLICACION = "SIN EXPLICAR"
               ADD 1 TO WS-F-SIN-EXPLICAR WS-T-SIN-EXPLICAR
           END-IF.
           MOVE "ANTES" TO RDL-ACCION.
           MOVE WS-LA-DATOS(WS-IA-HALLADA) TO RDL-DATOS.
           MOVE SPACES TO RDL-MARCA.
           WRITE REPORT-RECORD FROM RPT-DET-LINE.
           MOVE "CAMBIADA" TO RDL-ACCION.
           MOVE WS-LB-DATOS(WS-IB) TO RDL-DATOS.
           MOVE WS-EXPLICACION TO RDL-MARCA.
           WRITE REPORT-RECORD FROM RPT-DET-LINE.

       4300-LINEA-ANADIDA.
           IF WS-LB-MARCA(WS-IB) = SPACE
               ADD 1 TO WS-F-ANADIDAS WS-T-ANADIDAS
               MOVE WS-LB-DATOS(WS-IB) TO WS-LINEA-CLAVE
               PERFORM 4500-EXPLICAR
               IF WS-EXPLICACION = "SIN EXPLICAR"
                   ADD 1 TO WS-F-SIN-EXPLICAR WS-T-SIN-EXPLICAR
               END-IF
               MOVE "ANADIDA" TO RDL-ACCION
               MOVE WS-LB-DATOS(WS-IB) TO RDL-DATOS
               MOVE WS-EXPLICACION TO RDL-MARCA
               WRITE REPORT-RECORD FROM RPT-DET-LINE
           END-IF.

       4400-LINEA-SUPRIMIDA.
           IF WS-LA-MARCA(WS-IA) = SPACE
               ADD 1 TO WS-F-SUPRIMIDAS WS-T-SUPRIMIDAS
               MOVE WS-LA-DATOS(WS-IA) TO WS-LINEA-CLAVE
               PERFORM 4500-EXPLICAR
               IF WS-EXPLICACION = "SIN EXPLICAR"
                   ADD 1 TO WS-F-SIN-EXPLICAR WS-T-SIN-EXPLICAR
               END-IF
               MOVE "SUPRIMIDA" TO RDL-ACCION
               MOVE WS-LA-DATOS(WS-IA) TO RDL-DATOS
               MOVE WS-EXPLICACION TO RDL-MARCA
               WRITE REPORT-RECORD FROM RPT-DET-LINE
           END-IF.

      *    EXPLICADO POR EL JOURNAL DEL FICHERO EN LA VENTANA; LOS
      *    UMBRALES, POR UNA ANOTACION DE THRESHLG.DAT DE SU ENTIDAD
       4500-EXPLICAR.
           MOVE "SIN EXPLICAR" TO WS-EXPLICACION.
           IF WS-FX-EXPLICADO(WS-FX) = "Y"
               MOVE SPACES TO WS-EXPLICACION
           END-IF.
           IF WS-FX = WS-FX-UMBRAL
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM 4510-COMPARAR-ANOTADA
                   VARYING WS-TLE-SUB FROM 1 BY 1
                   UNTIL WS-TLE-SUB > WS-TLE-COUNT OR WS-HALLADO
               IF WS-HALLADO
                   MOVE SPACES TO WS-EXPLICACION
               END-IF
           END-IF.

       4510-COMPARAR-ANOTADA.
           IF WS-TLE-ENTITY(WS-TLE-SUB) = WS-LINEA-CLAVE(1:2)
               SET WS-HALLADO TO TRUE
           END-IF.
       END PROGRAM refDiff.
