      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: nightly snapshot of the suite's parameter files -
      *          THRESH, ENTIDAD, RATECARD, PARTNERS, WORKCAL, RETENT,
      *          ALERTCFG, STEPCFG, MSGCAT and RUTINAS (the REFFILES
      *          list) - which calcUnld does not back up and which had
      *          no history, so when a run behaved differently from
      *          yesterday nobody could say which parameter changed.
      *          Each file is appended to the snapshot library
      *          REFSNAP.DAT under the BUSDATE.DAT business date as an
      *          H header (when taken, present or absent), one D line
      *          per line of the file (the record image for the
      *          indexed RUTINAS.DAT) and a T trailer with the line
      *          count and a checksum chained through secHash over the
      *          D lines. A file that does not exist is recorded as
      *          absent. After the copy the blocks just written are
      *          re-read and verified against their trailers, as
      *          calcUnld verifies its backups. refDiff reports the
      *          differences between two snapshot dates and refRest
      *          brings one file back to a snapshot. RETURN-CODE 8 when
      *          REFSNAP.DAT cannot be written or a block does not
      *          verify.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  EACH FILE OF THE REFFILES LIST NOW HAS ITS OWN
      *                SELECT WITH A FIXED NAME INSTEAD OF ONE SELECT
      *                NAMED AT RUN TIME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refSnap.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. instantanea nocturna de los ficheros de parametros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "REFSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
      *    UN SELECT POR FICHERO DE LA LISTA REFFILES (RUTINAS.DAT,
      *    INDEXADO, VA APARTE); TODOS DEJAN SU STATUS EN
      *    WS-PARAM-STATUS
           SELECT THRESHOLD-FILE ASSIGN TO "THRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT WORK-CALENDAR-FILE ASSIGN TO "WORKCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "RETENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ALERT-CONFIG-FILE ASSIGN TO "ALERTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT STEP-CONFIG-FILE ASSIGN TO "STEPCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MSGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT RUTINA-TABLE-FILE ASSIGN TO "RUTINAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-SEQ
               FILE STATUS IS WS-RT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY REFSNAP.
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD            PIC X(101).
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD        PIC X(101).
       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD            PIC X(101).
       FD  PARTNER-FILE.
       01  PARTNER-RECORD              PIC X(101).
       FD  WORK-CALENDAR-FILE.
       01  WORK-CALENDAR-RECORD        PIC X(101).
       FD  RETENTION-FILE.
       01  RETENTION-RECORD            PIC X(101).
       FD  ALERT-CONFIG-FILE.
       01  ALERT-CONFIG-RECORD         PIC X(101).
       FD  STEP-CONFIG-FILE.
       01  STEP-CONFIG-RECORD          PIC X(101).
       FD  MESSAGE-CATALOG-FILE.
       01  MESSAGE-CATALOG-RECORD      PIC X(101).
       FD  RUTINA-TABLE-FILE.
           COPY RUTTAB.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS              PIC XX.
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-RT-STATUS                PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-PARAM-FICHERO            PIC X(12).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-TOMADA-FECHA             PIC 9(8).
       01  WS-TOMADA-HORA              PIC 9(8).
       01  WS-FX                       PIC 99.
       01  WS-LINEAS                   PIC 9(5).
       01  WS-CHECKSUM                 PIC 9(9).
       01  WS-CHECKSUM-NUEVO           PIC 9(9).
       01  WS-DATOS                    PIC X(101).
       01  WS-AUSENTES                 PIC 99 VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
           COPY REFFILES.

      * VERIFICACION DE LOS BLOQUES DE ESTA PASADA
       01  WS-BLOQUE-SWITCH            PIC X VALUE "N".
           88  WS-BLOQUE-PROPIO        VALUE "Y".
       01  WS-VER-LINEAS               PIC 9(5).
       01  WS-VER-CHECKSUM             PIC 9(9).
       01  WS-VERIFICADOS              PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LEER-FECHA-NEGOCIO.
           ACCEPT WS-TOMADA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-TOMADA-HORA FROM TIME.
           OPEN EXTEND SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN EXTEND SNAPSHOT-FILE
           END-IF.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "REFSNAP.DAT NO SE PUEDE AMPLIAR (STATUS "
                   WS-SNAP-STATUS "), SIN INSTANTANEA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-FOTOGRAFIAR
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS.
           CLOSE SNAPSHOT-FILE.
           PERFORM 3000-VERIFICAR THRU 3000-EXIT.
           DISPLAY "REFSNAP " WS-FECHA-NEGOCIO ": " WS-VERIFICADOS
               " FICHEROS VERIFICADOS, " WS-AUSENTES " AUSENTES".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-LEER-FECHA-NEGOCIO.
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
      * UN BLOQUE H/D/T POR FICHERO. EL CHECKSUM ENCADENA CADA LINEA
      * CON LA ANTERIOR (secHash, EL MISMO DE SECJRNL.DAT): CAMBIAR,
      * QUITAR O REORDENAR UNA LINEA DE LA COPIA LO DELATA.
      ******************************************************************
       2000-FOTOGRAFIAR.
           MOVE RF-FICHERO(WS-FX) TO WS-PARAM-FICHERO.
           MOVE ZERO TO WS-LINEAS.
           MOVE ZERO TO WS-CHECKSUM.
           MOVE "N" TO WS-EOF-SWITCH.
           IF RF-INDEXADO(WS-FX)
               OPEN INPUT RUTINA-TABLE-FILE
               MOVE WS-RT-STATUS TO WS-PARAM-STATUS
           ELSE
               PERFORM 2400-ABRIR-PARAM
           END-IF.
           MOVE SPACES TO REF-SNAPSHOT-RECORD.
           MOVE "H" TO RS-TIPO.
           MOVE WS-FECHA-NEGOCIO TO RS-FECHA.
           MOVE WS-PARAM-FICHERO TO RS-FICHERO.
           MOVE ZERO TO RS-LINEA.
           MOVE WS-TOMADA-FECHA TO RS-TOMADA-FECHA.
           MOVE WS-TOMADA-HORA TO RS-TOMADA-HORA.
           IF WS-PARAM-STATUS = "00"
               SET RS-PRESENTE TO TRUE
           ELSE
               SET RS-AUSENTE TO TRUE
           END-IF.
           WRITE REF-SNAPSHOT-RECORD.
           IF WS-PARAM-STATUS = "00"
               IF RF-INDEXADO(WS-FX)
                   PERFORM 2200-COPIAR-RUTINA UNTIL WS-EOF
                   CLOSE RUTINA-TABLE-FILE
               ELSE
                   PERFORM 2100-COPIAR-LINEA UNTIL WS-EOF
                   PERFORM 2490-CERRAR-PARAM
               END-IF
               DISPLAY "REFSNAP " WS-PARAM-FICHERO ": " WS-LINEAS
                   " LINEAS, CHECKSUM " WS-CHECKSUM
           ELSE
               ADD 1 TO WS-AUSENTES
               DISPLAY "REFSNAP " WS-PARAM-FICHERO ": NO EXISTE "
                   "(STATUS " WS-PARAM-STATUS "), ANOTADO AUSENTE"
           END-IF.
           MOVE SPACES TO REF-SNAPSHOT-RECORD.
           MOVE "T" TO RS-TIPO.
           MOVE WS-FECHA-NEGOCIO TO RS-FECHA.
           MOVE WS-PARAM-FICHERO TO RS-FICHERO.
           MOVE WS-LINEAS TO RS-LINEA.
           MOVE WS-LINEAS TO RS-LINEAS.
           MOVE WS-CHECKSUM TO RS-CHECKSUM.
           WRITE REF-SNAPSHOT-RECORD.

       2100-COPIAR-LINEA.
           PERFORM 2410-LEER-PARAM.
           IF NOT WS-EOF
               PERFORM 2300-GRABAR-LINEA
           END-IF.

       2200-COPIAR-RUTINA.
           READ RUTINA-TABLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-DATOS
                   MOVE RUTINA-RECORD TO WS-DATOS
                   PERFORM 2300-GRABAR-LINEA
           END-READ.

       2300-GRABAR-LINEA.
           ADD 1 TO WS-LINEAS.
           CALL "secHash" USING WS-CHECKSUM WS-DATOS
               WS-CHECKSUM-NUEVO.
           MOVE WS-CHECKSUM-NUEVO TO WS-CHECKSUM.
           MOVE SPACES TO REF-SNAPSHOT-RECORD.
           MOVE "D" TO RS-TIPO.
           MOVE WS-FECHA-NEGOCIO TO RS-FECHA.
           MOVE WS-PARAM-FICHERO TO RS-FICHERO.
           MOVE WS-LINEAS TO RS-LINEA.
           MOVE WS-DATOS TO RS-DATOS.
           WRITE REF-SNAPSHOT-RECORD.

      ******************************************************************
      * APERTURA, LECTURA Y CIERRE DEL FICHERO DE LA LISTA QUE SE
      * ESTA FOTOGRAFIANDO, POR SU NOMBRE. UN NOMBRE DE LA LISTA SIN
      * SU SELECT QUEDA ANOTADO AUSENTE (STATUS 30).
      ******************************************************************
       2400-ABRIR-PARAM.
           EVALUATE WS-PARAM-FICHERO
               WHEN "THRESH.DAT"
                   OPEN INPUT THRESHOLD-FILE
               WHEN "ENTIDAD.DAT"
                   OPEN INPUT ENTITY-MASTER-FILE
               WHEN "RATECARD.DAT"
                   OPEN INPUT RATE-CARD-FILE
               WHEN "PARTNERS.DAT"
                   OPEN INPUT PARTNER-FILE
               WHEN "WORKCAL.DAT"
                   OPEN INPUT WORK-CALENDAR-FILE
               WHEN "RETENT.DAT"
                   OPEN INPUT RETENTION-FILE
               WHEN "ALERTCFG.DAT"
                   OPEN INPUT ALERT-CONFIG-FILE
               WHEN "STEPCFG.DAT"
                   OPEN INPUT STEP-CONFIG-FILE
               WHEN "MSGCAT.DAT"
                   OPEN INPUT MESSAGE-CATALOG-FILE
               WHEN OTHER
                   MOVE "30" TO WS-PARAM-STATUS
           END-EVALUATE.

       2410-LEER-PARAM.
           EVALUATE WS-PARAM-FICHERO
               WHEN "THRESH.DAT"
                   READ THRESHOLD-FILE INTO WS-DATOS
               WHEN "ENTIDAD.DAT"
                   READ ENTITY-MASTER-FILE INTO WS-DATOS
               WHEN "RATECARD.DAT"
                   READ RATE-CARD-FILE INTO WS-DATOS
               WHEN "PARTNERS.DAT"
                   READ PARTNER-FILE INTO WS-DATOS
               WHEN "WORKCAL.DAT"
                   READ WORK-CALENDAR-FILE INTO WS-DATOS
               WHEN "RETENT.DAT"
                   READ RETENTION-FILE INTO WS-DATOS
               WHEN "ALERTCFG.DAT"
                   READ ALERT-CONFIG-FILE INTO WS-DATOS
               WHEN "STEPCFG.DAT"
                   READ STEP-CONFIG-FILE INTO WS-DATOS
               WHEN "MSGCAT.DAT"
                   READ MESSAGE-CATALOG-FILE INTO WS-DATOS
           END-EVALUATE.
           IF WS-PARAM-STATUS(1:1) NOT = "0"
               SET WS-EOF TO TRUE
           END-IF.

       2490-CERRAR-PARAM.
           EVALUATE WS-PARAM-FICHERO
               WHEN "THRESH.DAT"
                   CLOSE THRESHOLD-FILE
               WHEN "ENTIDAD.DAT"
                   CLOSE ENTITY-MASTER-FILE
               WHEN "RATECARD.DAT"
                   CLOSE RATE-CARD-FILE
               WHEN "PARTNERS.DAT"
                   CLOSE PARTNER-FILE
               WHEN "WORKCAL.DAT"
                   CLOSE WORK-CALENDAR-FILE
               WHEN "RETENT.DAT"
                   CLOSE RETENTION-FILE
               WHEN "ALERTCFG.DAT"
                   CLOSE ALERT-CONFIG-FILE
               WHEN "STEPCFG.DAT"
                   CLOSE STEP-CONFIG-FILE
               WHEN "MSGCAT.DAT"
                   CLOSE MESSAGE-CATALOG-FILE
           END-EVALUATE.

      ******************************************************************
      * RELEE REFSNAP.DAT: CADA BLOQUE DE ESTA PASADA (SU CABECERA
      * LLEVA LA MISMA FECHA Y HORA DE TOMA) DEBE TENER TANTAS LINEAS
      * D COMO DICE SU TRAILER Y EL MISMO CHECKSUM; Y DEBEN ESTAR
      * TODOS LOS FICHEROS DE LA LISTA.
      ******************************************************************
       3000-VERIFICAR.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "REFSNAP.DAT ILEGIBLE, VERIFICACION FALLIDA"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-BLOQUE-SWITCH.
           PERFORM 3100-LEER-BLOQUE UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.
           IF WS-VERIFICADOS NOT = RF-NUM-FICHEROS
               DISPLAY "REFSNAP: SOLO " WS-VERIFICADOS " DE "
                   RF-NUM-FICHEROS " FICHEROS VERIFICADOS"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LEER-BLOQUE.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-CABECERA
                           MOVE "N" TO WS-BLOQUE-SWITCH
                           IF RS-FECHA = WS-FECHA-NEGOCIO
                               AND RS-TOMADA-FECHA = WS-TOMADA-FECHA
                               AND RS-TOMADA-HORA = WS-TOMADA-HORA
                               SET WS-BLOQUE-PROPIO TO TRUE
                               MOVE ZERO TO WS-VER-LINEAS
                               MOVE ZERO TO WS-VER-CHECKSUM
                           END-IF
                       WHEN RS-DETALLE AND WS-BLOQUE-PROPIO
                           ADD 1 TO WS-VER-LINEAS
                           CALL "secHash" USING WS-VER-CHECKSUM
                               RS-DATOS WS-CHECKSUM-NUEVO
                           MOVE WS-CHECKSUM-NUEVO TO WS-VER-CHECKSUM
                       WHEN RS-TRAILER AND WS-BLOQUE-PROPIO
                           PERFORM 3200-CUADRAR-BLOQUE
                           MOVE "N" TO WS-BLOQUE-SWITCH
                   END-EVALUATE
           END-READ.

       3200-CUADRAR-BLOQUE.
           IF RS-LINEAS = WS-VER-LINEAS
               AND RS-CHECKSUM = WS-VER-CHECKSUM
               ADD 1 TO WS-VERIFICADOS
           ELSE
               DISPLAY "REFSNAP " RS-FICHERO ": LA COPIA NO CUADRA "
                   "(TRAILER " RS-LINEAS " " RS-CHECKSUM ", LEIDO "
                   WS-VER-LINEAS " " WS-VER-CHECKSUM ")"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       END PROGRAM refSnap.
