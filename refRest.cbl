      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised restore of ONE parameter file of the
      *          REFFILES list to a chosen snapshot date of the
      *          REFSNAP.DAT library (refSnap). The snapshot block -
      *          the last one taken for that date - is checked against
      *          its trailer count and checksum before anything is
      *          touched; an absent, truncated or altered snapshot is
      *          refused. The supervisor sees the current file and the
      *          snapshot side by side (lines and checksum) and
      *          confirms; the file is rewritten from the snapshot (the
      *          indexed RUTINAS.DAT record by record, as calcReld
      *          rebuilds it), re-read and its checksum compared with
      *          the snapshot's. The restore is journaled to
      *          SECJRNL.DAT (event PARM RESTORE, detail file name,
      *          snapshot date and lines): that entry is what explains
      *          the restored file's changes in refDiff. Requires a
      *          supervisor sign-on against AUTHUSR.DAT (rol S, not
      *          locked). RETURN-CODE 8 when the sign-on is refused,
      *          the snapshot is refused or the restored file does not
      *          verify.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  A RESTORE WHOSE TARGET FILE CANNOT BE OPENED FOR
      *                OUTPUT ENDS WITH RETURN-CODE 8 BEFORE ANYTHING IS
      *                JOURNALED; ONLY LINES ACTUALLY WRITTEN ARE
      *                COUNTED.
      * 2026-10-15 FA  EACH FILE OF THE REFFILES LIST NOW HAS ITS OWN
      *                SELECT WITH A FIXED NAME INSTEAD OF ONE SELECT
      *                NAMED AT RUN TIME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refRest.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. restauracion supervisada de un fichero de parametros.
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
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
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
       FD  AUTH-FILE.
           COPY AUTHUSR.
       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS              PIC XX.
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-RT-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-SEGUIR-SWITCH            PIC X VALUE "N".
           88  WS-SEGUIR               VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-CONFIRMA                 PIC X.
       01  WS-FX                       PIC 99.
       01  WS-FX-ELEGIDO               PIC 99 VALUE ZERO.
       01  WS-PARAM-FICHERO            PIC X(12).
       01  WS-FECHA-X                  PIC X(8).
       01  WS-FECHA                    PIC 9(8).
       01  WS-DATOS                    PIC X(101).
       01  WS-CHECKSUM-NUEVO           PIC 9(9).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
           COPY REFFILES.

      * EL BLOQUE ELEGIDO DE LA BIBLIOTECA
       01  WS-BLOQUES                  PIC 9(3).
       01  WS-VISTOS                   PIC 9(3).
       01  WS-CARGANDO-SWITCH          PIC X VALUE "N".
           88  WS-CARGANDO             VALUE "Y".
       01  WS-SNAP-ESTADO              PIC X.
       01  WS-SNAP-TOMADA-FECHA        PIC 9(8).
       01  WS-SNAP-TOMADA-HORA         PIC 9(8).
       01  WS-SNAP-TRAILER             PIC X VALUE "N".
       01  WS-SNAP-LINEAS              PIC 9(5).
       01  WS-SNAP-CHECKSUM            PIC 9(9).
       01  WS-SNAP-CALCULADO           PIC 9(9).
       01  WS-RL-SUB                   PIC 9(4).
       01  WS-RL-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-RL-TABLA.
           05  WS-RL-DATOS OCCURS 2000 TIMES PIC X(101).

      * EL FICHERO TAL COMO ESTA (ANTES) Y TAL COMO QUEDA (DESPUES)
       01  WS-ACT-ESTADO               PIC X.
       01  WS-ACT-LINEAS               PIC 9(5).
       01  WS-ACT-CHECKSUM             PIC 9(9).
       01  WS-GRABADOS                 PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LOS PARAMETROS NO SE "
                   "RESTAURAN SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "RESTAURACION DE PARAMETROS" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-ELEGIR THRU 2000-EXIT.
           IF WS-SEGUIR
               PERFORM 3000-CARGAR-INSTANTANEA THRU 3000-EXIT
           END-IF.
           IF WS-SEGUIR
               PERFORM 4000-RESTAURAR THRU 4000-EXIT
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-AUTORIZAR-SUPERVISOR.
           DISPLAY "SUPERVISOR ID:".
           ACCEPT WS-SUPER-ID.
           DISPLAY "SUPERVISOR PASSWORD:".
           ACCEPT WS-SUPER-PASSWORD.
      *    AUTHUSR.DAT GUARDA LA PASSWORD REVUELTA (pwScram)
           CALL "pwScram" USING WS-SUPER-PASSWORD WS-PW-REVUELTA.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "35"
               DISPLAY "AUTHUSR.DAT NOT FOUND"
           ELSE
               PERFORM 1100-BUSCAR-SUPERVISOR
                   UNTIL WS-AUTH-EOF OR WS-AUTORIZADO
               CLOSE AUTH-FILE
           END-IF.

       1100-BUSCAR-SUPERVISOR.
           READ AUTH-FILE
               AT END
                   SET WS-AUTH-EOF TO TRUE
               NOT AT END
                   IF AUTH-ID = WS-SUPER-ID
                       AND AUTH-PASSWORD = WS-PW-REVUELTA
                       AND AUTH-ROLE = "S"
                       AND AUTH-LOCK NOT = "Y"
                       SET WS-AUTORIZADO TO TRUE
                   END-IF
           END-READ.

       2000-ELEGIR.
           DISPLAY "FICHEROS CON INSTANTANEA EN REFSNAP.DAT:".
           PERFORM 2010-LISTAR-FICHERO
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS.
           DISPLAY "FICHERO A RESTAURAR:".
           ACCEPT WS-PARAM-FICHERO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 2020-COMPARAR-FICHERO
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > RF-NUM-FICHEROS OR WS-HALLADO.
           IF NOT WS-HALLADO
               DISPLAY WS-PARAM-FICHERO " NO ESTA EN LA LISTA, "
                   "NADA RESTAURADO"
               GO TO 2000-EXIT.
           DISPLAY "FECHA DE LA INSTANTANEA (YYYYMMDD):".
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X IS NOT NUMERIC
               DISPLAY "FECHA NO VALIDA, NADA RESTAURADO"
               GO TO 2000-EXIT.
           MOVE WS-FECHA-X TO WS-FECHA.
           SET WS-SEGUIR TO TRUE.
       2000-EXIT.
           EXIT.

       2010-LISTAR-FICHERO.
           DISPLAY "  " RF-FICHERO(WS-FX).

       2020-COMPARAR-FICHERO.
           IF RF-FICHERO(WS-FX) = WS-PARAM-FICHERO
               MOVE WS-FX TO WS-FX-ELEGIDO
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * DOS PASADAS POR LA BIBLIOTECA: CUANTOS BLOQUES HAY DEL FICHERO
      * EN LA FECHA Y CARGA DEL ULTIMO, CON SU CHECKSUM RECALCULADO.
      * SOLO SE RESTAURA UNA COPIA COMPLETA QUE CUADRE CON SU TRAILER.
      ******************************************************************
       3000-CARGAR-INSTANTANEA.
           MOVE "N" TO WS-SEGUIR-SWITCH.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "REFSNAP.DAT NO DISPONIBLE (STATUS "
                   WS-SNAP-STATUS "), NADA RESTAURADO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           MOVE ZERO TO WS-BLOQUES.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-CONTAR-BLOQUE UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.
           IF WS-BLOQUES = ZERO
               DISPLAY "NO HAY INSTANTANEA DE " WS-PARAM-FICHERO
                   " DEL " WS-FECHA
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           MOVE ZERO TO WS-VISTOS WS-RL-COUNT WS-SNAP-CALCULADO.
           MOVE "N" TO WS-SNAP-TRAILER.
           OPEN INPUT SNAPSHOT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3200-CARGAR-BLOQUE UNTIL WS-EOF.
           CLOSE SNAPSHOT-FILE.
           IF WS-SNAP-ESTADO NOT = "P"
               DISPLAY WS-PARAM-FICHERO " NO EXISTIA AL TOMAR LA "
                   "INSTANTANEA DEL " WS-FECHA ", NADA RESTAURADO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           IF WS-SNAP-TRAILER NOT = "Y"
               OR WS-SNAP-LINEAS NOT = WS-RL-COUNT
               OR WS-SNAP-CHECKSUM NOT = WS-SNAP-CALCULADO
               DISPLAY "LA INSTANTANEA DEL " WS-FECHA " NO CUADRA "
                   "CON SU TRAILER, NADA RESTAURADO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           SET WS-SEGUIR TO TRUE.
       3000-EXIT.
           EXIT.

       3100-CONTAR-BLOQUE.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RS-CABECERA AND RS-FECHA = WS-FECHA
                       AND RS-FICHERO = WS-PARAM-FICHERO
                       ADD 1 TO WS-BLOQUES
                   END-IF
           END-READ.

       3200-CARGAR-BLOQUE.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-CABECERA
                           MOVE "N" TO WS-CARGANDO-SWITCH
                           IF RS-FECHA = WS-FECHA
                               AND RS-FICHERO = WS-PARAM-FICHERO
                               ADD 1 TO WS-VISTOS
                               IF WS-VISTOS = WS-BLOQUES
                                   SET WS-CARGANDO TO TRUE
                                   MOVE RS-ESTADO TO WS-SNAP-ESTADO
                                   MOVE RS-TOMADA-FECHA TO
                                       WS-SNAP-TOMADA-FECHA
                                   MOVE RS-TOMADA-HORA TO
                                       WS-SNAP-TOMADA-HORA
                               END-IF
                           END-IF
                       WHEN RS-DETALLE AND WS-CARGANDO
                           PERFORM 3210-CARGAR-LINEA
                       WHEN RS-TRAILER AND WS-CARGANDO
                           MOVE "Y" TO WS-SNAP-TRAILER
                           MOVE RS-LINEAS TO WS-SNAP-LINEAS
                           MOVE RS-CHECKSUM TO WS-SNAP-CHECKSUM
                           MOVE "N" TO WS-CARGANDO-SWITCH
                   END-EVALUATE
           END-READ.

       3210-CARGAR-LINEA.
           CALL "secHash" USING WS-SNAP-CALCULADO RS-DATOS
               WS-CHECKSUM-NUEVO.
           MOVE WS-CHECKSUM-NUEVO TO WS-SNAP-CALCULADO.
           IF WS-RL-COUNT < 2000
               ADD 1 TO WS-RL-COUNT
               MOVE RS-DATOS TO WS-RL-DATOS(WS-RL-COUNT)
           ELSE
      *        NO CUADRARA CON EL TRAILER Y SE RECHAZA
               MOVE ZERO TO WS-SNAP-CALCULADO
           END-IF.

      ******************************************************************
      * EL FICHERO ACTUAL Y LA INSTANTANEA, LADO A LADO; CON LA
      * CONFIRMACION SE REESCRIBE, SE RELEE Y SU CHECKSUM DEBE SER EL
      * DE LA INSTANTANEA.
      ******************************************************************
       4000-RESTAURAR.
           PERFORM 5000-LEER-ACTUAL.
           IF WS-ACT-ESTADO = "P"
               DISPLAY "ACTUAL:      " WS-PARAM-FICHERO " "
                   WS-ACT-LINEAS " LINEAS, CHECKSUM " WS-ACT-CHECKSUM
           ELSE
               DISPLAY "ACTUAL:      " WS-PARAM-FICHERO
                   " NO EXISTE"
           END-IF.
           DISPLAY "INSTANTANEA: " WS-FECHA " " WS-SNAP-LINEAS
               " LINEAS, CHECKSUM " WS-SNAP-CHECKSUM " (TOMADA "
               WS-SNAP-TOMADA-FECHA " " WS-SNAP-TOMADA-HORA ")".
           IF WS-ACT-ESTADO = "P"
               AND WS-ACT-LINEAS = WS-SNAP-LINEAS
               AND WS-ACT-CHECKSUM = WS-SNAP-CHECKSUM
               DISPLAY "EL FICHERO YA ESTA COMO EN LA INSTANTANEA, "
                   "NADA QUE RESTAURAR"
               GO TO 4000-EXIT.
           DISPLAY "CONFIRMAR LA RESTAURACION DE " WS-PARAM-FICHERO
               " (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RESTAURACION CANCELADA"
               GO TO 4000-EXIT.
           MOVE ZERO TO WS-GRABADOS.
           IF RF-INDEXADO(WS-FX-ELEGIDO)
               OPEN OUTPUT RUTINA-TABLE-FILE
               IF WS-RT-STATUS NOT = "00"
                   DISPLAY WS-PARAM-FICHERO " NO SE PUEDE GRABAR "
                       "(STATUS " WS-RT-STATUS "), NADA RESTAURADO"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4200-GRABAR-RUTINA
                   VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               CLOSE RUTINA-TABLE-FILE
           ELSE
               PERFORM 6010-ABRIR-SALIDA
               IF WS-PARAM-STATUS NOT = "00"
                   DISPLAY WS-PARAM-FICHERO " NO SE PUEDE GRABAR "
                       "(STATUS " WS-PARAM-STATUS "), NADA RESTAURADO"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4100-GRABAR-LINEA
                   VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               PERFORM 6900-CERRAR-PARAM
           END-IF.
           MOVE "PARM RESTORE" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-PARAM-FICHERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRABADOS DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.
           PERFORM 5000-LEER-ACTUAL.
           IF WS-ACT-LINEAS = WS-SNAP-LINEAS
               AND WS-ACT-CHECKSUM = WS-SNAP-CHECKSUM
               DISPLAY WS-PARAM-FICHERO " RESTAURADO A LA "
                   "INSTANTANEA DEL " WS-FECHA " Y VERIFICADO"
           ELSE
               DISPLAY WS-PARAM-FICHERO " RESTAURADO PERO NO "
                   "VERIFICA: " WS-ACT-LINEAS " LINEAS, CHECKSUM "
                   WS-ACT-CHECKSUM
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-GRABAR-LINEA.
           PERFORM 6200-GRABAR-PARAM.
           IF WS-PARAM-STATUS = "00"
               ADD 1 TO WS-GRABADOS
           ELSE
               DISPLAY "LINEA " WS-RL-SUB " NO GRABADA (STATUS "
                   WS-PARAM-STATUS ")"
           END-IF.

       4200-GRABAR-RUTINA.
           MOVE WS-RL-DATOS(WS-RL-SUB)(1:68) TO RUTINA-RECORD.
           WRITE RUTINA-RECORD
               INVALID KEY
                   DISPLAY "RUTINA " RT-SEQ " RECHAZADA (STATUS "
                       WS-RT-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-GRABADOS
           END-WRITE.

      *    LINEAS Y CHECKSUM DEL FICHERO COMO LOS CALCULA refSnap
       5000-LEER-ACTUAL.
           MOVE ZERO TO WS-ACT-LINEAS WS-ACT-CHECKSUM.
           MOVE "N" TO WS-EOF-SWITCH.
           IF RF-INDEXADO(WS-FX-ELEGIDO)
               OPEN INPUT RUTINA-TABLE-FILE
               MOVE WS-RT-STATUS TO WS-PARAM-STATUS
           ELSE
               PERFORM 6000-ABRIR-ENTRADA
           END-IF.
           IF WS-PARAM-STATUS NOT = "00"
               MOVE "A" TO WS-ACT-ESTADO
           ELSE
               MOVE "P" TO WS-ACT-ESTADO
               IF RF-INDEXADO(WS-FX-ELEGIDO)
                   PERFORM 5200-SUMAR-RUTINA UNTIL WS-EOF
                   CLOSE RUTINA-TABLE-FILE
               ELSE
                   PERFORM 5100-SUMAR-LINEA UNTIL WS-EOF
                   PERFORM 6900-CERRAR-PARAM
               END-IF
           END-IF.

       5100-SUMAR-LINEA.
           PERFORM 6100-LEER-PARAM.
           IF NOT WS-EOF
               PERFORM 5300-SUMAR
           END-IF.

       5200-SUMAR-RUTINA.
           READ RUTINA-TABLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-DATOS
                   MOVE RUTINA-RECORD TO WS-DATOS
                   PERFORM 5300-SUMAR
           END-READ.

       5300-SUMAR.
           ADD 1 TO WS-ACT-LINEAS.
           CALL "secHash" USING WS-ACT-CHECKSUM WS-DATOS
               WS-CHECKSUM-NUEVO.
           MOVE WS-CHECKSUM-NUEVO TO WS-ACT-CHECKSUM.

      ******************************************************************
      * APERTURA, LECTURA, GRABACION Y CIERRE DEL FICHERO ELEGIDO, POR
      * SU NOMBRE. UN NOMBRE DE LA LISTA SIN SU SELECT NO SE ABRE
      * (STATUS 30).
      ******************************************************************
       6000-ABRIR-ENTRADA.
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

       6010-ABRIR-SALIDA.
           EVALUATE WS-PARAM-FICHERO
               WHEN "THRESH.DAT"
                   OPEN OUTPUT THRESHOLD-FILE
               WHEN "ENTIDAD.DAT"
                   OPEN OUTPUT ENTITY-MASTER-FILE
               WHEN "RATECARD.DAT"
                   OPEN OUTPUT RATE-CARD-FILE
               WHEN "PARTNERS.DAT"
                   OPEN OUTPUT PARTNER-FILE
               WHEN "WORKCAL.DAT"
                   OPEN OUTPUT WORK-CALENDAR-FILE
               WHEN "RETENT.DAT"
                   OPEN OUTPUT RETENTION-FILE
               WHEN "ALERTCFG.DAT"
                   OPEN OUTPUT ALERT-CONFIG-FILE
               WHEN "STEPCFG.DAT"
                   OPEN OUTPUT STEP-CONFIG-FILE
               WHEN "MSGCAT.DAT"
                   OPEN OUTPUT MESSAGE-CATALOG-FILE
               WHEN OTHER
                   MOVE "30" TO WS-PARAM-STATUS
           END-EVALUATE.

       6100-LEER-PARAM.
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

       6200-GRABAR-PARAM.
           EVALUATE WS-PARAM-FICHERO
               WHEN "THRESH.DAT"
                   WRITE THRESHOLD-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "ENTIDAD.DAT"
                   WRITE ENTITY-MASTER-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "RATECARD.DAT"
                   WRITE RATE-CARD-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "PARTNERS.DAT"
                   WRITE PARTNER-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "WORKCAL.DAT"
                   WRITE WORK-CALENDAR-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "RETENT.DAT"
                   WRITE RETENTION-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "ALERTCFG.DAT"
                   WRITE ALERT-CONFIG-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "STEPCFG.DAT"
                   WRITE STEP-CONFIG-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
               WHEN "MSGCAT.DAT"
                   WRITE MESSAGE-CATALOG-RECORD
                       FROM WS-RL-DATOS(WS-RL-SUB)
           END-EVALUATE.

       6900-CERRAR-PARAM.
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
      * LA RESTAURACION (Y EL ACCESO DENEGADO) VAN AL JOURNAL DE
      * SEGURIDAD CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "refRest" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM refRest.
