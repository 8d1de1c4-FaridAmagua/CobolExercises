      *            RUNARCH.DAT (each archive section is headed with
      *            the run date and the cutoff applied);
      *          - prints a summary of records kept and archived.
      *          CALCFILE.DAT and TRANLOG.DAT records under an active
      *          legal hold (LEGALHLD.DAT, see holdMant) are never
      *          archived or deleted; each is listed and counted as
      *          held on the summary. So is every record of a
      *          calculation under an open dispute case (DISPUTE.DAT
      *          and DISPCALC.DAT, see dispMant) until the case is
      *          closed.
      *          A file with no RETENT.DAT entry is left untouched.
      *          RETENT.DAT: one line per file, "FILEID   DDDDD"
      *          (id X(8), space, days 9(5)), ids CALCFILE, TRANLOG,
      *                NOW RECEIVES THE 65-BYTE KEYED IMAGE; LINES
      *                ARCHIVED BEFORE THE CHANGE KEEP THE OLD
      *                56-BYTE LAYOUT (closeAudit READS BOTH).
      * 2026-10-15 FA  EVERY CALCFILE.DAT RECORD DELETED BY THE PURGE IS
      *                JOURNALED AS A DELETE IMAGE ON CALCJRNL.DAT
      *                THROUGH calcJrnl, SO A ROLL FORWARD BY calcRcvr
      *                PAST A PURGE RUN LATER THAN THE BACKUP DELETES IT
      *                AGAIN.
      * 2026-10-15 FA  CALCFILE.DAT AND TRANLOG.DAT RECORDS UNDER AN
      *                ACTIVE LEGAL HOLD (LEGALHLD.DAT, MAINTAINED WITH
      *                holdMant) ARE NO LONGER PURGED; EACH IS LISTED
      *                AND COUNTED AS HELD ON THE SUMMARY. IF THE HOLDS
      *                CANNOT ALL BE LOADED NEITHER FILE IS PURGED.
      * 2026-10-15 FA  CALCFILE.DAT AND TRANLOG.DAT RECORDS OF A
      *                CALCULATION UNDER A DISPUTE CASE STILL ABIERTO OR
      *                EN REVISION (DISPCALC.DAT / DISPUTE.DAT,
      *                MAINTAINED WITH dispMant) ARE NO LONGER PURGED;
      *                EACH IS LISTED AND COUNTED AS HELD. IF THE CASE
      *                FILES EXIST BUT CANNOT BE OPENED NEITHER FILE IS
      *                PURGED.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); THE ARCHIVE LINE GREW
      *                TO KEEP THE CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcHskp.
           SELECT LOG-WORK-FILE ASSIGN TO "LOGWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT DISPUTE-CALC-FILE ASSIGN TO "DISPCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DK-KEY
               ALTERNATE RECORD KEY IS DK-POR-CASO
                   WITH DUPLICATES
               FILE STATUS IS WS-DK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD         PIC X(92).
       FD  TRAN-LOG-FILE.
           COPY TRANLOG.
       FD  TRAN-ARCHIVE-FILE.
       01  RUN-ARCHIVE-RECORD          PIC X(100).
       FD  LOG-WORK-FILE.
       01  LOG-WORK-RECORD             PIC X(100).
       FD  LEGAL-HOLD-FILE.
           COPY LEGALHLD.
       FD  DISPUTE-FILE.
           COPY DISPUTE.
       FD  DISPUTE-CALC-FILE.
           COPY DISPCALC.
       WORKING-STORAGE SECTION.
       01  WS-RET-STATUS               PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-RL-STATUS                PIC XX.
       01  WS-RARCH-STATUS             PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-LH-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-RET-EOF-SWITCH           PIC X VALUE "N".
       01  WS-CONSERVADOS              PIC 9(7).
       01  WS-ARCHIVADOS               PIC 9(7).
       01  WS-FILE-ID-ACTUAL           PIC X(8).
       01  WS-RETENIDOS                PIC 9(7).

      * RETENCIONES LEGALES ACTIVAS DE LEGALHLD.DAT (holdMant). SI NO
      * SE PUEDEN CARGAR ENTERAS, CALCFILE Y TRANLOG NO SE DEPURAN.
       01  WS-HD-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-HD-SUB                   PIC 9(3).
       01  WS-HD-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HD-EOF               VALUE "Y".
       01  WS-HD-INCIERTAS-SWITCH      PIC X VALUE "N".
           88  WS-HD-INCIERTAS         VALUE "Y".
       01  WS-HD-TABLA.
           05  WS-HD-ENTRY OCCURS 100 TIMES.
               10  WS-HD-ID            PIC 9(6).
               10  WS-HD-ENTITY        PIC XX.
               10  WS-HD-DESDE         PIC 9(8).
               10  WS-HD-HASTA         PIC 9(8).
       01  WS-HD-REG-ENTITY            PIC XX.
       01  WS-HD-REG-FECHA             PIC 9(8).
       01  WS-HD-RETENIDO-SWITCH       PIC X.
           88  WS-HD-RETENIDO          VALUE "Y".
       01  WS-HD-RETENCION             PIC 9(6).

      * CASOS DE DISPUTA (dispMant): UN CALCULO DE UN CASO VIGENTE NO
      * SE DEPURA. SI HAY CASOS PERO NO SE PUEDEN LEER, CALCFILE Y
      * TRANLOG NO SE DEPURAN.
       01  WS-DP-STATUS                PIC XX.
       01  WS-DK-STATUS                PIC XX.
       01  WS-DC-ABIERTOS-SWITCH       PIC X VALUE "N".
           88  WS-DC-ABIERTOS          VALUE "Y".
       01  WS-DC-INCIERTOS-SWITCH      PIC X VALUE "N".
           88  WS-DC-INCIERTOS         VALUE "Y".
       01  WS-DC-FIN-SWITCH            PIC X.
           88  WS-DC-FIN               VALUE "Y".
       01  WS-DC-EN-DISPUTA-SWITCH     PIC X.
           88  WS-DC-EN-DISPUTA        VALUE "Y".
       01  WS-DC-CLAVE                 PIC X(24).
       01  WS-DC-CASO                  PIC 9(6).

      * ENTRADA/SALIDA DE LA CONVERSION FECHA -> NUMERO DE DIA JULIANO
       01  WS-FS-FECHA                 PIC 9(8).
           PERFORM 4000-DEPURAR-ERRLOG THRU 4000-EXIT.
           PERFORM 5000-DEPURAR-SNHIST THRU 5000-EXIT.
           PERFORM 6000-DEPURAR-RUNLOG THRU 6000-EXIT.
           IF WS-DC-ABIERTOS
               CLOSE DISPUTE-FILE
               CLOSE DISPUTE-CALC-FILE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           CLOSE RETENTION-FILE.
           DISPLAY "CALCHSKP: " WS-RET-COUNT
               " ENTRADAS DE RETENCION CARGADAS".
           PERFORM 1200-CARGAR-RETENCIONES-LEGALES THRU 1200-EXIT.
           PERFORM 1300-ABRIR-DISPUTAS THRU 1300-EXIT.

       1100-CARGAR-RETENCION.
           READ RETENTION-FILE
                   END-IF
           END-READ.

      ******************************************************************
      * RETENCIONES LEGALES: SOLO CUENTAN LAS ACTIVAS. SIN
      * LEGALHLD.DAT NO HAY NINGUNA; UN FICHERO ILEGIBLE O CON MAS DE
      * 100 ACTIVAS DEJA LA LISTA INCOMPLETA, Y ENTONCES NO SE DEPURA
      * NADA QUE PUDIERA ESTAR RETENIDO.
      ******************************************************************
       1200-CARGAR-RETENCIONES-LEGALES.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LH-STATUS = "35"
               GO TO 1200-EXIT.
           IF WS-LH-STATUS NOT = "00"
               DISPLAY "LEGALHLD.DAT ILEGIBLE (STATUS " WS-LH-STATUS
                   "), CALCFILE Y TRANLOG NO SE DEPURAN"
               SET WS-HD-INCIERTAS TO TRUE
               GO TO 1200-EXIT.
           PERFORM 1210-LEER-RETENCION UNTIL WS-HD-EOF.
           CLOSE LEGAL-HOLD-FILE.
           DISPLAY "CALCHSKP: " WS-HD-COUNT
               " RETENCIONES LEGALES ACTIVAS".
       1200-EXIT.
           EXIT.

       1210-LEER-RETENCION.
           READ LEGAL-HOLD-FILE
               AT END
                   SET WS-HD-EOF TO TRUE
               NOT AT END
                   IF LH-ACTIVA
                       IF WS-HD-COUNT < 100
                           ADD 1 TO WS-HD-COUNT
                           MOVE LH-ID TO WS-HD-ID(WS-HD-COUNT)
                           MOVE LH-ENTITY TO WS-HD-ENTITY(WS-HD-COUNT)
                           MOVE LH-DESDE TO WS-HD-DESDE(WS-HD-COUNT)
                           MOVE LH-HASTA TO WS-HD-HASTA(WS-HD-COUNT)
                       ELSE
                           DISPLAY "MAS DE 100 RETENCIONES LEGALES "
                               "ACTIVAS, CALCFILE Y TRANLOG NO SE "
                               "DEPURAN"
                           SET WS-HD-INCIERTAS TO TRUE
                           SET WS-HD-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CASOS DE DISPUTA: SIN DISPCALC.DAT NO HAY NINGUNO. LOS DOS
      * FICHEROS QUEDAN ABIERTOS PARA CONSULTAR CADA REGISTRO QUE SE
      * IBA A DEPURAR.
      ******************************************************************
       1300-ABRIR-DISPUTAS.
           OPEN INPUT DISPUTE-CALC-FILE.
           IF WS-DK-STATUS = "35"
               GO TO 1300-EXIT.
           IF WS-DK-STATUS NOT = "00"
               DISPLAY "DISPCALC.DAT ILEGIBLE (STATUS " WS-DK-STATUS
                   "), CALCFILE Y TRANLOG NO SE DEPURAN"
               SET WS-DC-INCIERTOS TO TRUE
               GO TO 1300-EXIT.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "DISPUTE.DAT ILEGIBLE (STATUS " WS-DP-STATUS
                   "), CALCFILE Y TRANLOG NO SE DEPURAN"
               SET WS-DC-INCIERTOS TO TRUE
               CLOSE DISPUTE-CALC-FILE
               GO TO 1300-EXIT.
           SET WS-DC-ABIERTOS TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * BUSCA LA RETENCION DE WS-FILE-ID-ACTUAL Y DEJA EN
      * WS-CORTE-SERIAL EL DIA JULIANO DEL CORTE (HOY - DIAS).
               MOVE "Y" TO WS-RETENCION-HALLADA
           END-IF.

      ******************************************************************
      * UN REGISTRO (WS-HD-REG-ENTITY / WS-HD-REG-FECHA) ESTA RETENIDO
      * SI UNA RETENCION ACTIVA CUBRE SU ENTIDAD (O TODAS, **) Y SU
      * FECHA; WS-HD-RETENCION ES LA PRIMERA QUE LO CUBRE.
      ******************************************************************
       7200-COMPROBAR-RETENCION-LEGAL.
           MOVE "N" TO WS-HD-RETENIDO-SWITCH.
           PERFORM 7210-COMPARAR-RETENCION
               VARYING WS-HD-SUB FROM 1 BY 1
               UNTIL WS-HD-SUB > WS-HD-COUNT OR WS-HD-RETENIDO.

       7210-COMPARAR-RETENCION.
           IF (WS-HD-ENTITY(WS-HD-SUB) = "**"
               OR WS-HD-ENTITY(WS-HD-SUB) = WS-HD-REG-ENTITY)
               AND WS-HD-REG-FECHA NOT < WS-HD-DESDE(WS-HD-SUB)
               AND WS-HD-REG-FECHA NOT > WS-HD-HASTA(WS-HD-SUB)
               MOVE WS-HD-ID(WS-HD-SUB) TO WS-HD-RETENCION
               SET WS-HD-RETENIDO TO TRUE
           END-IF.

      ******************************************************************
      * UN CALCULO (CLAVE EN WS-DC-CLAVE) ESTA EN DISPUTA SI FIGURA EN
      * DISPCALC.DAT BAJO UN CASO VIGENTE (ABIERTO O EN REVISION);
      * WS-DC-CASO ES EL PRIMERO. UN CASO SIN CABECERA CUENTA COMO
      * VIGENTE: ANTE LA DUDA NO SE DEPURA.
      ******************************************************************
       7300-COMPROBAR-DISPUTA.
           MOVE "N" TO WS-DC-EN-DISPUTA-SWITCH.
           MOVE "N" TO WS-DC-FIN-SWITCH.
           IF NOT WS-DC-ABIERTOS
               SET WS-DC-FIN TO TRUE
           ELSE
               MOVE WS-DC-CLAVE TO DK-CALC-KEY
               MOVE ZERO TO DK-CASO
               START DISPUTE-CALC-FILE KEY NOT < DK-KEY
                   INVALID KEY
                       SET WS-DC-FIN TO TRUE
               END-START
           END-IF.
           PERFORM 7310-LEER-DISPUTA
               UNTIL WS-DC-FIN OR WS-DC-EN-DISPUTA.

       7310-LEER-DISPUTA.
           READ DISPUTE-CALC-FILE NEXT RECORD
               AT END
                   SET WS-DC-FIN TO TRUE
               NOT AT END
                   IF DK-CALC-KEY NOT = WS-DC-CLAVE
                       SET WS-DC-FIN TO TRUE
                   ELSE
                       MOVE DK-CASO TO DP-CASO
                       MOVE ZERO TO DP-LINEA
                       READ DISPUTE-FILE
                           INVALID KEY
                               SET WS-DC-EN-DISPUTA TO TRUE
                           NOT INVALID KEY
                               IF DP-VIGENTE
                                   SET WS-DC-EN-DISPUTA TO TRUE
                               END-IF
                       END-READ
                       IF WS-DC-EN-DISPUTA
                           MOVE DK-CASO TO WS-DC-CASO
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CONVIERTE WS-FS-FECHA (YYYYMMDD) EN WS-FS-SERIAL, EL NUMERO
      * DE DIA JULIANO, CON DIVISIONES ENTERAS - SIN FUNCIONES.
           IF NOT WS-CON-RETENCION
               DISPLAY "CALCFILE SIN RETENCION, NO SE TOCA"
               GO TO 2000-EXIT.
           IF WS-HD-INCIERTAS
               DISPLAY "CALCFILE NO SE DEPURA: RETENCIONES LEGALES "
                   "SIN CARGAR"
               GO TO 2000-EXIT.
           IF WS-DC-INCIERTOS
               DISPLAY "CALCFILE NO SE DEPURA: CASOS DE DISPUTA "
                   "ILEGIBLES"
               GO TO 2000-EXIT.
           OPEN I-O CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
           MOVE WS-TODAY TO AHL-DATE.
           MOVE WS-DIAS-RETENCION TO AHL-DAYS.
           WRITE CALC-ARCHIVE-RECORD FROM ARCH-HEADER-LINE.
           MOVE ZERO TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
               WS-RETENIDOS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LEER-CALCFILE UNTIL WS-EOF.
           CLOSE CALC-FILE.
       2200-EXAMINAR-CALC.
           MOVE CALC-DATE TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE "N" TO WS-HD-RETENIDO-SWITCH.
           IF WS-FS-SERIAL < WS-CORTE-SERIAL
               MOVE CALC-ENTITY TO WS-HD-REG-ENTITY
               MOVE CALC-DATE TO WS-HD-REG-FECHA
               PERFORM 7200-COMPROBAR-RETENCION-LEGAL
           END-IF.
           MOVE "N" TO WS-DC-EN-DISPUTA-SWITCH.
           IF WS-FS-SERIAL < WS-CORTE-SERIAL AND NOT WS-HD-RETENIDO
               MOVE CALC-KEY TO WS-DC-CLAVE
               PERFORM 7300-COMPROBAR-DISPUTA
           END-IF.
           EVALUATE TRUE
               WHEN WS-FS-SERIAL NOT < WS-CORTE-SERIAL
                   ADD 1 TO WS-CONSERVADOS
               WHEN WS-HD-RETENIDO
                   ADD 1 TO WS-RETENIDOS
                   DISPLAY "CALCHSKP CALCFILE RETENIDO (RETENCION "
                       WS-HD-RETENCION "): " CALC-KEY
               WHEN WS-DC-EN-DISPUTA
                   ADD 1 TO WS-RETENIDOS
                   DISPLAY "CALCHSKP CALCFILE EN DISPUTA (CASO "
                       WS-DC-CASO "): " CALC-KEY
               WHEN OTHER
                   WRITE CALC-ARCHIVE-RECORD FROM CALC-RECORD
                   DELETE CALC-FILE
                   IF WS-CALC-STATUS = "00"
                       CALL "calcJrnl" USING BY CONTENT "B"
                           BY REFERENCE CALC-RECORD
                   END-IF
                   ADD 1 TO WS-ARCHIVADOS
           END-EVALUATE.

      ******************************************************************
      * TRANLOG.DAT ES AHORA INDEXADO (CLAVE TL-KEY): SE DEPURA COMO
           IF NOT WS-CON-RETENCION
               DISPLAY "TRANLOG SIN RETENCION, NO SE TOCA"
               GO TO 3000-EXIT.
           IF WS-HD-INCIERTAS
               DISPLAY "TRANLOG NO SE DEPURA: RETENCIONES LEGALES "
                   "SIN CARGAR"
               GO TO 3000-EXIT.
           IF WS-DC-INCIERTOS
               DISPLAY "TRANLOG NO SE DEPURA: CASOS DE DISPUTA "
                   "ILEGIBLES"
               GO TO 3000-EXIT.
           OPEN I-O TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               GO TO 3000-EXIT.
           MOVE WS-TODAY TO AHL-DATE.
           MOVE WS-DIAS-RETENCION TO AHL-DAYS.
           WRITE TRAN-ARCHIVE-RECORD FROM ARCH-HEADER-LINE.
           MOVE ZERO TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
               WS-RETENIDOS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-LEER-TRANLOG UNTIL WS-EOF.
           CLOSE TRAN-LOG-FILE.
       3200-EXAMINAR-TRAN.
           MOVE TL-DATE TO WS-FS-FECHA.
           PERFORM 8000-FECHA-A-SERIAL.
           MOVE "N" TO WS-HD-RETENIDO-SWITCH.
           IF WS-FS-SERIAL < WS-CORTE-SERIAL
               MOVE TL-ENTITY TO WS-HD-REG-ENTITY
               MOVE TL-DATE TO WS-HD-REG-FECHA
               PERFORM 7200-COMPROBAR-RETENCION-LEGAL
           END-IF.
      *    LA LINEA DE TRANLOG DE UN CALCULO LLEVA SU MISMA CLAVE SIN
      *    LA ENTIDAD, QUE VA EN TL-ENTITY
           MOVE "N" TO WS-DC-EN-DISPUTA-SWITCH.
           IF WS-FS-SERIAL < WS-CORTE-SERIAL AND NOT WS-HD-RETENIDO
               MOVE TL-KEY TO WS-DC-CLAVE(1:22)
               MOVE TL-ENTITY TO WS-DC-CLAVE(23:2)
               PERFORM 7300-COMPROBAR-DISPUTA
           END-IF.
           EVALUATE TRUE
               WHEN WS-FS-SERIAL NOT < WS-CORTE-SERIAL
                   ADD 1 TO WS-CONSERVADOS
               WHEN WS-HD-RETENIDO
                   ADD 1 TO WS-RETENIDOS
                   DISPLAY "CALCHSKP TRANLOG RETENIDO (RETENCION "
                       WS-HD-RETENCION "): " TL-KEY " " TL-ENTITY
               WHEN WS-DC-EN-DISPUTA
                   ADD 1 TO WS-RETENIDOS
                   DISPLAY "CALCHSKP TRANLOG EN DISPUTA (CASO "
                       WS-DC-CASO "): " TL-KEY " " TL-ENTITY
               WHEN OTHER
                   WRITE TRAN-ARCHIVE-RECORD FROM TRAN-LOG-RECORD
                   DELETE TRAN-LOG-FILE
                   ADD 1 TO WS-ARCHIVADOS
           END-EVALUATE.

       4000-DEPURAR-ERRLOG.
           MOVE "ERRLOG" TO WS-FILE-ID-ACTUAL.
           MOVE WS-DIAS-RETENCION TO AHL-DAYS.
           WRITE ERROR-ARCHIVE-RECORD FROM ARCH-HEADER-LINE.
           OPEN OUTPUT LOG-WORK-FILE.
           MOVE ZERO TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
               WS-RETENIDOS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-LEER-ERRLOG UNTIL WS-EOF.
           CLOSE ERROR-LOG-FILE.
           MOVE WS-DIAS-RETENCION TO AHL-DAYS.
           WRITE DECISION-ARCHIVE-RECORD FROM ARCH-HEADER-LINE.
           OPEN OUTPUT LOG-WORK-FILE.
           MOVE ZERO TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
               WS-RETENIDOS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5100-LEER-SNHIST UNTIL WS-EOF.
           CLOSE DECISION-HISTORY-FILE.
           MOVE WS-DIAS-RETENCION TO AHL-DAYS.
           WRITE RUN-ARCHIVE-RECORD FROM ARCH-HEADER-LINE.
           OPEN OUTPUT LOG-WORK-FILE.
           MOVE ZERO TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
               WS-RETENIDOS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 6100-LEER-RUNLOG UNTIL WS-EOF.
           CLOSE RUN-LOG-FILE.
           DISPLAY "CALCHSKP " WS-FILE-ID-ACTUAL
               " LEIDOS " WS-LEIDOS
               " CONSERVADOS " WS-CONSERVADOS
               " ARCHIVADOS " WS-ARCHIVADOS
               " RETENIDOS " WS-RETENIDOS.
       END PROGRAM calcHskp.
