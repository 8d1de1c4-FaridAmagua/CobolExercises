      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: forward recovery of CALCFILE.DAT. Rebuilds the
      *          indexed file from the last verified backup
      *          (CALCFILE.BKP, written by calcUnld, with the same
      *          order and trailer-count controls as calcReld) and
      *          rolls it forward with every after-image that
      *          CALCJRNL.DAT holds after the last backup mark (see
      *          the CALCJRNL copybook), in journal order: an A image
      *          is written back, a B image deleted. An image whose
      *          record is already there exactly as journaled (or, for
      *          a B image, already gone) is skipped as already
      *          present - it was written while the backup was being
      *          taken; one that finds a different record under its
      *          key is left alone and listed as a conflict. The
      *          counts of applied, already-present and conflicting
      *          images go to CALCRCVR.DAT and the console, and the
      *          rebuilt file is then checked by calcVrfy (CALLed;
      *          mismatches on CALCVRPT.DAT as usual).
      *          Refuses to start when the journal has no backup mark,
      *          when the last backup failed its verification or when
      *          CALCFILE.BKP is not the backup of that mark.
      *          RETURN-CODE 0 recovered and verified, 4 recovered
      *          with conflicts to review, 8 not recovered or the
      *          verification failed.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); THE BACKUP RELOAD AND
      *                THE JOURNAL IMAGE COMPARE USE ALL OF IT. AN OLDER
      *                BACKUP RELOADS WITH A BLANK CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcRcvr.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. recuperacion hacia adelante de CALCFILE.DAT.
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
           SELECT CALC-BACKUP-FILE ASSIGN TO "CALCFILE.BKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBKP-STATUS.
           SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "CALCRCVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CALC-BACKUP-FILE.
       01  CALC-BACKUP-RECORD.
           05  CB-TYPE                 PIC X.
           05  CB-DATA                 PIC X(92).
       FD  CALC-JOURNAL-FILE.
           COPY CALCJRNL.
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD      PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CBKP-STATUS              PIC XX.
       01  WS-CJ-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CONFIRMA                 PIC X.
           88  WS-CONFIRMADO           VALUE "S" "s".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
      * POSICION EN CALCJRNL.DAT DE LA ULTIMA MARCA DE BACKUP
       01  WS-LINEA                    PIC 9(9) VALUE ZERO.
       01  WS-LINEA-MARCA              PIC 9(9) VALUE ZERO.
       01  WS-MARCA-FECHA              PIC 9(8) VALUE ZERO.
       01  WS-MARCA-HORA               PIC 9(8) VALUE ZERO.
       01  WS-MARCA-FALLIDA-SWITCH     PIC X VALUE "N".
           88  WS-MARCA-FALLIDA        VALUE "Y".
      * CABECERA DEL BACKUP: "FICHERO " + NOMBRE X(12) + " FECHA " +
      * FECHA DE LA DESCARGA, COMO LA ESCRIBE calcUnld
       01  WS-BKP-FECHA-X              PIC X(8).
       01  WS-CARGADOS                 PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-VISTO            PIC X VALUE "N".
           88  WS-CON-TRAILER          VALUE "Y".
       01  WS-APLICADAS                PIC 9(7) VALUE ZERO.
       01  WS-YA-PRESENTES             PIC 9(7) VALUE ZERO.
       01  WS-CONFLICTOS               PIC 9(7) VALUE ZERO.
       01  WS-VRFY-RC                  PIC S9(4) VALUE ZERO.
       01  RCV-TITLE-LINE.
           05  FILLER                  PIC X(36) VALUE
                   "RECUPERACION DE CALCFILE.DAT - MARCA".
           05  FILLER                  PIC X VALUE SPACE.
           05  RTL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RTL-HORA                PIC 9(8).
       01  RCV-CONFLICT-LINE.
           05  FILLER                  PIC X(10) VALUE "CONFLICTO ".
           05  RCL-TIPO                PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-HORA                PIC 9(8).
           05  FILLER                  PIC X(7) VALUE " CLAVE ".
           05  RCL-DATE                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-RUN-ID              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RCL-PROGRAM             PIC X(20).
       01  RCV-TOTAL-LINE.
           05  RTT-TEXTO               PIC X(30).
           05  RTT-CUENTA              PIC ZZZZZZ9.
       01  WS-IMAGEN                   PIC X(92).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE < 8
               PERFORM 2000-BUSCAR-MARCA THRU 2000-EXIT
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM 3000-RECARGAR THRU 3000-EXIT
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM 4000-REAPLICAR THRU 4000-EXIT
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM 5000-VERIFICAR
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "CALCFILE.DAT SE RECONSTRUYE DESDE CALCFILE.BKP Y "
               "CALCJRNL.DAT; EL FICHERO ACTUAL SE PIERDE".
           DISPLAY "CONFIRMA LA RECUPERACION (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF NOT WS-CONFIRMADO
               DISPLAY "RECUPERACION CANCELADA, NADA TOCADO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * PRIMERA PASADA POR EL DIARIO: LA ULTIMA MARCA M Y SI DETRAS
      * DE ELLA HAY UNA F (ESE BACKUP NO PASO LA VERIFICACION).
      ******************************************************************
       2000-BUSCAR-MARCA.
           OPEN INPUT CALC-JOURNAL-FILE.
           IF WS-CJ-STATUS NOT = "00"
               DISPLAY "CALCJRNL.DAT NO DISPONIBLE (STATUS "
                   WS-CJ-STATUS "), NO HAY NADA QUE REAPLICAR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           MOVE ZERO TO WS-LINEA.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LEER-MARCA UNTIL WS-EOF.
           CLOSE CALC-JOURNAL-FILE.
           IF WS-LINEA-MARCA = ZERO
               DISPLAY "CALCJRNL.DAT NO TIENE MARCA DE BACKUP, NO SE "
                   "SABE DESDE DONDE REAPLICAR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           IF WS-MARCA-FALLIDA
               DISPLAY "EL ULTIMO BACKUP (" WS-MARCA-FECHA " "
                   WS-MARCA-HORA ") NO PASO LA VERIFICACION"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           MOVE WS-MARCA-FECHA TO RTL-FECHA.
           MOVE WS-MARCA-HORA TO RTL-HORA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TITLE-LINE.
       2000-EXIT.
           EXIT.

       2100-LEER-MARCA.
           READ CALC-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEA
                   EVALUATE TRUE
                       WHEN CJ-MARCA
                           MOVE WS-LINEA TO WS-LINEA-MARCA
                           MOVE CJ-FECHA TO WS-MARCA-FECHA
                           MOVE CJ-HORA TO WS-MARCA-HORA
                           MOVE "N" TO WS-MARCA-FALLIDA-SWITCH
                       WHEN CJ-MARCA-FALLIDA
                           IF WS-LINEA-MARCA > ZERO
                               SET WS-MARCA-FALLIDA TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * RECARGA DESDE CALCFILE.BKP, CON LOS CONTROLES DE calcReld. EL
      * BACKUP DEBE SER EL DE LA MARCA: SU FECHA DE DESCARGA ES LA DE
      * LA MARCA.
      ******************************************************************
       3000-RECARGAR.
           OPEN INPUT CALC-BACKUP-FILE.
           IF WS-CBKP-STATUS NOT = "00"
               DISPLAY "CALCFILE.BKP NO DISPONIBLE (STATUS "
                   WS-CBKP-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           READ CALC-BACKUP-FILE
               AT END
                   MOVE SPACES TO CALC-BACKUP-RECORD
           END-READ.
           MOVE CB-DATA(28:8) TO WS-BKP-FECHA-X.
           IF CB-TYPE NOT = "H" OR WS-BKP-FECHA-X IS NOT NUMERIC
               OR WS-BKP-FECHA-X NOT = WS-MARCA-FECHA
               DISPLAY "CALCFILE.BKP NO ES EL BACKUP DE LA ULTIMA "
                   "MARCA (" WS-MARCA-FECHA "), NADA RECARGADO"
               CLOSE CALC-BACKUP-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT.
           OPEN OUTPUT CALC-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-CARGAR-CALC UNTIL WS-EOF.
           CLOSE CALC-FILE.
           CLOSE CALC-BACKUP-FILE.
           IF NOT WS-CON-TRAILER
               DISPLAY "EL BACKUP NO TRAE TRAILER, RECARGA SUSPECTA"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-CARGADOS
                   DISPLAY "CUENTA DEL TRAILER " WS-TRAILER-COUNT
                       " NO CUADRA CON " WS-CARGADOS " CARGADOS"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE "REGISTROS RECARGADOS DEL BACKUP" TO RTT-TEXTO.
           MOVE WS-CARGADOS TO RTT-CUENTA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TOTAL-LINE.
           DISPLAY "CALCRCVR: " WS-CARGADOS
               " REGISTROS RECARGADOS DEL BACKUP".
       3000-EXIT.
           EXIT.

       3100-CARGAR-CALC.
           READ CALC-BACKUP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE CB-TYPE
                       WHEN "D"
                           MOVE CB-DATA(1:92) TO CALC-RECORD
                           WRITE CALC-RECORD
                               INVALID KEY
                                   DISPLAY "CLAVE FUERA DE ORDEN O "
                                       "DUPLICADA EN EL BACKUP"
                                   MOVE 8 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CARGADOS
                           END-WRITE
                       WHEN "T"
                           MOVE "Y" TO WS-TRAILER-VISTO
                           IF CB-DATA(1:7) IS NUMERIC
                               MOVE CB-DATA(1:7) TO
                                   WS-TRAILER-COUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * SEGUNDA PASADA: SE SALTA HASTA LA MARCA Y SE REAPLICA CADA
      * IMAGEN POSTERIOR EN EL ORDEN DEL DIARIO.
      ******************************************************************
       4000-REAPLICAR.
           OPEN INPUT CALC-JOURNAL-FILE.
           OPEN I-O CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT RECARGADO NO SE ABRE (STATUS "
                   WS-CALC-STATUS ")"
               CLOSE CALC-JOURNAL-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 4000-EXIT.
           MOVE ZERO TO WS-LINEA.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-LEER-IMAGEN UNTIL WS-EOF.
           CLOSE CALC-FILE.
           CLOSE CALC-JOURNAL-FILE.
           MOVE "IMAGENES APLICADAS" TO RTT-TEXTO.
           MOVE WS-APLICADAS TO RTT-CUENTA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "IMAGENES YA PRESENTES" TO RTT-TEXTO.
           MOVE WS-YA-PRESENTES TO RTT-CUENTA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "IMAGENES EN CONFLICTO" TO RTT-TEXTO.
           MOVE WS-CONFLICTOS TO RTT-CUENTA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TOTAL-LINE.
           DISPLAY "CALCRCVR: " WS-APLICADAS " APLICADAS, "
               WS-YA-PRESENTES " YA PRESENTES, " WS-CONFLICTOS
               " EN CONFLICTO".
           IF WS-CONFLICTOS > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LEER-IMAGEN.
           READ CALC-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEA
                   IF WS-LINEA > WS-LINEA-MARCA
                       EVALUATE TRUE
                           WHEN CJ-ALTA
                               PERFORM 4200-APLICAR-ALTA
                           WHEN CJ-BAJA
                               PERFORM 4300-APLICAR-BAJA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      ******************************************************************
      * ALTA: SIN REGISTRO BAJO LA CLAVE SE GRABA; CON EL MISMO
      * REGISTRO YA ESTABA; CON OTRO DISTINTO ES UN CONFLICTO Y SE
      * DEJA COMO ESTA.
      ******************************************************************
       4200-APLICAR-ALTA.
           MOVE CJ-IMAGEN TO CALC-RECORD.
           READ CALC-FILE KEY IS CALC-KEY
               INVALID KEY
                   MOVE CJ-IMAGEN TO CALC-RECORD
                   WRITE CALC-RECORD
                       INVALID KEY
                           PERFORM 4400-ANOTAR-CONFLICTO
                       NOT INVALID KEY
                           ADD 1 TO WS-APLICADAS
                   END-WRITE
               NOT INVALID KEY
                   MOVE CALC-RECORD TO WS-IMAGEN
                   IF WS-IMAGEN = CJ-IMAGEN
                       ADD 1 TO WS-YA-PRESENTES
                   ELSE
                       PERFORM 4400-ANOTAR-CONFLICTO
                   END-IF
           END-READ.

      ******************************************************************
      * BAJA: CON EL MISMO REGISTRO SE BORRA; SIN REGISTRO YA ESTABA
      * BORRADO; CON OTRO DISTINTO ES UN CONFLICTO Y NO SE BORRA.
      ******************************************************************
       4300-APLICAR-BAJA.
           MOVE CJ-IMAGEN TO CALC-RECORD.
           READ CALC-FILE KEY IS CALC-KEY
               INVALID KEY
                   ADD 1 TO WS-YA-PRESENTES
               NOT INVALID KEY
                   MOVE CALC-RECORD TO WS-IMAGEN
                   IF WS-IMAGEN = CJ-IMAGEN
                       DELETE CALC-FILE
                           INVALID KEY
                               PERFORM 4400-ANOTAR-CONFLICTO
                           NOT INVALID KEY
                               ADD 1 TO WS-APLICADAS
                       END-DELETE
                   ELSE
                       PERFORM 4400-ANOTAR-CONFLICTO
                   END-IF
           END-READ.

       4400-ANOTAR-CONFLICTO.
           ADD 1 TO WS-CONFLICTOS.
           MOVE CJ-IMAGEN TO CALC-RECORD.
           MOVE CJ-TIPO TO RCL-TIPO.
           MOVE CJ-FECHA TO RCL-FECHA.
           MOVE CJ-HORA TO RCL-HORA.
           MOVE CALC-DATE TO RCL-DATE.
           MOVE CALC-RUN-ID TO RCL-RUN-ID.
           MOVE CALC-SEQ TO RCL-SEQ.
           MOVE CALC-ENTITY TO RCL-ENTITY.
           MOVE CALC-PROGRAM TO RCL-PROGRAM.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-CONFLICT-LINE.

      ******************************************************************
      * EL FICHERO RECONSTRUIDO PASA EL RECALCULO DE calcVrfy, QUE
      * DEJA SUS FALLOS EN CALCVRPT.DAT Y TERMINA CON RC 8 SI HAY.
      ******************************************************************
       5000-VERIFICAR.
           CALL "calcVrfy".
           MOVE RETURN-CODE TO WS-VRFY-RC.
           IF WS-VRFY-RC > 4
               DISPLAY "CALCRCVR: EL FICHERO RECUPERADO NO PASA "
                   "calcVrfy, VEA CALCVRPT.DAT"
               MOVE "VERIFICACION calcVrfy FALLIDA" TO RTT-TEXTO
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "VERIFICACION calcVrfy CORRECTA" TO RTT-TEXTO
           END-IF.
           MOVE WS-VRFY-RC TO RTT-CUENTA.
           WRITE RECOVERY-REPORT-RECORD FROM RCV-TOTAL-LINE.

       9000-TERMINATE.
           IF WS-CONFIRMADO
               CLOSE RECOVERY-REPORT-FILE
           END-IF.
       END PROGRAM calcRcvr.
