      *          duplicating it forever. A record already present in
      *          CALCFILE.DAT is refused on the duplicate key. The
      *          ARCHIVO: section headers calcHskp writes between
      *          runs are kept. A record under an active legal hold
      *          (LEGALHLD.DAT, see holdMant) is not restored and stays
      *          in CALCARCH.DAT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                DOUBLE-COUNTED ITS DAY IN closeAudit (A FALSE
      *                RC 8 EXCEPTION) AND THE NEXT calcHskp PASS
      *                RE-ARCHIVED IT, DUPLICATING IT FOREVER.
      * 2026-10-15 FA  THE ARCHIVED IMAGE IS NOW THE 89-BYTE
      *                CALC-RECORD (CALC-OPERATOR ADDED) AND THE
      *                OPERATOR IS SHOWN ON EACH MATCH; RECORDS
      *                ARCHIVED BEFORE THAT SHOW AND RESTORE WITH A
      *                BLANK OPERATOR.
      * 2026-10-15 FA  A RECORD RESTORED TO CALCFILE.DAT IS ALSO
      *                JOURNALED AS AN AFTER-IMAGE ON CALCJRNL.DAT
      *                THROUGH calcJrnl, SO calcRcvr CAN ROLL THE FILE
      *                FORWARD FROM THE LAST BACKUP.
      * 2026-10-15 FA  A RECORD UNDER AN ACTIVE LEGAL HOLD
      *                (LEGALHLD.DAT, MAINTAINED WITH holdMant) IS
      *                REFUSED FOR RESTORE, SO THE RESTORE PASS NEVER
      *                REMOVES IT FROM CALCARCH.DAT.
      * 2026-10-15 FA  THE CALC-RECORD IMAGE IS NOW 92 BYTES
      *                (CALC-CURRENCY APPENDED); THE ARCHIVE LINE, THE
      *                MATCH TABLE AND THE RESTORE CARRY ALL OF IT. AN
      *                OLDER ARCHIVE LINE RESTORES WITH A BLANK
      *                CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archInq.
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ARCHIVE-FILE.
       01  ARCH-RECORD                 PIC X(92).
       FD  ARCH-WORK-FILE.
       01  ARCH-WORK-RECORD            PIC X(92).
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  LEGAL-HOLD-FILE.
           COPY LEGALHLD.
       WORKING-STORAGE SECTION.
       01  WS-CARCH-STATUS             PIC XX.
       01  WS-LH-STATUS                PIC XX.
       01  WS-AWORK-STATUS             PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
       01  WS-NUMERO-X                 PIC X(3).
       01  WS-NUMERO                   PIC 9(3).

      * RETENCIONES LEGALES ACTIVAS DE LEGALHLD.DAT (holdMant): UN
      * REGISTRO RETENIDO NO SE RESTAURA NI SALE DEL ARCHIVO. SI NO SE
      * PUEDEN CARGAR ENTERAS NO SE RESTAURA NADA.
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
       01  WS-HD-RETENIDO-SWITCH       PIC X.
           88  WS-HD-RETENIDO          VALUE "Y".
       01  WS-HD-RETENCION             PIC 9(6).

      * IMAGEN DEL CALC-RECORD TAL COMO LO ARCHIVO calcHskp (LOS
      * PRIMEROS 92 BYTES DE LA LINEA); EL MOVE DE GRUPO CONSERVA
      * LOS BYTES DE SIGNO DE LOS CAMPOS FIRMADOS
       01  WS-ARCH-CALC.
           05  WS-AC-KEY.
           05  WS-AC-VALUE-1           PIC S9(7)V99.
           05  WS-AC-VALUE-2           PIC S9(7)V99.
           05  WS-AC-RESULT            PIC S9(7)V99.
           05  WS-AC-OPERATOR          PIC X(8).
           05  WS-AC-CURRENCY          PIC X(3).

       01  WS-MATCH-TABLA.
           05  WS-MATCH-ENTRY OCCURS 200 TIMES.
               10  WS-MT-RECORD        PIC X(92).
               10  WS-MT-RESTAURADO    PIC X.

       01  INQ-DETAIL-LINE.
           05  INQ-VALUE-2             PIC -9(7).99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  INQ-RESULT              PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  INQ-OPERATOR            PIC X(8).
       PROCEDURE DIVISION.
           INICIO.
               OPEN INPUT CALC-ARCHIVE-FILE.
                   MOVE "Y" TO WS-ENTIDAD-DADA
               END-IF.
               PERFORM BUSCAR-EN-ARCHIVO.
               PERFORM CARGAR-RETENCIONES.
               IF WS-MATCH-COUNT = ZERO
                   DISPLAY "SIN REGISTROS QUE CASEN EN EL ARCHIVO"
                   GO TO PEDIR-FILTROS.
                       IF ARCH-RECORD(1:9) = "ARCHIVO: "
                           CONTINUE
                       ELSE
                           MOVE ARCH-RECORD(1:92) TO WS-ARCH-CALC
                           PERFORM EXAMINAR-REGISTRO
                       END-IF
               END-READ.
               MOVE WS-AC-VALUE-1 TO INQ-VALUE-1.
               MOVE WS-AC-VALUE-2 TO INQ-VALUE-2.
               MOVE WS-AC-RESULT TO INQ-RESULT.
               MOVE WS-AC-OPERATOR TO INQ-OPERATOR.
               DISPLAY INQ-DETAIL-LINE.
               ADD 1 TO WS-LINEAS.
               IF WS-LINEAS NOT < WS-LINEAS-POR-PAGINA
                       WS-CALC-STATUS ")"
                   GO TO RESTAURAR-UNO-FIN.
               MOVE WS-MT-RECORD(WS-NUMERO) TO CALC-RECORD.
               IF WS-HD-INCIERTAS
                   DISPLAY "RETENCIONES LEGALES SIN CARGAR, NO SE "
                       "RESTAURA"
                   CLOSE CALC-FILE
                   GO TO RESTAURAR-UNO-FIN.
               PERFORM COMPROBAR-RETENCION.
               IF WS-HD-RETENIDO
                   DISPLAY "BAJO RETENCION LEGAL " WS-HD-RETENCION
                       ", SE QUEDA EN CALCARCH.DAT"
                   CLOSE CALC-FILE
                   GO TO RESTAURAR-UNO-FIN.
               WRITE CALC-RECORD
                   INVALID KEY
                       DISPLAY "YA EXISTE EN CALCFILE.DAT, NO SE "
                           "RESTAURA"
                   NOT INVALID KEY
                       CALL "calcJrnl" USING BY CONTENT "A"
                           BY REFERENCE CALC-RECORD
                       MOVE "Y" TO WS-MT-RESTAURADO(WS-NUMERO)
                       ADD 1 TO WS-RESTAURADOS
                       ADD 1 TO WS-RESTAURADOS-PASADA
           RESTAURAR-UNO-FIN.
               EXIT.

      ******************************************************************
      * RETENCIONES LEGALES ACTIVAS, RELEIDAS EN CADA PASADA PARA QUE
      * UNA RETENCION PUESTA CON LA CONSULTA ABIERTA YA CUENTE. SIN
      * LEGALHLD.DAT NO HAY NINGUNA.
      ******************************************************************
           CARGAR-RETENCIONES.
               MOVE ZERO TO WS-HD-COUNT.
               MOVE "N" TO WS-HD-INCIERTAS-SWITCH.
               MOVE "N" TO WS-HD-EOF-SWITCH.
               OPEN INPUT LEGAL-HOLD-FILE.
               IF WS-LH-STATUS = "00"
                   PERFORM LEER-RETENCION UNTIL WS-HD-EOF
                   CLOSE LEGAL-HOLD-FILE
               ELSE
                   IF WS-LH-STATUS NOT = "35"
                       DISPLAY "LEGALHLD.DAT ILEGIBLE (STATUS "
                           WS-LH-STATUS ")"
                       SET WS-HD-INCIERTAS TO TRUE
                   END-IF
               END-IF.

           LEER-RETENCION.
               READ LEGAL-HOLD-FILE
                   AT END
                       SET WS-HD-EOF TO TRUE
                   NOT AT END
                       IF LH-ACTIVA
                           IF WS-HD-COUNT < 100
                               ADD 1 TO WS-HD-COUNT
                               MOVE LH-ID TO WS-HD-ID(WS-HD-COUNT)
                               MOVE LH-ENTITY
                                   TO WS-HD-ENTITY(WS-HD-COUNT)
                               MOVE LH-DESDE
                                   TO WS-HD-DESDE(WS-HD-COUNT)
                               MOVE LH-HASTA
                                   TO WS-HD-HASTA(WS-HD-COUNT)
                           ELSE
                               DISPLAY "MAS DE 100 RETENCIONES "
                                   "LEGALES ACTIVAS"
                               SET WS-HD-INCIERTAS TO TRUE
                               SET WS-HD-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ.

      ******************************************************************
      * EL CALC-RECORD A RESTAURAR ESTA RETENIDO SI UNA RETENCION
      * ACTIVA CUBRE SU ENTIDAD (O TODAS, **) Y SU FECHA.
      ******************************************************************
           COMPROBAR-RETENCION.
               MOVE "N" TO WS-HD-RETENIDO-SWITCH.
               PERFORM COMPARAR-RETENCION
                   VARYING WS-HD-SUB FROM 1 BY 1
                   UNTIL WS-HD-SUB > WS-HD-COUNT OR WS-HD-RETENIDO.

           COMPARAR-RETENCION.
               IF (WS-HD-ENTITY(WS-HD-SUB) = "**"
                   OR WS-HD-ENTITY(WS-HD-SUB) = CALC-ENTITY)
                   AND CALC-DATE NOT < WS-HD-DESDE(WS-HD-SUB)
                   AND CALC-DATE NOT > WS-HD-HASTA(WS-HD-SUB)
                   MOVE WS-HD-ID(WS-HD-SUB) TO WS-HD-RETENCION
                   SET WS-HD-RETENIDO TO TRUE
               END-IF.

      ******************************************************************
      * REESCRIBE CALCARCH.DAT SIN LAS LINEAS CUYA CLAVE COINCIDE
      * CON UN REGISTRO RESTAURADO EN ESTA PASADA: UN RESTAURADO QUE
