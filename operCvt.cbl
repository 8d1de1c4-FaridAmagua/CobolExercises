      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: one-time conversion of CALCFILE.DAT and TRANLOG.DAT
      *          to the layouts that end with the operator id
      *          (CALC-OPERATOR, TL-OPERATOR; see the CALCFILE and
      *          TRANLOG copybooks). The operator renames the old
      *          indexed files to CALCFILE.OLD and TRANLOG.OLD first;
      *          this program copies every record across by key and
      *          fills the operator the only way history allows:
      *          BATCH for DivisionesBatch work, the approving
      *          supervisor for a calcAdj reversal (from the
      *          reversal run-id on ADJLOG.DAT), blank for anything
      *          keyed before the operator was recorded. A TRANLOG
      *          line takes the operator of the CALCFILE record of
      *          the same date and run-id. Refuses to run when the
      *          new CALCFILE.DAT or TRANLOG.DAT already holds
      *          records, so a double conversion cannot double the
      *          files. Companion of tranReorg.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operCvt.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. conversion unica de CALCFILE y TRANLOG con operador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CALC-FILE ASSIGN TO "CALCFILE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-KEY
               ALTERNATE RECORD KEY IS OC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-OC-STATUS.
           SELECT OLD-TRAN-FILE ASSIGN TO "TRANLOG.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS WS-OT-STATUS.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CALC-FILE.
      * EL CALC-RECORD ANTIGUO DE 81 BYTES, SIN OPERADOR
       01  OLD-CALC-RECORD.
           05  OC-KEY.
               10  OC-DATE             PIC 9(8).
               10  OC-RUN-ID           PIC 9(8).
               10  OC-SEQ              PIC 9(6).
               10  OC-ENTITY           PIC XX.
           05  OC-PROGRAM              PIC X(20).
           05  OC-OPERATION            PIC X(10).
           05  OC-VALUE-1              PIC S9(7)V99.
           05  OC-VALUE-2              PIC S9(7)V99.
           05  OC-RESULT               PIC S9(7)V99.
       FD  OLD-TRAN-FILE.
      * EL TRAN-LOG-RECORD ANTIGUO DE 65 BYTES, SIN OPERADOR
       01  OLD-TRAN-RECORD.
           05  OT-KEY.
               10  OT-DATE             PIC 9(8).
               10  OT-RUN-ID           PIC 9(8).
               10  OT-SEQ              PIC 9(6).
           05  OT-DATA                 PIC X(43).
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  TRAN-LOG-FILE.
           COPY TRANLOG.
       FD  ADJUST-LOG-FILE.
       01  ADJUST-LOG-RECORD.
           05  AD-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-TIME                 PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X.
           05  AD-ORIG-KEY             PIC X(24).
           05  FILLER                  PIC X.
           05  AD-REV-RUN-ID           PIC 9(8).
           05  FILLER                  PIC X.
           05  AD-MOTIVO               PIC X(30).
           05  FILLER                  PIC X.
           05  AD-ORIG-OPERATOR        PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-OC-STATUS                PIC XX.
       01  WS-OT-STATUS                PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-TRAN-STATUS              PIC XX.
       01  WS-ADJ-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ABIERTOS-SWITCH          PIC X VALUE "N".
           88  WS-ABIERTOS             VALUE "Y".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-CALC-CARGADOS            PIC 9(7) VALUE ZERO.
       01  WS-CALC-SALTADOS            PIC 9(7) VALUE ZERO.
       01  WS-TRAN-CARGADOS            PIC 9(7) VALUE ZERO.
       01  WS-TRAN-SALTADOS            PIC 9(7) VALUE ZERO.
       01  WS-SIN-OPERADOR             PIC 9(7) VALUE ZERO.
       01  WS-OPERADOR                 PIC X(8).
      * EJECUCIONES DE REVERSO DE calcAdj Y EL SUPERVISOR QUE LAS
      * APROBO, TOMADAS DE ADJLOG.DAT
       01  WS-REV-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REV-SUB                  PIC 9(4).
       01  WS-REV-TABLA.
           05  WS-REV-ENTRY OCCURS 1000 TIMES.
               10  WS-REV-RUN-ID       PIC 9(8).
               10  WS-REV-SUPERVISOR   PIC X(8).
      * ULTIMA FECHA + EJECUCION BUSCADA EN CALCFILE.DAT PARA EL
      * TRANLOG (LAS LINEAS DE UNA MISMA EJECUCION VAN SEGUIDAS)
       01  WS-ULT-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ULT-RUN-ID               PIC 9(8) VALUE ZERO.
       01  WS-ULT-OPERADOR             PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 1100-CARGAR-REVERSOS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2000-CONVERTIR-CALC UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3000-CONVERTIR-TRAN UNTIL WS-EOF
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * APERTURA: LOS DOS FICHEROS VIEJOS DEBEN EXISTIR (RENOMBRADOS
      * A .OLD) Y LOS DOS NUEVOS DEBEN ESTAR VACIOS
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLD-CALC-FILE.
           IF WS-OC-STATUS NOT = "00"
               DISPLAY "SIN CALCFILE.OLD: RENOMBRE EL CALCFILE.DAT "
                   "ANTIGUO ANTES DE CONVERTIR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN INPUT OLD-TRAN-FILE.
           IF WS-OT-STATUS NOT = "00"
               DISPLAY "SIN TRANLOG.OLD: RENOMBRE EL TRANLOG.DAT "
                   "ANTIGUO ANTES DE CONVERTIR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN I-O CALC-FILE.
           IF WS-CALC-STATUS = "35"
               OPEN OUTPUT CALC-FILE
               CLOSE CALC-FILE
               OPEN I-O CALC-FILE
           END-IF.
           OPEN I-O TRAN-LOG-FILE.
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-LOG-FILE
               CLOSE TRAN-LOG-FILE
               OPEN I-O TRAN-LOG-FILE
           END-IF.
           SET WS-ABIERTOS TO TRUE.
           IF WS-CALC-STATUS NOT = "00" OR WS-TRAN-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT/TRANLOG.DAT NO DISPONIBLES "
                   "(STATUS " WS-CALC-STATUS "/" WS-TRAN-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
      *    UNA CONVERSION DOBLE DUPLICARIA LOS FICHEROS: CON
      *    REGISTROS YA CARGADOS NO SE CONVIERTE NADA
           READ CALC-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "CALCFILE.DAT YA TIENE REGISTROS, "
                       "CONVERSION RECHAZADA"
                   MOVE 8 TO WS-RETURN-CODE
           END-READ.
           READ TRAN-LOG-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "TRANLOG.DAT YA TIENE REGISTROS, "
                       "CONVERSION RECHAZADA"
                   MOVE 8 TO WS-RETURN-CODE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-CARGAR-REVERSOS.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJ-STATUS = "35"
               DISPLAY "SIN ADJLOG.DAT: LOS REVERSOS QUEDAN SIN "
                   "OPERADOR"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1110-LEER-REVERSO UNTIL WS-EOF
               CLOSE ADJUST-LOG-FILE
           END-IF.

       1110-LEER-REVERSO.
           READ ADJUST-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AD-REV-RUN-ID IS NUMERIC
                       AND WS-REV-COUNT < 1000
                       ADD 1 TO WS-REV-COUNT
                       MOVE AD-REV-RUN-ID
                           TO WS-REV-RUN-ID(WS-REV-COUNT)
                       MOVE AD-SUPERVISOR
                           TO WS-REV-SUPERVISOR(WS-REV-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * CALCFILE: COPIA POR CLAVE CON EL OPERADOR QUE SE PUEDE DEDUCIR
      ******************************************************************
       2000-CONVERTIR-CALC.
           READ OLD-CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-GRABAR-CALC
           END-READ.

       2100-GRABAR-CALC.
           MOVE SPACES TO WS-OPERADOR.
           IF OC-PROGRAM = "DivisionesBatch"
               MOVE "BATCH" TO WS-OPERADOR
           END-IF.
           IF OC-PROGRAM = "calcAdj"
               PERFORM 2110-BUSCAR-REVERSO
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
                      OR WS-OPERADOR NOT = SPACES
           END-IF.
           IF WS-OPERADOR = SPACES
               ADD 1 TO WS-SIN-OPERADOR
           END-IF.
           MOVE OLD-CALC-RECORD TO CALC-RECORD.
           MOVE WS-OPERADOR TO CALC-OPERATOR.
           WRITE CALC-RECORD
               INVALID KEY
                   ADD 1 TO WS-CALC-SALTADOS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CALC-CARGADOS
           END-WRITE.

       2110-BUSCAR-REVERSO.
           IF WS-REV-RUN-ID(WS-REV-SUB) = OC-RUN-ID
               MOVE WS-REV-SUPERVISOR(WS-REV-SUB) TO WS-OPERADOR
           END-IF.

      ******************************************************************
      * TRANLOG: EL OPERADOR ES EL DEL CALCFILE YA CONVERTIDO CON LA
      * MISMA FECHA Y EJECUCION
      ******************************************************************
       3000-CONVERTIR-TRAN.
           READ OLD-TRAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 3100-GRABAR-TRAN
           END-READ.

       3100-GRABAR-TRAN.
           IF OT-DATE NOT = WS-ULT-DATE
               OR OT-RUN-ID NOT = WS-ULT-RUN-ID
               PERFORM 3200-BUSCAR-OPERADOR THRU 3200-EXIT
           END-IF.
           MOVE OLD-TRAN-RECORD TO TRAN-LOG-RECORD.
           MOVE WS-ULT-OPERADOR TO TL-OPERATOR.
           WRITE TRAN-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRAN-SALTADOS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TRAN-CARGADOS
           END-WRITE.

       3200-BUSCAR-OPERADOR.
           MOVE OT-DATE TO WS-ULT-DATE.
           MOVE OT-RUN-ID TO WS-ULT-RUN-ID.
           MOVE SPACES TO WS-ULT-OPERADOR.
           MOVE LOW-VALUES TO CALC-KEY.
           MOVE OT-DATE TO CALC-DATE.
           MOVE OT-RUN-ID TO CALC-RUN-ID.
           START CALC-FILE KEY IS NOT LESS THAN CALC-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           READ CALC-FILE NEXT RECORD
               AT END
                   GO TO 3200-EXIT
           END-READ.
           IF CALC-DATE = OT-DATE AND CALC-RUN-ID = OT-RUN-ID
               MOVE CALC-OPERATOR TO WS-ULT-OPERADOR
           END-IF.
       3200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OC-STATUS = "00" OR WS-OC-STATUS = "10"
               CLOSE OLD-CALC-FILE
           END-IF.
           IF WS-OT-STATUS = "00" OR WS-OT-STATUS = "10"
               CLOSE OLD-TRAN-FILE
           END-IF.
           IF WS-ABIERTOS
               CLOSE CALC-FILE
               CLOSE TRAN-LOG-FILE
           END-IF.
           DISPLAY "OPERCVT: CALCFILE " WS-CALC-CARGADOS
               " CARGADOS, " WS-CALC-SALTADOS " SALTADOS".
           DISPLAY "OPERCVT: TRANLOG  " WS-TRAN-CARGADOS
               " CARGADOS, " WS-TRAN-SALTADOS " SALTADOS".
           DISPLAY "OPERCVT: " WS-SIN-OPERADOR
               " CALCULOS SIN OPERADOR CONOCIDO".
       END PROGRAM operCvt.
