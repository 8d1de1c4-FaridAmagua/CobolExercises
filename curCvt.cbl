      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: one-time conversion of CALCFILE.DAT to the layout
      *          that ends with the currency (CALC-CURRENCY; see the
      *          CALCFILE copybook). The operator renames the old
      *          indexed file to CALCFILE.OLD and sets each entity's
      *          currency on ENTIDAD.DAT first; this program copies
      *          every record across by key and stamps it with the
      *          currency of its entity (through fxLook, so an entity
      *          without a currency gets the base currency). Refuses
      *          to run when the new CALCFILE.DAT already holds
      *          records, so a double conversion cannot double the
      *          file. Companion of operCvt.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. curCvt.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. conversion unica de CALCFILE con moneda.
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
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CALC-FILE.
      * EL CALC-RECORD ANTIGUO DE 89 BYTES, SIN MONEDA
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
           05  OC-OPERATOR             PIC X(8).
       FD  CALC-FILE.
           COPY CALCFILE.
       WORKING-STORAGE SECTION.
       01  WS-OC-STATUS                PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ABIERTO-SWITCH           PIC X VALUE "N".
           88  WS-ABIERTO              VALUE "Y".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-CALC-CARGADOS            PIC 9(7) VALUE ZERO.
       01  WS-CALC-SALTADOS            PIC 9(7) VALUE ZERO.
       01  WS-EN-BASE                  PIC 9(7) VALUE ZERO.
           COPY FXLOOK.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-CONVERTIR-CALC UNTIL WS-EOF
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * APERTURA: EL FICHERO VIEJO DEBE EXISTIR (RENOMBRADO A .OLD) Y
      * EL NUEVO DEBE ESTAR VACIO
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLD-CALC-FILE.
           IF WS-OC-STATUS NOT = "00"
               DISPLAY "SIN CALCFILE.OLD: RENOMBRE EL CALCFILE.DAT "
                   "ANTIGUO ANTES DE CONVERTIR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN I-O CALC-FILE.
           IF WS-CALC-STATUS = "35"
               OPEN OUTPUT CALC-FILE
               CLOSE CALC-FILE
               OPEN I-O CALC-FILE
           END-IF.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           SET WS-ABIERTO TO TRUE.
      *    UNA CONVERSION DOBLE DUPLICARIA EL FICHERO: CON REGISTROS
      *    YA CARGADOS NO SE CONVIERTE NADA
           READ CALC-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "CALCFILE.DAT YA TIENE REGISTROS, "
                       "CONVERSION RECHAZADA"
                   MOVE 8 TO WS-RETURN-CODE
           END-READ.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * COPIA POR CLAVE CON LA MONEDA DE LA ENTIDAD
      ******************************************************************
       2000-CONVERTIR-CALC.
           READ OLD-CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-GRABAR-CALC
           END-READ.

       2100-GRABAR-CALC.
           MOVE "M" TO FXL-FUNCION.
           MOVE OC-ENTITY TO FXL-ENTITY.
           CALL "fxLook" USING FX-LOOKUP.
           IF FXL-MONEDA = FXL-BASE
               ADD 1 TO WS-EN-BASE
           END-IF.
           MOVE OLD-CALC-RECORD TO CALC-RECORD.
           MOVE FXL-MONEDA TO CALC-CURRENCY.
           WRITE CALC-RECORD
               INVALID KEY
                   ADD 1 TO WS-CALC-SALTADOS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CALC-CARGADOS
           END-WRITE.

       9000-TERMINATE.
           IF WS-OC-STATUS = "00" OR WS-OC-STATUS = "10"
               CLOSE OLD-CALC-FILE
           END-IF.
           IF WS-ABIERTO
               CLOSE CALC-FILE
           END-IF.
           DISPLAY "CURCVT: CALCFILE " WS-CALC-CARGADOS
               " CARGADOS, " WS-CALC-SALTADOS " SALTADOS".
           DISPLAY "CURCVT: " WS-EN-BASE
               " CALCULOS EN LA MONEDA BASE " FXL-BASE.
       END PROGRAM curCvt.
