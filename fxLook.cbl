      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shared currency lookup (see the FXLOOK copybook),
      *          CALLed by the programs that post calculations, to
      *          stamp CALC-CURRENCY with the entity's currency, and
      *          by the closes and calcBill, to convert each
      *          currency's totals to the base currency. Function M
      *          returns the ENTIDAD.DAT currency of an entity (the
      *          base currency when the entity has none or is not on
      *          the master); function T returns the FXRATE.DAT rate
      *          of a currency for one exact day and says so when
      *          the day has no rate: the caller decides, nothing is
      *          carried over from another day. The entity master
      *          and the base currency are read on the first call
      *          and kept for the rest of the run. Only a missing
      *          FXRATE.DAT defaults the base currency; a file held
      *          by fxMant is retried until released.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  A BUSY FXRATE.DAT IS RETRIED INSTEAD OF BEING
      *                TAKEN FOR A MISSING ONE: ONLY STATUS 35 DEFAULTS
      *                THE BASE CURRENCY, AND AN UNREADABLE FILE GIVES
      *                NO RATES AT ALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxLook.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. consulta de moneda de entidad y de cambio diario.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       FD  FX-RATE-FILE.
           COPY FXRATE.
       WORKING-STORAGE SECTION.
       01  WS-ENM-STATUS               PIC XX.
       01  WS-FX-STATUS                PIC XX.
       01  WS-ENM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ENM-EOF              VALUE "Y".
       01  WS-CARGADO-SWITCH           PIC X VALUE "N".
           88  WS-CARGADO              VALUE "Y".
       01  WS-MONEDA-BASE              PIC X(3) VALUE "EUR".
       01  WS-FX-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-FX-ABIERTO           VALUE "Y".
       01  WS-FX-ILEGIBLE-SWITCH       PIC X VALUE "N".
           88  WS-FX-ILEGIBLE          VALUE "Y".
       01  WS-FX-INTENTOS              PIC 9(3).
      * MONEDA DE CADA ENTIDAD DEL MAESTRO (EL CODIGO ES DE DOS
      * DIGITOS: 100 SOBRAN)
       01  WS-ENM-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ENM-SUB                  PIC 9(3).
       01  WS-ENM-TABLA.
           05  WS-ENM-ENTRY OCCURS 100 TIMES.
               10  WS-ENM-CODE         PIC XX.
               10  WS-ENM-MONEDA       PIC X(3).
       LINKAGE SECTION.
           COPY FXLOOK.
       PROCEDURE DIVISION USING FX-LOOKUP.
       0000-MAINLINE.
           IF NOT WS-CARGADO
               PERFORM 1000-CARGAR THRU 1000-EXIT
           END-IF.
           MOVE WS-MONEDA-BASE TO FXL-BASE.
           EVALUATE FXL-FUNCION
               WHEN "M"
                   PERFORM 2000-MONEDA-ENTIDAD
               WHEN "T"
                   PERFORM 3000-BUSCAR-CAMBIO THRU 3000-EXIT
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * PRIMERA LLAMADA: MONEDA DE CADA ENTIDAD Y MONEDA BASE (EL
      * REGISTRO DE FECHA CERO DE FXRATE.DAT)
      ******************************************************************
       1000-CARGAR.
           SET WS-CARGADO TO TRUE.
           OPEN INPUT ENTITY-MASTER-FILE.
           IF WS-ENM-STATUS = "00"
               PERFORM 1100-CARGAR-ENTIDAD UNTIL WS-ENM-EOF
               CLOSE ENTITY-MASTER-FILE
           END-IF.
           PERFORM 1050-ABRIR-CAMBIOS THRU 1050-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 1000-EXIT.
           MOVE LOW-VALUES TO FX-KEY.
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-KEY
               INVALID KEY
                   CLOSE FX-RATE-FILE
                   GO TO 1000-EXIT
           END-START.
           READ FX-RATE-FILE NEXT RECORD
               NOT AT END
                   IF FX-FECHA = ZERO AND FX-MONEDA NOT = SPACES
                       MOVE FX-MONEDA TO WS-MONEDA-BASE
                   END-IF
           END-READ.
           CLOSE FX-RATE-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * SOLO UN FXRATE.DAT INEXISTENTE (STATUS 35) DEJA LA MONEDA BASE
      * POR DEFECTO Y SIN CAMBIOS. SI fxMant LO TIENE ABIERTO SE
      * REINTENTA HASTA QUE LO SUELTE; UN FICHERO ILEGIBLE SE AVISA Y
      * NO DA NINGUN CAMBIO, NI SIQUIERA EL DE LA MONEDA BASE, PARA
      * QUE LOS CIERRES SE RETENGAN EN VEZ DE CONVERTIR CON UNA BASE
      * SUPUESTA.
      ******************************************************************
       1050-ABRIR-CAMBIOS.
           MOVE "N" TO WS-FX-ABIERTO-SWITCH.
           MOVE ZERO TO WS-FX-INTENTOS.
       1050-REINTENTAR.
           OPEN INPUT FX-RATE-FILE.
           EVALUATE TRUE
               WHEN WS-FX-STATUS = "00"
                   SET WS-FX-ABIERTO TO TRUE
               WHEN WS-FX-STATUS = "35"
                   CONTINUE
               WHEN WS-FX-STATUS = "30" OR WS-FX-STATUS = "39"
                   IF NOT WS-FX-ILEGIBLE
                       DISPLAY "FXRATE.DAT ILEGIBLE (STATUS "
                           WS-FX-STATUS "), NO HAY CAMBIOS"
                   END-IF
                   SET WS-FX-ILEGIBLE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-FX-INTENTOS
                   IF WS-FX-INTENTOS > 500
                       DISPLAY "FXRATE.DAT SIGUE OCUPADO (STATUS "
                           WS-FX-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-FX-INTENTOS
                   END-IF
                   GO TO 1050-REINTENTAR
           END-EVALUATE.
       1050-EXIT.
           EXIT.

       1100-CARGAR-ENTIDAD.
           READ ENTITY-MASTER-FILE
               AT END
                   SET WS-ENM-EOF TO TRUE
               NOT AT END
                   IF WS-ENM-COUNT < 100
                       ADD 1 TO WS-ENM-COUNT
                       MOVE EN-CODE TO WS-ENM-CODE(WS-ENM-COUNT)
                       MOVE EN-CURRENCY
                           TO WS-ENM-MONEDA(WS-ENM-COUNT)
                   END-IF
           END-READ.

       2000-MONEDA-ENTIDAD.
           MOVE SPACES TO FXL-MONEDA.
           PERFORM 2100-COMPARAR-ENTIDAD
               VARYING WS-ENM-SUB FROM 1 BY 1
               UNTIL WS-ENM-SUB > WS-ENM-COUNT
                  OR FXL-MONEDA NOT = SPACES.
           IF FXL-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO FXL-MONEDA
           END-IF.

       2100-COMPARAR-ENTIDAD.
           IF WS-ENM-CODE(WS-ENM-SUB) = FXL-ENTITY
               MOVE WS-ENM-MONEDA(WS-ENM-SUB) TO FXL-MONEDA
               IF FXL-MONEDA = SPACES
                   MOVE WS-MONEDA-BASE TO FXL-MONEDA
               END-IF
           END-IF.

      ******************************************************************
      * CAMBIO DEL DIA EXACTO: SIN REGISTRO NO HAY CAMBIO
      ******************************************************************
       3000-BUSCAR-CAMBIO.
           MOVE ZERO TO FXL-TASA.
           MOVE "N" TO FXL-HALLADA.
           IF WS-FX-ILEGIBLE
               GO TO 3000-EXIT.
           IF FXL-MONEDA = WS-MONEDA-BASE
               MOVE 1 TO FXL-TASA
               MOVE "Y" TO FXL-HALLADA
               GO TO 3000-EXIT.
           PERFORM 1050-ABRIR-CAMBIOS THRU 1050-EXIT.
           IF NOT WS-FX-ABIERTO
               GO TO 3000-EXIT.
           MOVE FXL-FECHA TO FX-FECHA.
           MOVE FXL-MONEDA TO FX-MONEDA.
           READ FX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FX-TASA > ZERO
                       MOVE FX-TASA TO FXL-TASA
                       MOVE "Y" TO FXL-HALLADA
                   END-IF
           END-READ.
           CLOSE FX-RATE-FILE.
       3000-EXIT.
           EXIT.
       END PROGRAM fxLook.
