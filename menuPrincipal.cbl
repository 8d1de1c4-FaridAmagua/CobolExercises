      *                JOURNALED TO THE CONSOLIDATED SECURITY
      *                JOURNAL SECJRNL.DAT (SEE THE SECJRNL
      *                COPYBOOK; secRpt.cbl IS THE REVIEW REPORT).
      * 2026-10-15 FA  EACH ACTLOG.DAT LINE NOW ENDS WITH THE
      *                SIGNED-ON OPERATOR WHO MADE THE CALL
      *                (AJ-OPERATOR).
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK); THE STARTUP COUNT READS IT
      *                BY KEY AND SAYS SO WHEN THE QUEUE CANNOT BE
      *                OPENED INSTEAD OF REPORTING NO ALERTS.
      * 2026-10-15 FA  SECURITY JOURNAL RECORDS ARE WRITTEN THROUGH
      *                secJrnl, WHICH CHAINS EACH RECORD TO THE ONE
      *                BEFORE.
      * 2026-10-15 FA  NEW OPTION 8 CALLS dispMant, THE DISPUTE CASE
      *                SCREEN; SALIR MOVES TO 9 (CATALOG KEY MENU-008
      *                KEEPS THE SALIR LINE, MENU-029 IS THE NEW ONE).
      * 2026-10-15 FA  AT SIGN-ON THE LAST UNREAD SHIFT HANDOVER IS
      *                SHOWN BEFORE THE MENU FOR THE OPERATOR TO
      *                CONFIRM, AND AT SIGN-OFF THE OPERATOR IS OFFERED
      *                THE HANDOVER SHEET OF THE SESSION (shiftHnd.cbl,
      *                CATALOG KEY MENU-030).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuPrincipal.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANNER-FILE.
           05  FILLER                  PIC X VALUE SPACE.
      *        CENTESIMAS DE SEGUNDO TRANSCURRIDAS EN LA LLAMADA
           05  AJ-ELAPSED              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-OPERATOR             PIC X(8).
       FD  MESSAGE-CATALOG-FILE.
           COPY MSGCAT.
       FD  SESSION-FILE.
           COPY AUTHUSR.
       FD  ENTITY-MASTER-FILE.
           COPY ENTIDAD.
       WORKING-STORAGE SECTION.
       01  WS-BANNER-STATUS PIC XX.
       01  WS-ERR-STATUS PIC XX.
       01  WS-ENTIDAD PIC XX VALUE "01".
       01  WS-OPERADOR PIC X(8) VALUE "OPERADOR".
       01  WS-ROL PIC X VALUE "O".
           COPY SECJRNL.
       01  WS-SEG-EVENTO PIC X(12).
       01  WS-SEG-DETALLE PIC X(30).
       01  WS-ENT-STATUS PIC XX.
               10  WS-SE-ENTITY PIC XX.
               10  WS-SE-OPERATOR PIC X(8).
           COPY SESSWORK.
           COPY HANDLNK.
       01  WS-TRASPASO-RESP PIC X.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-ACTIVITY.
           PERFORM CARGAR-BIENVENIDA.
           DISPLAY "EVERYONE " WELCOME.
           PERFORM ANUNCIAR-ALERTAS.
           PERFORM MOSTRAR-TRASPASO.

           MENU-PRINCIPAL.
           MOVE "MENU-001" TO WS-MSG-KEY
           MOVE "MENU-018" TO WS-MSG-KEY
           MOVE "  7. USUARIOS (SOLO SUPERVISOR)" TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE
           MOVE "MENU-029" TO WS-MSG-KEY
           MOVE "  8. CASOS DE DISPUTA" TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE
           MOVE "MENU-008" TO WS-MSG-KEY
           MOVE "  9. SALIR" TO WS-MSG-DEFECTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION-MENU.
           EVALUATE WS-OPCION-MENU
                       PERFORM REGISTRAR-SEGURIDAD
                   END-IF
               WHEN 8
                   MOVE "dispMant" TO WS-PROGRAMA-LLAMADO
                   PERFORM MARCAR-INICIO
                   CALL "dispMant"
                   PERFORM ANOTAR-RESULTADO
               WHEN 9
                   GO TO FINALIZAR
               WHEN OTHER
                   MOVE "MENU-009" TO WS-MSG-KEY
               DISPLAY WS-MSG-TEXTO(1:30) WS-SESION-ERRORES.
               CLOSE ERROR-LOG-FILE.
               CLOSE ACTIVITY-FILE.
               PERFORM OFRECER-TRASPASO.
               STOP RUN.

      ******************************************************************
               MOVE WS-PROGRAMA-LLAMADO TO AJ-PROGRAM.
               MOVE WS-RC-CAPTURADO TO AJ-RC.
               MOVE WS-CENTI-ELAPSED TO AJ-ELAPSED.
               MOVE WS-OPERADOR TO AJ-OPERATOR.
               WRITE ACTIVITY-RECORD.

           CALCULAR-ELAPSED.
               MOVE WS-IDIOMA TO SW-LANG.
               MOVE WS-ENTIDAD TO SW-ENTITY.
               MOVE WS-OPERADOR TO SW-OPERATOR.
               MOVE WS-OPERADOR TO HOL-OPERADOR.
               MOVE WS-ENTIDAD TO HOL-ENTIDAD.
               ACCEPT HOL-INICIO-FECHA FROM DATE YYYYMMDD.
               ACCEPT HOL-INICIO-HORA FROM TIME.

      ******************************************************************
      * EL MAESTRO DE ENTIDADES (ENTIDAD.DAT, COPYBOOK ENTIDAD) SE
      ******************************************************************
      * TODO EVENTO DE AUTENTICACION Y AUTORIZACION VA AL JOURNAL DE
      * SEGURIDAD SECJRNL.DAT (COPYBOOK SECJRNL); secRpt ES EL
      * INFORME DE REVISION. LO GRABA secJrnl, QUE ABRE Y CIERRA POR
      * EVENTO PARA QUE VARIOS PROGRAMAS PUEDAN ANOTAR SIN PISARSE Y
      * ENCADENA CADA REGISTRO CON EL ANTERIOR.
      ******************************************************************
           REGISTRAR-SEGURIDAD.
               MOVE SPACES TO SECURITY-JOURNAL-RECORD.
               ACCEPT SJ-DATE FROM DATE YYYYMMDD.
               ACCEPT SJ-TIME FROM TIME.
               MOVE WS-SEG-EVENTO TO SJ-EVENT.
               MOVE WS-OPERADOR TO SJ-USER.
               MOVE WS-SEG-DETALLE TO SJ-DETAIL.
               CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

           FECHA-A-SERIAL.
               COMPUTE WS-FS-T1 = 14 - WS-FS-MM.
               MOVE ZERO TO WS-ALERTAS-PENDIENTES.
               MOVE "N" TO WS-ALERT-EOF-SWITCH.
               OPEN INPUT ALERT-FILE.
               EVALUATE TRUE
                   WHEN WS-ALERT-STATUS = "00"
                       PERFORM CONTAR-ALERTA UNTIL WS-ALERT-EOF
                       CLOSE ALERT-FILE
                   WHEN WS-ALERT-STATUS = "35"
                       CONTINUE
                   WHEN OTHER
      *            OCUPADA O SIN CONVERTIR (alertReorg): LA COLA
      *            NO PUEDE DARSE POR VACIA
                       DISPLAY "ALERTS.DAT NO DISPONIBLE (STATUS "
                           WS-ALERT-STATUS "), VEA LA OPCION 6"
               END-EVALUATE.
               IF WS-ALERTAS-PENDIENTES > ZERO
                   MOVE "MENU-017" TO WS-MSG-KEY
                   MOVE "UNACKNOWLEDGED ALERTS - VEA LA OPCION 6"
                   DISPLAY WS-ALERTAS-PENDIENTES " "
                       WS-MSG-TEXTO(1:45).

      ******************************************************************
      * TRASPASO DE TURNO (shiftHnd.cbl, COPYBOOK HANDLNK): AL FIRMAR
      * SE MUESTRA EL ULTIMO QUE NADIE HA LEIDO; AL SALIR SE OFRECE
      * LA HOJA DE LA SESION. ACTLOG.DAT YA ESTA CERRADO ENTONCES
      * PARA QUE LA HOJA RECOJA HASTA LA ULTIMA LLAMADA.
      ******************************************************************
           MOSTRAR-TRASPASO.
               MOVE "L" TO HOL-FUNCION.
               CALL "shiftHnd" USING HAND-OVER-LINK.

           OFRECER-TRASPASO.
               MOVE "MENU-030" TO WS-MSG-KEY.
               MOVE "IMPRIMIR HOJA DE TRASPASO DE TURNO (S/N):"
                   TO WS-MSG-DEFECTO.
               PERFORM MOSTRAR-MENSAJE.
               ACCEPT WS-TRASPASO-RESP.
               IF WS-TRASPASO-RESP = "S" OR "s" OR "Y" OR "y"
                   MOVE "E" TO HOL-FUNCION
                   CALL "shiftHnd" USING HAND-OVER-LINK
               END-IF.

           CONTAR-ALERTA.
               READ ALERT-FILE NEXT RECORD
                   AT END
                       SET WS-ALERT-EOF TO TRUE
                   NOT AT END
