      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of LEGALHLD.DAT, the legal
      *          holds on an entity's data (see the LEGALHLD
      *          copybook). When legal asks for an entity's records
      *          to be preserved for a dispute or an inspection, a
      *          supervisor places a hold here with the entity (or
      *          ** for all), the date range and the reason; calcHskp
      *          then leaves every CALCFILE.DAT and TRANLOG.DAT record
      *          under the hold in place and archInq will not restore
      *          it out of CALCARCH.DAT, while housekeeping carries on
      *          for everyone else. Releasing a hold records who
      *          lifted it and when; holds are never deleted. Requires
      *          a supervisor sign-on against AUTHUSR.DAT (rol S, not
      *          locked); every placement and release is journaled to
      *          SECJRNL.DAT (HOLD PLACE / HOLD RELEASE). The file is
      *          rewritten after each change, so a hold takes effect
      *          at once. RETURN-CODE 8 when the sign-on is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de retenciones legales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE             PIC X(114).
       FD  AUTH-FILE.
           COPY AUTHUSR.
       WORKING-STORAGE SECTION.
       01  WS-LH-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-LIBERAR       VALUE "L" "l".
           88  WS-OPCION-CONSULTAR     VALUE "C" "c".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRM                  PIC X.
       01  WS-SUB                      PIC 9(3).
       01  WS-LH-IDX                   PIC 9(3).
       01  WS-LH-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-MAX-ID                   PIC 9(6) VALUE ZERO.
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-FECHA-X                  PIC X(8).
       01  WS-DESDE                    PIC 9(8).
       01  WS-HASTA                    PIC 9(8).
       01  WS-MOTIVO                   PIC X(30).
       01  WS-ID-X                     PIC X(6).
       01  WS-ID                       PIC 9(6).
           COPY LEGALHLD.
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).

      * LEGALHLD.DAT ENTERO, ACTIVAS Y LIBERADAS, EN EL ORDEN DEL
      * FICHERO
       01  WS-LH-TABLA.
           05  WS-LH-ENTRY OCCURS 200 TIMES.
               10  WS-LH-IMAGEN        PIC X(114).

       01  LST-DETAIL-LINE.
           05  LST-ID                  PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-DESDE               PIC 9(8).
           05  FILLER                  PIC X VALUE "-".
           05  LST-HASTA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-ESTADO              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LST-MOTIVO              PIC X(30).
       01  LST-QUIEN-LINE.
           05  FILLER                  PIC X(13) VALUE
                   "       PUESTA".
           05  FILLER                  PIC X VALUE SPACE.
           05  LSQ-PUESTA-POR          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSQ-PUESTA-FECHA        PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSQ-PUESTA-HORA         PIC 9(8).
           05  LSQ-LIBERADA.
               10  FILLER              PIC X(10) VALUE
                       " LIBERADA ".
               10  LSQ-LIBERADA-POR    PIC X(8).
               10  FILLER              PIC X VALUE SPACE.
               10  LSQ-LIBERADA-FECHA  PIC 9(8).
               10  FILLER              PIC X VALUE SPACE.
               10  LSQ-LIBERADA-HORA   PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LAS RETENCIONES LEGALES "
                   "REQUIEREN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE LEGALHLD.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-CARGAR-RETENCIONES.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
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

       2000-CARGAR-RETENCIONES.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LH-STATUS = "35"
               DISPLAY "LEGALHLD.DAT NO EXISTE, SE CREARA CON LA "
                   "PRIMERA RETENCION"
           ELSE
               PERFORM 2100-CARGAR-LINEA UNTIL WS-EOF
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       2100-CARGAR-LINEA.
           READ LEGAL-HOLD-FILE INTO LEGAL-HOLD-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-LH-COUNT < 200
                       ADD 1 TO WS-LH-COUNT
                       MOVE LEGAL-HOLD-RECORD TO
                           WS-LH-IMAGEN(WS-LH-COUNT)
                       IF LH-ID IS NUMERIC AND LH-ID > WS-MAX-ID
                           MOVE LH-ID TO WS-MAX-ID
                       END-IF
                   ELSE
                       DISPLAY "TABLA DE RETENCIONES LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "RETENCIONES LEGALES (LEGALHLD.DAT)".
           DISPLAY "  (A)LTA (L)IBERAR (C)ONSULTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-LIBERAR
                   PERFORM 5000-LIBERAR THRU 5000-EXIT
               WHEN WS-OPCION-CONSULTAR
                   PERFORM 6000-LISTAR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * CON LA CARGA DESBORDADA NO SE ADMITEN CAMBIOS: REESCRIBIR EL
      * FICHERO DESDE LA TABLA TRUNCADA PERDERIA RETENCIONES. MISMA
      * GUARDA QUE threshMant Y userMant.
      ******************************************************************
       4000-ALTA.
           IF WS-TABLA-LLENA OR WS-LH-COUNT = 200
               DISPLAY "LEGALHLD.DAT TIENE MAS DE 200 LINEAS, NO SE "
                   "ADMITEN CAMBIOS"
               GO TO 4000-EXIT.
           DISPLAY "ENTIDAD (2 DIGITOS, INTRO = TODAS):".
           ACCEPT WS-ENTIDAD-X.
           IF WS-ENTIDAD-X = SPACES
               MOVE "**" TO WS-ENTIDAD-X
           END-IF.
           DISPLAY "FECHA DESDE (YYYYMMDD, INTRO = SIN LIMITE):".
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               MOVE ZERO TO WS-DESDE
           ELSE
               IF WS-FECHA-X IS NOT NUMERIC
                   DISPLAY "FECHA NO NUMERICA, ALTA CANCELADA"
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-FECHA-X TO WS-DESDE
           END-IF.
           DISPLAY "FECHA HASTA (YYYYMMDD, INTRO = SIN LIMITE):".
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               MOVE 99999999 TO WS-HASTA
           ELSE
               IF WS-FECHA-X IS NOT NUMERIC
                   DISPLAY "FECHA NO NUMERICA, ALTA CANCELADA"
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-FECHA-X TO WS-HASTA
           END-IF.
           IF WS-DESDE > WS-HASTA
               DISPLAY "DESDE POSTERIOR A HASTA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           DISPLAY "MOTIVO (LITIGIO, INSPECCION...):".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "UNA RETENCION SIN MOTIVO NO SE ADMITE"
               GO TO 4000-EXIT.
           ADD 1 TO WS-MAX-ID.
           MOVE SPACES TO LEGAL-HOLD-RECORD.
           MOVE WS-MAX-ID TO LH-ID.
           MOVE WS-ENTIDAD-X TO LH-ENTITY.
           MOVE WS-DESDE TO LH-DESDE.
           MOVE WS-HASTA TO LH-HASTA.
           SET LH-ACTIVA TO TRUE.
           MOVE WS-MOTIVO TO LH-MOTIVO.
           MOVE WS-SUPER-ID TO LH-PUESTA-POR.
           ACCEPT LH-PUESTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT LH-PUESTA-HORA FROM TIME.
           MOVE ZERO TO LH-LIBERADA-FECHA LH-LIBERADA-HORA.
           ADD 1 TO WS-LH-COUNT.
           MOVE LEGAL-HOLD-RECORD TO WS-LH-IMAGEN(WS-LH-COUNT).
           PERFORM 8000-GRABAR-RETENCIONES.
           MOVE "HOLD PLACE" TO WS-SEG-EVENTO.
           PERFORM 7000-DETALLE-SEGURIDAD.
           PERFORM 7100-REGISTRAR-SEGURIDAD.
           DISPLAY "RETENCION " LH-ID " PUESTA".
       4000-EXIT.
           EXIT.

       5000-LIBERAR.
           IF WS-TABLA-LLENA
               DISPLAY "LEGALHLD.DAT TIENE MAS DE 200 LINEAS, NO SE "
                   "ADMITEN CAMBIOS"
               GO TO 5000-EXIT.
           DISPLAY "NUMERO DE RETENCION A LIBERAR:".
           ACCEPT WS-ID-X.
           IF WS-ID-X IS NOT NUMERIC
               DISPLAY "NUMERO NO VALIDO (SEIS DIGITOS)"
               GO TO 5000-EXIT.
           MOVE WS-ID-X TO WS-ID.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 5100-BUSCAR-RETENCION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LH-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               DISPLAY "NO EXISTE ESA RETENCION"
               GO TO 5000-EXIT.
           MOVE WS-LH-IMAGEN(WS-LH-IDX) TO LEGAL-HOLD-RECORD.
           IF NOT LH-ACTIVA
               DISPLAY "ESA RETENCION YA ESTA LIBERADA"
               GO TO 5000-EXIT.
           DISPLAY "RETENCION " LH-ID " ENTIDAD " LH-ENTITY " "
               LH-DESDE "-" LH-HASTA " " LH-MOTIVO.
           DISPLAY "CONFIRMA LA LIBERACION (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "LIBERACION CANCELADA"
               GO TO 5000-EXIT.
           SET LH-LIBERADA TO TRUE.
           MOVE WS-SUPER-ID TO LH-LIBERADA-POR.
           ACCEPT LH-LIBERADA-FECHA FROM DATE YYYYMMDD.
           ACCEPT LH-LIBERADA-HORA FROM TIME.
           MOVE LEGAL-HOLD-RECORD TO WS-LH-IMAGEN(WS-LH-IDX).
           PERFORM 8000-GRABAR-RETENCIONES.
           MOVE "HOLD RELEASE" TO WS-SEG-EVENTO.
           PERFORM 7000-DETALLE-SEGURIDAD.
           PERFORM 7100-REGISTRAR-SEGURIDAD.
           DISPLAY "RETENCION " LH-ID " LIBERADA".
       5000-EXIT.
           EXIT.

       5100-BUSCAR-RETENCION.
           MOVE WS-LH-IMAGEN(WS-SUB) TO LEGAL-HOLD-RECORD.
           IF LH-ID = WS-ID
               MOVE WS-SUB TO WS-LH-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       6000-LISTAR.
           IF WS-LH-COUNT = ZERO
               DISPLAY "NO HAY RETENCIONES".
           PERFORM 6100-LISTAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LH-COUNT.

       6100-LISTAR-LINEA.
           MOVE WS-LH-IMAGEN(WS-SUB) TO LEGAL-HOLD-RECORD.
           MOVE LH-ID TO LST-ID.
           MOVE LH-ENTITY TO LST-ENTITY.
           MOVE LH-DESDE TO LST-DESDE.
           MOVE LH-HASTA TO LST-HASTA.
           IF LH-ACTIVA
               MOVE "ACTIVA" TO LST-ESTADO
           ELSE
               MOVE "LIBERADA" TO LST-ESTADO
           END-IF.
           MOVE LH-MOTIVO TO LST-MOTIVO.
           DISPLAY LST-DETAIL-LINE.
           MOVE LH-PUESTA-POR TO LSQ-PUESTA-POR.
           MOVE LH-PUESTA-FECHA TO LSQ-PUESTA-FECHA.
           MOVE LH-PUESTA-HORA TO LSQ-PUESTA-HORA.
           IF LH-ACTIVA
               MOVE SPACES TO LSQ-LIBERADA
           ELSE
               MOVE " LIBERADA " TO LSQ-LIBERADA
               MOVE LH-LIBERADA-POR TO LSQ-LIBERADA-POR
               MOVE LH-LIBERADA-FECHA TO LSQ-LIBERADA-FECHA
               MOVE LH-LIBERADA-HORA TO LSQ-LIBERADA-HORA
           END-IF.
           DISPLAY LST-QUIEN-LINE.

      ******************************************************************
      * EL DETALLE DEL JOURNAL DE SEGURIDAD: NUMERO Y ENTIDAD DE LA
      * RETENCION (EL RANGO Y EL MOTIVO ESTAN EN LEGALHLD.DAT).
      ******************************************************************
       7000-DETALLE-SEGURIDAD.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING "RETENCION " DELIMITED BY SIZE
               LH-ID DELIMITED BY SIZE
               " ENTIDAD " DELIMITED BY SIZE
               LH-ENTITY DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.

      ******************************************************************
      * PONER Y LEVANTAR RETENCIONES VA AL JOURNAL DE SEGURIDAD
      * CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "holdMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * EL FICHERO SE REESCRIBE EN CADA CAMBIO, NO AL SALIR: UNA
      * RETENCION TIENE QUE ESTAR EN VIGOR PARA EL PROXIMO calcHskp
      * AUNQUE LA SESION NO TERMINE BIEN.
      ******************************************************************
       8000-GRABAR-RETENCIONES.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           PERFORM 8100-GRABAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LH-COUNT.
           CLOSE LEGAL-HOLD-FILE.

       8100-GRABAR-LINEA.
           WRITE LEGAL-HOLD-LINE FROM WS-LH-IMAGEN(WS-SUB).
       END PROGRAM holdMant.
