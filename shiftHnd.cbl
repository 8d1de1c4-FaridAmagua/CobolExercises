      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shift handover, CALLed by MenuPrincipal (see the
      *          HANDLNK copybook). At sign-off (function E) it builds
      *          the handover sheet of the session into HANDSHT.DAT:
      *          what the operator ran with its RC (ACTLOG.DAT), the
      *          calculations posted (CALCJRNL.DAT), the alerts still
      *          unacknowledged by severity (ALERTS.DAT), the
      *          DivisionesBatch rejects waiting for divResub
      *          (DIVREJ.DAT), the user changes waiting for approval
      *          (AUTHPEND.DAT), whether the business day is still
      *          open (BUSDATE.DAT) and a free-text note keyed by the
      *          operator. Every handover is also appended, numbered,
      *          to HANDOVR.DAT (see the HANDOVR copybook). At sign-on
      *          (function L) it shows the last handover nobody has
      *          read yet, unless the operator signing on wrote it,
      *          and records who confirmed reading it.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. shiftHnd.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. hoja de traspaso de turno al salir del menu principal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "HANDOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.
           SELECT HANDSHEET-FILE ASSIGN TO "HANDSHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT DIV-REJECT-FILE ASSIGN TO "DIVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT PENDING-FILE ASSIGN TO "AUTHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE.
           COPY HANDOVR.
       FD  HANDSHEET-FILE.
       01  HANDSHEET-RECORD            PIC X(80).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD.
           05  AJ-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-TIME                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-OPTION               PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-PROGRAM              PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-RC                   PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-ELAPSED              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AJ-OPERATOR             PIC X(8).
       FD  CALC-JOURNAL-FILE.
           COPY CALCJRNL.
       FD  ALERT-FILE.
           COPY ALERT.
       FD  DIV-REJECT-FILE.
       01  DIV-REJECT-RECORD.
           05  DR-ORIGINAL             PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-REASON               PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-FORMULA-DATOS        PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  DR-ORIGEN               PIC X(21).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  AP-ACTION               PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-TARGET               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-PASSWORD             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-ROLE                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-EXPIRY               PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-MAKER                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AP-TIME                 PIC 9(8).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-HO-STATUS                PIC XX.
       01  WS-HS-STATUS                PIC XX.
       01  WS-ACT-STATUS               PIC XX.
       01  WS-CJ-STATUS                PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-REJ-STATUS               PIC XX.
       01  WS-PEND-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-LEIDO-SWITCH             PIC X VALUE "N".
           88  WS-LEIDO                VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-RESPUESTA                PIC X.
       01  WS-ULTIMO-NUMERO            PIC 9(6) VALUE ZERO.
       01  WS-ULTIMO-OPERADOR          PIC X(8).
       01  WS-NUMERO                   PIC 9(6) VALUE ZERO.
       01  WS-FIN-FECHA                PIC 9(8).
       01  WS-FIN-HORA                 PIC 9(8).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-DIA-ESTADO               PIC X.
       01  WS-SUB                      PIC 9(3).
      * EL REGISTRO ENTRA EN LA SESION SI SU FECHA Y HORA DEL SISTEMA
      * NO SON ANTERIORES AL INICIO (HOL-INICIO-FECHA/HORA)
       01  WS-REG-FECHA                PIC 9(8).
       01  WS-REG-HORA                 PIC 9(8).
       01  WS-EN-SESION-SWITCH         PIC X VALUE "N".
           88  WS-EN-SESION            VALUE "Y".
      * PROGRAMAS EJECUTADOS: SE LISTAN LOS 50 PRIMEROS
       01  WS-ACT-TOTAL                PIC 9(4) VALUE ZERO.
       01  WS-ACT-AVISOS               PIC 9(4) VALUE ZERO.
       01  WS-ACT-ERRORES              PIC 9(4) VALUE ZERO.
       01  WS-ACT-MAX                  PIC 9(4) VALUE 50.
      * CALCULOS GRABADOS, POR PROGRAMA Y OPERACION
       01  WS-CALC-TOTAL               PIC 9(6) VALUE ZERO.
       01  WS-CALC-OTROS               PIC 9(6) VALUE ZERO.
       01  WS-GRUPO-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-GRUPO-TABLA.
           05  WS-GRUPO-ENTRY OCCURS 50 TIMES.
               10  WS-GR-PROGRAMA      PIC X(20).
               10  WS-GR-OPERACION     PIC X(10).
               10  WS-GR-CALCULOS      PIC 9(6).
           COPY CALCFILE.
      * ALERTAS SIN RECONOCER: SE LISTAN LAS 10 PRIMERAS CRITICAS
       01  WS-AL-CRITICAS              PIC 9(4) VALUE ZERO.
       01  WS-AL-AVISOS                PIC 9(4) VALUE ZERO.
       01  WS-AL-LISTADAS              PIC 9(3) VALUE ZERO.
       01  WS-AL-MAX                   PIC 9(3) VALUE 10.
       01  WS-REJ-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PEND-COUNT               PIC 9(4) VALUE ZERO.
      * NOTA DEL OPERADOR: HASTA TRES LINEAS
       01  WS-NOTA-ENTRADA             PIC X(60).
       01  WS-NOTA-COUNT               PIC 9 VALUE ZERO.
       01  WS-NOTA-TABLA.
           05  WS-NOTA-LINEA OCCURS 3 TIMES PIC X(60).
      * LINEAS DE LA HOJA
       01  WS-LINEA                    PIC X(80).
       01  WS-SEPARADOR                PIC X(80) VALUE ALL "-".
       01  HS-TITULO-LINE.
           05  FILLER                  PIC X(26)
               VALUE "HOJA DE TRASPASO DE TURNO ".
           05  HS-NUMERO               PIC 9(6).
           05  FILLER                  PIC X(12) VALUE "   OPERADOR ".
           05  HS-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  ENTIDAD ".
           05  HS-ENTIDAD              PIC XX.
       01  HS-SESION-LINE.
           05  FILLER                  PIC X(10) VALUE "SESION DEL".
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-INI-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-INI-HORA             PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " AL ".
           05  HS-FIN-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-FIN-HORA             PIC 9(8).
           05  FILLER                  PIC X(20)
               VALUE "   FECHA DE NEGOCIO ".
           05  HS-FECHA-NEGOCIO        PIC 9(8).
       01  HS-ACT-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  HS-ACT-FECHA            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-ACT-HORA             PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " OPC. ".
           05  HS-ACT-OPCION           PIC 9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  HS-ACT-PROGRAMA         PIC X(20).
           05  FILLER                  PIC X(4) VALUE " RC ".
           05  HS-ACT-RC               PIC 9(4).
       01  HS-ACT-MAS-LINE.
           05  FILLER                  PIC X(4) VALUE "  Y ".
           05  HS-ACT-MAS              PIC ZZZ9.
           05  FILLER                  PIC X(21)
               VALUE " LLAMADAS MAS (VEASE".
           05  FILLER                  PIC X(12) VALUE " ACTLOG.DAT)".
       01  HS-ACT-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "  TOTAL: ".
           05  HS-ACT-TOTAL            PIC ZZZ9.
           05  FILLER                  PIC X(24)
               VALUE " LLAMADAS, CON AVISOS: ".
           05  HS-ACT-AVISOS           PIC ZZZ9.
           05  FILLER                  PIC X(15)
               VALUE ", CON ERRORES: ".
           05  HS-ACT-ERRORES          PIC ZZZ9.
       01  HS-CALC-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  HS-CALC-PROGRAMA        PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-CALC-OPERACION       PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-CALC-CALCULOS        PIC ZZZZZ9.
       01  HS-AL-TOTAL-LINE.
           05  FILLER                  PIC X(31)
               VALUE "ALERTAS SIN RECONOCER: CRITICAS".
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-AL-CRITICAS          PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE "  AVISOS".
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-AL-AVISOS            PIC ZZZ9.
       01  HS-AL-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  HS-AL-FECHA             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-AL-HORA              PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-AL-PROGRAMA          PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  HS-AL-MENSAJE           PIC X(40).
       01  HS-REJ-LINE.
           05  FILLER                  PIC X(30)
               VALUE "RECHAZOS DE DivisionesBatch PE".
           05  FILLER                  PIC X(25)
               VALUE "NDIENTES DE divResub:    ".
           05  HS-REJ-COUNT            PIC ZZZZ9.
       01  HS-PEND-LINE.
           05  FILLER                  PIC X(30)
               VALUE "CAMBIOS DE USUARIO PENDIENTES ".
           05  FILLER                  PIC X(25)
               VALUE "DE APROBAR (userAppr):   ".
           05  HS-PEND-COUNT           PIC ZZZZ9.
       01  HS-PEND-DETAIL-LINE.
           05  FILLER                  PIC X(9) VALUE "  ACCION ".
           05  HS-PEND-ACCION          PIC X.
           05  FILLER                  PIC X(9) VALUE " USUARIO ".
           05  HS-PEND-USUARIO         PIC X(8).
           05  FILLER                  PIC X(7) VALUE " MAKER ".
           05  HS-PEND-MAKER           PIC X(8).
           05  FILLER                  PIC X(5) VALUE " DEL ".
           05  HS-PEND-FECHA           PIC 9(8).
       01  HS-DIA-LINE.
           05  FILLER                  PIC X(15)
               VALUE "DIA DE NEGOCIO ".
           05  HS-DIA-FECHA            PIC 9(8).
           05  FILLER                  PIC XX VALUE ": ".
           05  HS-DIA-ESTADO           PIC X(40).
       LINKAGE SECTION.
           COPY HANDLNK.
       PROCEDURE DIVISION USING HAND-OVER-LINK.
       0000-MAINLINE.
           MOVE ZERO TO HOL-NUMERO.
           EVALUATE HOL-FUNCION
               WHEN "L"
                   PERFORM 1000-MOSTRAR-PENDIENTE THRU 1000-EXIT
               WHEN "E"
                   PERFORM 2000-EMITIR-TRASPASO THRU 2000-EXIT
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * AL FIRMAR: EL ULTIMO TRASPASO DE HANDOVR.DAT, SI NADIE LO HA
      * LEIDO Y NO LO ESCRIBIO QUIEN FIRMA AHORA
      ******************************************************************
       1000-MOSTRAR-PENDIENTE.
           PERFORM 1050-BUSCAR-ULTIMO THRU 1050-EXIT.
           IF WS-ULTIMO-NUMERO = ZERO OR WS-LEIDO
               GO TO 1000-EXIT.
           IF WS-ULTIMO-OPERADOR = HOL-OPERADOR
               GO TO 1000-EXIT.
           MOVE WS-ULTIMO-NUMERO TO HOL-NUMERO.
           DISPLAY WS-SEPARADOR.
           DISPLAY "TRASPASO DE TURNO PENDIENTE DE LEER:".
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HANDOVER-FILE.
           PERFORM 1200-MOSTRAR-LINEA UNTIL WS-EOF.
           CLOSE HANDOVER-FILE.
           DISPLAY WS-SEPARADOR.
           PERFORM 1300-CONFIRMAR-LECTURA THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      * RECORRE HANDOVR.DAT: EL ULTIMO TRASPASO, QUIEN LO ESCRIBIO Y
      * SI YA TIENE SU REGISTRO DE LECTURA
       1050-BUSCAR-ULTIMO.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE SPACES TO WS-ULTIMO-OPERADOR.
           MOVE "N" TO WS-LEIDO-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HANDOVER-FILE.
           IF WS-HO-STATUS NOT = "00"
               GO TO 1050-EXIT.
           PERFORM 1100-LEER-TRASPASO UNTIL WS-EOF.
           CLOSE HANDOVER-FILE.
       1050-EXIT.
           EXIT.

       1100-LEER-TRASPASO.
           READ HANDOVER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HO-CABECERA
                       MOVE HO-NUMERO TO WS-ULTIMO-NUMERO
                       MOVE HO-OPERADOR TO WS-ULTIMO-OPERADOR
                       MOVE "N" TO WS-LEIDO-SWITCH
                   END-IF
                   IF HO-LECTURA AND HO-NUMERO = WS-ULTIMO-NUMERO
                       SET WS-LEIDO TO TRUE
                   END-IF
           END-READ.

       1200-MOSTRAR-LINEA.
           READ HANDOVER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HO-LINEA AND HO-NUMERO = WS-ULTIMO-NUMERO
                       DISPLAY HO-DATOS
                   END-IF
           END-READ.

      * SIN CONFIRMACION EL TRASPASO SIGUE PENDIENTE Y SE VUELVE A
      * MOSTRAR EN LA FIRMA SIGUIENTE
       1300-CONFIRMAR-LECTURA.
           DISPLAY "CONFIRME QUE HA LEIDO EL TRASPASO "
               WS-ULTIMO-NUMERO " (S/N):".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "EL TRASPASO QUEDA PENDIENTE DE LEER"
               GO TO 1300-EXIT.
           OPEN EXTEND HANDOVER-FILE.
           IF WS-HO-STATUS NOT = "00"
               DISPLAY "HANDOVR.DAT NO DISPONIBLE (STATUS "
                   WS-HO-STATUS "), LECTURA NO REGISTRADA"
               GO TO 1300-EXIT.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE WS-ULTIMO-NUMERO TO HO-NUMERO.
           MOVE "R" TO HO-TIPO.
           MOVE HOL-OPERADOR TO HO-LECTOR.
           ACCEPT HO-LEC-FECHA FROM DATE YYYYMMDD.
           ACCEPT HO-LEC-HORA FROM TIME.
           WRITE HANDOVER-RECORD.
           CLOSE HANDOVER-FILE.
           DISPLAY "LECTURA DEL TRASPASO " WS-ULTIMO-NUMERO
               " REGISTRADA".
       1300-EXIT.
           EXIT.

      ******************************************************************
      * AL SALIR: HOJA DE TRASPASO DE LA SESION EN HANDSHT.DAT Y, CON
      * EL NUMERO SIGUIENTE, EN HANDOVR.DAT
      ******************************************************************
       2000-EMITIR-TRASPASO.
           PERFORM 2100-PEDIR-NOTA THRU 2100-EXIT.
           PERFORM 1050-BUSCAR-ULTIMO THRU 1050-EXIT.
           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1.
           ACCEPT WS-FIN-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FIN-HORA FROM TIME.
           PERFORM 2200-LEER-FECHA-NEGOCIO.
           OPEN OUTPUT HANDSHEET-FILE.
           IF WS-HS-STATUS NOT = "00"
               DISPLAY "HANDSHT.DAT NO DISPONIBLE (STATUS "
                   WS-HS-STATUS "), SIN HOJA DE TRASPASO"
               GO TO 2000-EXIT.
           OPEN EXTEND HANDOVER-FILE.
           IF WS-HO-STATUS = "35"
               OPEN OUTPUT HANDOVER-FILE
               CLOSE HANDOVER-FILE
               OPEN EXTEND HANDOVER-FILE
           END-IF.
           IF WS-HO-STATUS NOT = "00"
               DISPLAY "HANDOVR.DAT NO DISPONIBLE (STATUS "
                   WS-HO-STATUS "), SIN HOJA DE TRASPASO"
               CLOSE HANDSHEET-FILE
               GO TO 2000-EXIT.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE WS-NUMERO TO HO-NUMERO.
           MOVE "C" TO HO-TIPO.
           MOVE HOL-OPERADOR TO HO-OPERADOR.
           MOVE HOL-ENTIDAD TO HO-ENTIDAD.
           MOVE WS-FIN-FECHA TO HO-FECHA.
           MOVE WS-FIN-HORA TO HO-HORA.
           MOVE WS-FECHA-NEGOCIO TO HO-FECHA-NEGOCIO.
           WRITE HANDOVER-RECORD.
           PERFORM 3000-CABECERA.
           PERFORM 4000-PROGRAMAS THRU 4000-EXIT.
           PERFORM 5000-CALCULOS THRU 5000-EXIT.
           PERFORM 6000-ALERTAS THRU 6000-EXIT.
           PERFORM 6500-RECHAZOS THRU 6500-EXIT.
           PERFORM 6600-PENDIENTES THRU 6600-EXIT.
           PERFORM 6700-DIA-NEGOCIO.
           PERFORM 6800-NOTA.
           CLOSE HANDSHEET-FILE.
           CLOSE HANDOVER-FILE.
           MOVE WS-NUMERO TO HOL-NUMERO.
           DISPLAY "HOJA DE TRASPASO " WS-NUMERO " EN HANDSHT.DAT".
       2000-EXIT.
           EXIT.

      * NOTA LIBRE: HASTA TRES LINEAS DE 60, UNA LINEA VACIA TERMINA
       2100-PEDIR-NOTA.
           MOVE ZERO TO WS-NOTA-COUNT.
           MOVE SPACES TO WS-NOTA-TABLA.
           DISPLAY "NOTA PARA EL TURNO SIGUIENTE (HASTA 3 LINEAS DE "
               "60, LINEA VACIA PARA TERMINAR):".
       2100-OTRA-LINEA.
           MOVE SPACES TO WS-NOTA-ENTRADA.
           ACCEPT WS-NOTA-ENTRADA.
           IF WS-NOTA-ENTRADA = SPACES
               GO TO 2100-EXIT.
           ADD 1 TO WS-NOTA-COUNT.
           MOVE WS-NOTA-ENTRADA TO WS-NOTA-LINEA(WS-NOTA-COUNT).
           IF WS-NOTA-COUNT < 3
               GO TO 2100-OTRA-LINEA.
       2100-EXIT.
           EXIT.

      * SIN BUSDATE.DAT SE TOMA LA FECHA DEL SISTEMA Y EL DIA ABIERTO
       2200-LEER-FECHA-NEGOCIO.
           MOVE WS-FIN-FECHA TO WS-FECHA-NEGOCIO.
           MOVE "A" TO WS-DIA-ESTADO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "00"
               READ BUSDATE-FILE
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-FECHA-NEGOCIO
                           MOVE BD-STATUS TO WS-DIA-ESTADO
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       3000-CABECERA.
           MOVE WS-NUMERO TO HS-NUMERO.
           MOVE HOL-OPERADOR TO HS-OPERADOR.
           MOVE HOL-ENTIDAD TO HS-ENTIDAD.
           MOVE HS-TITULO-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           MOVE HOL-INICIO-FECHA TO HS-INI-FECHA.
           MOVE HOL-INICIO-HORA TO HS-INI-HORA.
           MOVE WS-FIN-FECHA TO HS-FIN-FECHA.
           MOVE WS-FIN-HORA TO HS-FIN-HORA.
           MOVE WS-FECHA-NEGOCIO TO HS-FECHA-NEGOCIO.
           MOVE HS-SESION-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           MOVE WS-SEPARADOR TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.

      ******************************************************************
      * LO QUE EJECUTO EL OPERADOR EN LA SESION (ACTLOG.DAT)
      ******************************************************************
       4000-PROGRAMAS.
           MOVE "PROGRAMAS EJECUTADOS (ACTLOG.DAT):" TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           MOVE ZERO TO WS-ACT-TOTAL.
           MOVE ZERO TO WS-ACT-AVISOS.
           MOVE ZERO TO WS-ACT-ERRORES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = "00"
               MOVE "  ACTLOG.DAT NO DISPONIBLE" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
               GO TO 4000-EXIT.
           PERFORM 4100-LEER-ACTIVIDAD UNTIL WS-EOF.
           CLOSE ACTIVITY-FILE.
           IF WS-ACT-TOTAL > WS-ACT-MAX
               COMPUTE HS-ACT-MAS = WS-ACT-TOTAL - WS-ACT-MAX
               MOVE HS-ACT-MAS-LINE TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.
           MOVE WS-ACT-TOTAL TO HS-ACT-TOTAL.
           MOVE WS-ACT-AVISOS TO HS-ACT-AVISOS.
           MOVE WS-ACT-ERRORES TO HS-ACT-ERRORES.
           MOVE HS-ACT-TOTAL-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
       4000-EXIT.
           EXIT.

       4100-LEER-ACTIVIDAD.
           READ ACTIVITY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AJ-OPERATOR = HOL-OPERADOR
                       MOVE AJ-DATE TO WS-REG-FECHA
                       MOVE AJ-TIME TO WS-REG-HORA
                       PERFORM 7000-COMPROBAR-SESION
                       IF WS-EN-SESION
                           PERFORM 4200-ANOTAR-ACTIVIDAD
                       END-IF
                   END-IF
           END-READ.

       4200-ANOTAR-ACTIVIDAD.
           ADD 1 TO WS-ACT-TOTAL.
           IF AJ-RC > 4
               ADD 1 TO WS-ACT-ERRORES
           ELSE
               IF AJ-RC > ZERO
                   ADD 1 TO WS-ACT-AVISOS
               END-IF
           END-IF.
           IF WS-ACT-TOTAL NOT > WS-ACT-MAX
               MOVE AJ-DATE TO HS-ACT-FECHA
               MOVE AJ-TIME TO HS-ACT-HORA
               MOVE AJ-OPTION TO HS-ACT-OPCION
               MOVE AJ-PROGRAM TO HS-ACT-PROGRAMA
               MOVE AJ-RC TO HS-ACT-RC
               MOVE HS-ACT-DETAIL-LINE TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      * CALCULOS GRABADOS POR EL OPERADOR EN LA SESION: LAS ALTAS DE
      * CALCJRNL.DAT CUYA IMAGEN LLEVA SU CALC-OPERATOR
      ******************************************************************
       5000-CALCULOS.
           MOVE "CALCULOS GRABADOS (CALCJRNL.DAT):" TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           MOVE ZERO TO WS-CALC-TOTAL.
           MOVE ZERO TO WS-CALC-OTROS.
           MOVE ZERO TO WS-GRUPO-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CALC-JOURNAL-FILE.
           IF WS-CJ-STATUS NOT = "00"
               MOVE "  NINGUNO" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
               GO TO 5000-EXIT.
           PERFORM 5100-LEER-DIARIO UNTIL WS-EOF.
           CLOSE CALC-JOURNAL-FILE.
           IF WS-CALC-TOTAL = ZERO
               MOVE "  NINGUNO" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
               GO TO 5000-EXIT.
           PERFORM 5300-LISTAR-GRUPO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRUPO-COUNT.
           IF WS-CALC-OTROS > ZERO
               MOVE SPACES TO HS-CALC-DETAIL-LINE
               MOVE "OTROS" TO HS-CALC-PROGRAMA
               MOVE WS-CALC-OTROS TO HS-CALC-CALCULOS
               MOVE HS-CALC-DETAIL-LINE TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.
           MOVE SPACES TO HS-CALC-DETAIL-LINE.
           MOVE "TOTAL" TO HS-CALC-PROGRAMA.
           MOVE WS-CALC-TOTAL TO HS-CALC-CALCULOS.
           MOVE HS-CALC-DETAIL-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
       5000-EXIT.
           EXIT.

       5100-LEER-DIARIO.
           READ CALC-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CJ-ALTA
                       MOVE CJ-IMAGEN TO CALC-RECORD
                       MOVE CJ-FECHA TO WS-REG-FECHA
                       MOVE CJ-HORA TO WS-REG-HORA
                       PERFORM 7000-COMPROBAR-SESION
                       IF WS-EN-SESION
                          AND CALC-OPERATOR = HOL-OPERADOR
                           PERFORM 5200-ANOTAR-CALCULO
                       END-IF
                   END-IF
           END-READ.

       5200-ANOTAR-CALCULO.
           ADD 1 TO WS-CALC-TOTAL.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 5210-BUSCAR-GRUPO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRUPO-COUNT OR WS-HALLADO.
           IF WS-HALLADO
               GO TO 5200-EXIT.
           IF WS-GRUPO-COUNT < 50
               ADD 1 TO WS-GRUPO-COUNT
               MOVE CALC-PROGRAM TO WS-GR-PROGRAMA(WS-GRUPO-COUNT)
               MOVE CALC-OPERATION TO WS-GR-OPERACION(WS-GRUPO-COUNT)
               MOVE 1 TO WS-GR-CALCULOS(WS-GRUPO-COUNT)
           ELSE
               ADD 1 TO WS-CALC-OTROS
           END-IF.
       5200-EXIT.
           EXIT.

       5210-BUSCAR-GRUPO.
           IF WS-GR-PROGRAMA(WS-SUB) = CALC-PROGRAM
              AND WS-GR-OPERACION(WS-SUB) = CALC-OPERATION
               ADD 1 TO WS-GR-CALCULOS(WS-SUB)
               SET WS-HALLADO TO TRUE
           END-IF.

       5300-LISTAR-GRUPO.
           MOVE WS-GR-PROGRAMA(WS-SUB) TO HS-CALC-PROGRAMA.
           MOVE WS-GR-OPERACION(WS-SUB) TO HS-CALC-OPERACION.
           MOVE WS-GR-CALCULOS(WS-SUB) TO HS-CALC-CALCULOS.
           MOVE HS-CALC-DETAIL-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.

      ******************************************************************
      * ALERTAS SIN RECONOCER EN ESTE MOMENTO, POR SEVERIDAD; LAS
      * CRITICAS SE LISTAN
      ******************************************************************
       6000-ALERTAS.
           MOVE ZERO TO WS-AL-CRITICAS.
           MOVE ZERO TO WS-AL-AVISOS.
           MOVE ZERO TO WS-AL-LISTADAS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "35"
               GO TO 6000-TOTALES.
           IF WS-ALERT-STATUS NOT = "00"
               MOVE "ALERTAS: ALERTS.DAT NO DISPONIBLE" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
               GO TO 6000-EXIT.
           PERFORM 6100-CONTAR-ALERTA UNTIL WS-EOF.
           CLOSE ALERT-FILE.
       6000-TOTALES.
           MOVE WS-AL-CRITICAS TO HS-AL-CRITICAS.
           MOVE WS-AL-AVISOS TO HS-AL-AVISOS.
           MOVE HS-AL-TOTAL-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           IF WS-AL-CRITICAS = ZERO
               GO TO 6000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               GO TO 6000-EXIT.
           PERFORM 6200-LISTAR-CRITICA UNTIL WS-EOF.
           CLOSE ALERT-FILE.
           IF WS-AL-CRITICAS > WS-AL-MAX
               MOVE "  (MAS CRITICAS EN alertMant)" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CONTAR-ALERTA.
           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-ACK-FLAG NOT = "Y"
                       IF AL-CRITICA
                           ADD 1 TO WS-AL-CRITICAS
                       ELSE
                           ADD 1 TO WS-AL-AVISOS
                       END-IF
                   END-IF
           END-READ.

       6200-LISTAR-CRITICA.
           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-ACK-FLAG NOT = "Y" AND AL-CRITICA
                      AND WS-AL-LISTADAS < WS-AL-MAX
                       ADD 1 TO WS-AL-LISTADAS
                       MOVE AL-DATE TO HS-AL-FECHA
                       MOVE AL-TIME(1:4) TO HS-AL-HORA
                       MOVE AL-PROGRAM TO HS-AL-PROGRAMA
                       MOVE AL-MESSAGE TO HS-AL-MENSAJE
                       MOVE HS-AL-DETAIL-LINE TO WS-LINEA
                       PERFORM 8000-ESCRIBIR-LINEA
                   END-IF
           END-READ.

      * CADA LINEA DE DIVREJ.DAT ESTA PENDIENTE: divResub LO
      * REESCRIBE CON LO QUE QUEDA ABIERTO
       6500-RECHAZOS.
           MOVE ZERO TO WS-REJ-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DIV-REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               GO TO 6500-LINEA.
           PERFORM 6510-CONTAR-RECHAZO UNTIL WS-EOF.
           CLOSE DIV-REJECT-FILE.
       6500-LINEA.
           MOVE WS-REJ-COUNT TO HS-REJ-COUNT.
           MOVE HS-REJ-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
       6500-EXIT.
           EXIT.

       6510-CONTAR-RECHAZO.
           READ DIV-REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJ-COUNT
           END-READ.

      * IGUAL EN AUTHPEND.DAT: userAppr DEJA SOLO LO QUE SALTA
       6600-PENDIENTES.
           MOVE ZERO TO WS-PEND-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               GO TO 6600-LINEA.
           PERFORM 6610-CONTAR-PENDIENTE UNTIL WS-EOF.
           CLOSE PENDING-FILE.
       6600-LINEA.
           MOVE WS-PEND-COUNT TO HS-PEND-COUNT.
           MOVE HS-PEND-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           IF WS-PEND-COUNT = ZERO
               GO TO 6600-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           PERFORM 6620-LISTAR-PENDIENTE UNTIL WS-EOF.
           CLOSE PENDING-FILE.
       6600-EXIT.
           EXIT.

       6610-CONTAR-PENDIENTE.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PEND-COUNT
           END-READ.

       6620-LISTAR-PENDIENTE.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AP-ACTION TO HS-PEND-ACCION
                   MOVE AP-TARGET TO HS-PEND-USUARIO
                   MOVE AP-MAKER TO HS-PEND-MAKER
                   MOVE AP-DATE TO HS-PEND-FECHA
                   MOVE HS-PEND-DETAIL-LINE TO WS-LINEA
                   PERFORM 8000-ESCRIBIR-LINEA
           END-READ.

       6700-DIA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO TO HS-DIA-FECHA.
           IF WS-DIA-ESTADO = "C"
               MOVE "CERRADO" TO HS-DIA-ESTADO
           ELSE
               MOVE "ABIERTO (SIN CERRAR CON busDate)"
                   TO HS-DIA-ESTADO
           END-IF.
           MOVE HS-DIA-LINE TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.

       6800-NOTA.
           MOVE WS-SEPARADOR TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           MOVE "NOTA DEL OPERADOR:" TO WS-LINEA.
           PERFORM 8000-ESCRIBIR-LINEA.
           IF WS-NOTA-COUNT = ZERO
               MOVE "  SIN NOTA" TO WS-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.
           PERFORM 6810-LINEA-NOTA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-NOTA-COUNT.

       6810-LINEA-NOTA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-NOTA-LINEA(WS-SUB) TO WS-LINEA(3:60).
           PERFORM 8000-ESCRIBIR-LINEA.

      * FECHA Y HORA DEL SISTEMA DENTRO DE LA SESION
       7000-COMPROBAR-SESION.
           MOVE "N" TO WS-EN-SESION-SWITCH.
           IF WS-REG-FECHA > HOL-INICIO-FECHA
               SET WS-EN-SESION TO TRUE
           END-IF.
           IF WS-REG-FECHA = HOL-INICIO-FECHA
              AND WS-REG-HORA NOT < HOL-INICIO-HORA
               SET WS-EN-SESION TO TRUE
           END-IF.

      * CADA LINEA VA A LA HOJA Y, CON EL NUMERO DEL TRASPASO, A
      * HANDOVR.DAT PARA MOSTRARLA AL TURNO SIGUIENTE
       8000-ESCRIBIR-LINEA.
           MOVE WS-LINEA TO HANDSHEET-RECORD.
           WRITE HANDSHEET-RECORD.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE WS-NUMERO TO HO-NUMERO.
           MOVE "L" TO HO-TIPO.
           MOVE WS-LINEA TO HO-DATOS.
           WRITE HANDOVER-RECORD.
           MOVE SPACES TO WS-LINEA.
       END PROGRAM shiftHnd.
