      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: operator accountability report - the answer to
      *          "who keyed this". For a date range keyed at startup,
      *          and optionally one operator, it shows per operator:
      *          the calculations posted, by operation (CALCFILE.DAT,
      *          CALC-OPERATOR); the reversals suffered, i.e. the
      *          operator's calculations that calcAdj reversed in the
      *          range (ADJLOG.DAT AD-ORIG-OPERATOR, or the original
      *          CALCFILE record for journal lines written before
      *          that field existed); the hard-limit overrides the
      *          operator requested in Divisiones, approved and
      *          denied (SECJRNL.DAT OVR APPROVE / OVR DENY, operator
      *          in SJ-DETAIL(23:8)); and the sign-on failures
      *          charged to the id (SECJRNL.DAT LOGON FAIL, LOGON
      *          DENY, LOCKOUT, AUTH FAIL, AUTH DENY). Work with no
      *          recorded operator (history before the operator was
      *          kept) is reported as (SIN DATO). Sibling of secRpt.
      *          Output: OPERRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operRpt.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. informe de responsabilidad por operador y fechas.
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
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT SECURITY-JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
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
       FD  SECURITY-JOURNAL-FILE.
           COPY SECJRNL.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-ADJ-STATUS               PIC XX.
       01  WS-SEG-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CALC-SWITCH              PIC X VALUE "N".
           88  WS-CALC-ABIERTO         VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-FECHA-DESDE-X            PIC X(8).
       01  WS-FECHA-HASTA-X            PIC X(8).
       01  WS-FECHA-DESDE              PIC 9(8).
       01  WS-FECHA-HASTA              PIC 9(8).
       01  WS-USUARIO-X                PIC X(8).
       01  WS-USUARIO-DADO             PIC X VALUE "N".
           88  WS-CON-USUARIO          VALUE "Y".
       01  WS-OPERADOR                 PIC X(8).
       01  WS-SUB                      PIC 999.
       01  WS-OPX                      PIC 999.
       01  WS-IDX                      PIC 999.

      * UNA ENTRADA POR OPERADOR; EL OPERADOR EN BLANCO ES EL
      * TRABAJO SIN DATO DE OPERADOR
       01  WS-OP-COUNT                 PIC 999 VALUE ZERO.
       01  WS-OP-TABLA.
           05  WS-OP-ENTRY OCCURS 100 TIMES.
               10  WS-OP-ID            PIC X(8).
               10  WS-OP-CALCULOS      PIC 9(7).
               10  WS-OP-REVERSOS      PIC 9(5).
               10  WS-OP-OVR-APROB     PIC 9(5).
               10  WS-OP-OVR-DENEG     PIC 9(5).
               10  WS-OP-FALLOS        PIC 9(5).

      * CALCULOS POR OPERADOR Y OPERACION
       01  WS-OO-COUNT                 PIC 999 VALUE ZERO.
       01  WS-OO-TABLA.
           05  WS-OO-ENTRY OCCURS 500 TIMES.
               10  WS-OO-OP            PIC 999.
               10  WS-OO-OPERACION     PIC X(10).
               10  WS-OO-CUENTA        PIC 9(7).

       01  RPT-TITLE-1.
           05  FILLER                  PIC X(37)
                   VALUE "RESPONSABILIDAD POR OPERADOR  RANGO: ".
           05  HDG-DESDE               PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  HDG-HASTA               PIC 9(8).
       01  RPT-OPER-LINE.
           05  FILLER                  PIC X(10) VALUE "OPERADOR: ".
           05  ROL-OPERADOR            PIC X(10).
       01  RPT-SECTION-CALC            PIC X(40)
               VALUE "  CALCULOS POR OPERACION".
       01  RPT-OPERACION-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RPL-OPERACION           PIC X(10).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  RPL-CUENTA              PIC Z(6)9.
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTL-TEXTO               PIC X(24).
           05  RTL-CUENTA              PIC Z(6)9.
       01  RPT-OVR-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "  OVERRIDES PEDIDOS".
           05  ROV-TOTAL               PIC Z(6)9.
           05  FILLER                  PIC X(13)
                   VALUE "  APROBADOS: ".
           05  ROV-APROB               PIC ZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE "  DENEGADOS: ".
           05  ROV-DENEG               PIC ZZZZ9.
       01  WS-OVR-TOTAL                PIC 9(6).
       01  WS-TOT-CALCULOS             PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CALCULOS THRU 2000-EXIT.
           PERFORM 3000-REVERSOS THRU 3000-EXIT.
           PERFORM 4000-SEGURIDAD THRU 4000-EXIT.
           PERFORM 5000-IMPRIMIR-OPERADOR
               VARYING WS-OPX FROM 1 BY 1
               UNTIL WS-OPX > WS-OP-COUNT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "FECHA DESDE (YYYYMMDD, INTRO = HOY):".
           ACCEPT WS-FECHA-DESDE-X.
           IF WS-FECHA-DESDE-X = SPACES
               OR WS-FECHA-DESDE-X IS NOT NUMERIC
               ACCEPT WS-FECHA-DESDE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FECHA-DESDE-X TO WS-FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA (YYYYMMDD, INTRO = LA MISMA):".
           ACCEPT WS-FECHA-HASTA-X.
           IF WS-FECHA-HASTA-X = SPACES
               OR WS-FECHA-HASTA-X IS NOT NUMERIC
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           ELSE
               MOVE WS-FECHA-HASTA-X TO WS-FECHA-HASTA
           END-IF.
           DISPLAY "OPERADOR (INTRO = TODOS):".
           ACCEPT WS-USUARIO-X.
           IF WS-USUARIO-X = SPACES
               MOVE "N" TO WS-USUARIO-DADO
           ELSE
               MOVE "Y" TO WS-USUARIO-DADO
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-DESDE TO HDG-DESDE.
           MOVE WS-FECHA-HASTA TO HDG-HASTA.
           WRITE REPORT-RECORD FROM RPT-TITLE-1.

      ******************************************************************
      * CALCULOS DEL RANGO POR OPERADOR Y OPERACION: START A LA FECHA
      * DESDE Y LECTURA SECUENCIAL HASTA PASAR LA FECHA HASTA
      ******************************************************************
       2000-CALCULOS.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "SIN CALCFILE.DAT, NO HAY CALCULOS QUE CONTAR"
               GO TO 2000-EXIT.
           SET WS-CALC-ABIERTO TO TRUE.
           MOVE LOW-VALUES TO CALC-KEY.
           MOVE WS-FECHA-DESDE TO CALC-DATE.
           START CALC-FILE KEY IS NOT LESS THAN CALC-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LEER-CALCULO UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

       2100-LEER-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CALC-DATE > WS-FECHA-HASTA
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE CALC-OPERATOR TO WS-OPERADOR
                       IF NOT WS-CON-USUARIO
                           OR WS-OPERADOR = WS-USUARIO-X
                           PERFORM 8000-BUSCAR-OPERADOR
                           IF WS-HALLADO
                               PERFORM 2200-CONTAR-CALCULO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2200-CONTAR-CALCULO.
           ADD 1 TO WS-OP-CALCULOS(WS-IDX).
           ADD 1 TO WS-TOT-CALCULOS.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 2210-BUSCAR-OPERACION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OO-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-OO-COUNT < 500
                   ADD 1 TO WS-OO-COUNT
                   MOVE WS-IDX TO WS-OO-OP(WS-OO-COUNT)
                   MOVE CALC-OPERATION
                       TO WS-OO-OPERACION(WS-OO-COUNT)
                   MOVE 1 TO WS-OO-CUENTA(WS-OO-COUNT)
               END-IF
           END-IF.

       2210-BUSCAR-OPERACION.
           IF WS-OO-OP(WS-SUB) = WS-IDX
               AND WS-OO-OPERACION(WS-SUB) = CALC-OPERATION
               ADD 1 TO WS-OO-CUENTA(WS-SUB)
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * REVERSOS SUFRIDOS: EL OPERADOR DEL CALCULO REVERSADO; LAS
      * LINEAS DE ADJLOG.DAT ANTERIORES A AD-ORIG-OPERATOR LO TOMAN
      * DEL REGISTRO ORIGINAL EN CALCFILE.DAT
      ******************************************************************
       3000-REVERSOS.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJ-STATUS = "35"
               GO TO 3000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-LEER-REVERSO UNTIL WS-EOF.
           CLOSE ADJUST-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-LEER-REVERSO.
           READ ADJUST-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AD-DATE IS NUMERIC
                       AND AD-DATE NOT < WS-FECHA-DESDE
                       AND AD-DATE NOT > WS-FECHA-HASTA
                       PERFORM 3200-OPERADOR-REVERSADO
                       IF NOT WS-CON-USUARIO
                           OR WS-OPERADOR = WS-USUARIO-X
                           PERFORM 8000-BUSCAR-OPERADOR
                           IF WS-HALLADO
                               ADD 1 TO WS-OP-REVERSOS(WS-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3200-OPERADOR-REVERSADO.
           MOVE AD-ORIG-OPERATOR TO WS-OPERADOR.
           IF WS-OPERADOR = SPACES AND WS-CALC-ABIERTO
               MOVE AD-ORIG-KEY TO CALC-KEY
               READ CALC-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-OPERADOR
                   NOT INVALID KEY
                       MOVE CALC-OPERATOR TO WS-OPERADOR
               END-READ
           END-IF.

      ******************************************************************
      * SECJRNL.DAT: OVERRIDES PEDIDOS (EL OPERADOR VA EN EL DETALLE)
      * Y FALLOS DE FIRMA (EL ID VA EN SJ-USER)
      ******************************************************************
       4000-SEGURIDAD.
           OPEN INPUT SECURITY-JOURNAL-FILE.
           IF WS-SEG-STATUS = "35"
               GO TO 4000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-LEER-EVENTO UNTIL WS-EOF.
           CLOSE SECURITY-JOURNAL-FILE.
       4000-EXIT.
           EXIT.

       4100-LEER-EVENTO.
           READ SECURITY-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SJ-DATE IS NUMERIC
                       AND SJ-DATE NOT < WS-FECHA-DESDE
                       AND SJ-DATE NOT > WS-FECHA-HASTA
                       PERFORM 4200-CLASIFICAR-EVENTO THRU 4200-EXIT
                   END-IF
           END-READ.

       4200-CLASIFICAR-EVENTO.
           EVALUATE SJ-EVENT
               WHEN "OVR APPROVE"
               WHEN "OVR DENY"
                   MOVE SJ-DETAIL(23:8) TO WS-OPERADOR
               WHEN "LOGON FAIL"
               WHEN "LOGON DENY"
               WHEN "LOCKOUT"
               WHEN "AUTH FAIL"
               WHEN "AUTH DENY"
                   MOVE SJ-USER TO WS-OPERADOR
               WHEN OTHER
                   GO TO 4200-EXIT
           END-EVALUATE.
           IF WS-CON-USUARIO AND WS-OPERADOR NOT = WS-USUARIO-X
               GO TO 4200-EXIT.
           PERFORM 8000-BUSCAR-OPERADOR.
           IF NOT WS-HALLADO
               GO TO 4200-EXIT.
           EVALUATE SJ-EVENT
               WHEN "OVR APPROVE"
                   ADD 1 TO WS-OP-OVR-APROB(WS-IDX)
               WHEN "OVR DENY"
                   ADD 1 TO WS-OP-OVR-DENEG(WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-OP-FALLOS(WS-IDX)
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * UN BLOQUE POR OPERADOR
      ******************************************************************
       5000-IMPRIMIR-OPERADOR.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-OP-ID(WS-OPX) = SPACES
               MOVE "(SIN DATO)" TO ROL-OPERADOR
           ELSE
               MOVE WS-OP-ID(WS-OPX) TO ROL-OPERADOR
           END-IF.
           WRITE REPORT-RECORD FROM RPT-OPER-LINE.
           WRITE REPORT-RECORD FROM RPT-SECTION-CALC.
           PERFORM 5100-IMPRIMIR-OPERACION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OO-COUNT.
           MOVE "TOTAL CALCULOS" TO RTL-TEXTO.
           MOVE WS-OP-CALCULOS(WS-OPX) TO RTL-CUENTA.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "REVERSOS SUFRIDOS" TO RTL-TEXTO.
           MOVE WS-OP-REVERSOS(WS-OPX) TO RTL-CUENTA.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           COMPUTE WS-OVR-TOTAL = WS-OP-OVR-APROB(WS-OPX)
               + WS-OP-OVR-DENEG(WS-OPX).
           MOVE WS-OVR-TOTAL TO ROV-TOTAL.
           MOVE WS-OP-OVR-APROB(WS-OPX) TO ROV-APROB.
           MOVE WS-OP-OVR-DENEG(WS-OPX) TO ROV-DENEG.
           WRITE REPORT-RECORD FROM RPT-OVR-LINE.
           MOVE "FALLOS DE FIRMA" TO RTL-TEXTO.
           MOVE WS-OP-FALLOS(WS-OPX) TO RTL-CUENTA.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.

       5100-IMPRIMIR-OPERACION.
           IF WS-OO-OP(WS-SUB) = WS-OPX
               MOVE WS-OO-OPERACION(WS-SUB) TO RPL-OPERACION
               MOVE WS-OO-CUENTA(WS-SUB) TO RPL-CUENTA
               WRITE REPORT-RECORD FROM RPT-OPERACION-LINE
           END-IF.

      ******************************************************************
      * DEJA EN WS-IDX LA ENTRADA DE WS-OPERADOR, DANDOLA DE ALTA SI
      * ES NUEVA, CON WS-HALLADO; CON LA TABLA LLENA UN OPERADOR
      * NUEVO NO SE CUENTA (WS-HALLADO QUEDA APAGADO)
      ******************************************************************
       8000-BUSCAR-OPERADOR.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 8100-COMPARAR-OPERADOR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OP-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-OP-COUNT < 100
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-IDX
                   MOVE WS-OPERADOR TO WS-OP-ID(WS-IDX)
                   MOVE ZERO TO WS-OP-CALCULOS(WS-IDX)
                   MOVE ZERO TO WS-OP-REVERSOS(WS-IDX)
                   MOVE ZERO TO WS-OP-OVR-APROB(WS-IDX)
                   MOVE ZERO TO WS-OP-OVR-DENEG(WS-IDX)
                   MOVE ZERO TO WS-OP-FALLOS(WS-IDX)
                   SET WS-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, NO SE CUENTA "
                       WS-OPERADOR
               END-IF
           END-IF.

       8100-COMPARAR-OPERADOR.
           IF WS-OP-ID(WS-SUB) = WS-OPERADOR
               MOVE WS-SUB TO WS-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       9000-TERMINATE.
           IF WS-CALC-ABIERTO
               CLOSE CALC-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "OPERRPT: " WS-OP-COUNT " OPERADORES, "
               WS-TOT-CALCULOS " CALCULOS EN EL RANGO".
       END PROGRAM operRpt.
