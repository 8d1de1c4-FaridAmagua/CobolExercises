      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: supervised maintenance of RATECARD.DAT, the billing
      *          rate card calcBill prices with and calcAdj values its
      *          credit notes with - until now edited by hand. Each
      *          line is entity (blank = global), operation, rate and
      *          the date it is in force from (see the RATECARD
      *          copybook), so a new rate is an ALTA from its date and
      *          the old line stays for the months it priced; CAMBIO
      *          corrects the rate of an existing line and BAJA
      *          removes a line keyed in error. A date before the
      *          business date touches months that may already be
      *          invoiced and must be confirmed (calcBill's re-bill
      *          shows the difference). Changes require a supervisor
      *          sign-on against AUTHUSR.DAT (rol S, not locked) and
      *          every change is journaled to RATECDLG.DAT with entity,
      *          operation, effective date, old and new rate, who and
      *          when, like THRESHLG.DAT, and to SECJRNL.DAT. The file
      *          is rewritten on exit. RETURN-CODE 8 when the sign-on
      *          is refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. mantenimiento supervisado de RATECARD.DAT con journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT RATE-LOG-FILE ASSIGN TO "RATECDLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD-FILE.
           COPY RATECARD.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  RATE-LOG-FILE.
       01  RATE-LOG-RECORD.
           05  RL-LOG-DATE             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-SUPERVISOR       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-ENTITY           PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-OPERATION        PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-DESDE            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-OLD-RATE         PIC 9(5).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-NEW-RATE         PIC 9(5).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-LOG-ACCION           PIC X(6).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-TAR-STATUS               PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-RLG-STATUS               PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-CAMBIOS-SWITCH           PIC X VALUE "N".
           88  WS-CON-CAMBIOS          VALUE "Y".
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-ALTA          VALUE "A" "a".
           88  WS-OPCION-CAMBIO        VALUE "C" "c".
           88  WS-OPCION-BAJA          VALUE "B" "b".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRMA                 PIC X.
       01  WS-SUB                      PIC 9(3).
       01  WS-RC-IDX                   PIC 9(3).
       01  WS-RC-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-OPERACION-X              PIC X(10).
       01  WS-DESDE-X                  PIC X(8).
       01  WS-DESDE                    PIC 9(8).
       01  WS-DESDE-DET REDEFINES WS-DESDE.
           05  WS-DESDE-AAAA           PIC 9(4).
           05  WS-DESDE-MM             PIC 99.
           05  WS-DESDE-DD             PIC 99.
       01  WS-TARIFA-X                 PIC X(7).
       01  WS-TARIFA-N REDEFINES WS-TARIFA-X
                                       PIC 9(5)V99.
       01  WS-TARIFA-ANT               PIC 9(5)V99.
       01  WS-TARIFA-NUEVA             PIC 9(5)V99.
       01  WS-TARIFA-ED                PIC ZZZZ9.99.
       01  WS-ACCION                   PIC X(6).
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * LA TARJETA EN MEMORIA; DESDE CERO = LINEA SIN FECHA, VALE
      * DESDE SIEMPRE
       01  WS-RC-TABLA.
           05  WS-RC-ENTRY OCCURS 200 TIMES.
               10  WS-RC-ENTITY        PIC XX.
               10  WS-RC-OPERATION     PIC X(10).
               10  WS-RC-RATE          PIC 9(5)V99.
               10  WS-RC-DESDE         PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LA TARJETA DE TARIFAS NO "
                   "SE CAMBIA SIN SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "MANTENIMIENTO DE RATECARD.DAT" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 2000-CARGAR-TARIFAS.
           PERFORM 3000-MENU UNTIL WS-OPCION-SALIR.
           PERFORM 9000-GRABAR-TARIFAS THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
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

       1200-LEER-FECHA-NEGOCIO.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "35"
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           ELSE
               READ BUSDATE-FILE
                   AT END
                       ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                   NOT AT END
                       IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-FECHA-NEGOCIO
                       ELSE
                           ACCEPT WS-FECHA-NEGOCIO FROM DATE
                               YYYYMMDD
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       2000-CARGAR-TARIFAS.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-TAR-STATUS = "35"
               DISPLAY "RATECARD.DAT NO EXISTE, SE CREARA AL SALIR"
           ELSE
               PERFORM 2100-CARGAR-LINEA UNTIL WS-EOF
               CLOSE RATE-CARD-FILE
           END-IF.

      ******************************************************************
      * UNA LINEA ILEGIBLE SE CARGA IGUAL (TARIFA CERO) PARA QUE LA
      * REESCRITURA NO LA PIERDA SIN QUE NADIE LO VEA; SE AVISA.
      ******************************************************************
       2100-CARGAR-LINEA.
           READ RATE-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-RC-COUNT < 200
                       ADD 1 TO WS-RC-COUNT
                       MOVE RC-ENTITY TO WS-RC-ENTITY(WS-RC-COUNT)
                       MOVE RC-OPERATION TO
                           WS-RC-OPERATION(WS-RC-COUNT)
                       IF RC-RATE IS NUMERIC
                           MOVE RC-RATE TO WS-RC-RATE(WS-RC-COUNT)
                       ELSE
                           MOVE ZERO TO WS-RC-RATE(WS-RC-COUNT)
                           DISPLAY "TARIFA ILEGIBLE, CARGADA A CERO: "
                               RATE-CARD-RECORD
                       END-IF
                       IF RC-DESDE IS NUMERIC
                           MOVE RC-DESDE TO WS-RC-DESDE(WS-RC-COUNT)
                       ELSE
                           MOVE ZERO TO WS-RC-DESDE(WS-RC-COUNT)
                           IF RC-DESDE-X NOT = SPACES
                               DISPLAY "FECHA DESDE ILEGIBLE, CARGADA "
                                   "COMO DESDE SIEMPRE: "
                                   RATE-CARD-RECORD
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "TABLA DE TARIFAS LLENA, CARGA "
                           "TRUNCADA"
                       SET WS-TABLA-LLENA TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-MENU.
           DISPLAY "MANTENIMIENTO DE RATECARD.DAT".
           DISPLAY "  (A)LTA (C)AMBIO (B)AJA (L)ISTAR (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA THRU 4000-EXIT
               WHEN WS-OPCION-CAMBIO
                   PERFORM 5000-CAMBIO THRU 5000-EXIT
               WHEN WS-OPCION-BAJA
                   PERFORM 5500-BAJA THRU 5500-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 6000-LISTAR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * UNA LINEA SE IDENTIFICA POR ENTIDAD + OPERACION + FECHA DESDE.
      ******************************************************************
       3100-PEDIR-LINEA.
           DISPLAY "ENTIDAD (2 DIGITOS, INTRO = GLOBAL):".
           ACCEPT WS-ENTIDAD-X.
           DISPLAY "OPERACION:".
           ACCEPT WS-OPERACION-X.
           DISPLAY "VIGENTE DESDE (YYYYMMDD, INTRO = FECHA DE "
               "NEGOCIO, 0 = DESDE SIEMPRE):".
           ACCEPT WS-DESDE-X.
           EVALUATE TRUE
               WHEN WS-DESDE-X = SPACES
                   MOVE WS-FECHA-NEGOCIO TO WS-DESDE
               WHEN WS-DESDE-X = "0"
                   MOVE ZERO TO WS-DESDE
               WHEN WS-DESDE-X IS NUMERIC
                   MOVE WS-DESDE-X TO WS-DESDE
                   IF WS-DESDE-MM < 1 OR WS-DESDE-MM > 12
                       OR WS-DESDE-DD < 1 OR WS-DESDE-DD > 31
                       MOVE 99999999 TO WS-DESDE
                   END-IF
               WHEN OTHER
                   MOVE 99999999 TO WS-DESDE
           END-EVALUATE.
           MOVE "N" TO WS-HALLADO-SWITCH.
           IF WS-DESDE NOT = 99999999
               PERFORM 3110-COMPARAR-LINEA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RC-COUNT OR WS-HALLADO
           END-IF.

       3110-COMPARAR-LINEA.
           IF WS-RC-ENTITY(WS-SUB) = WS-ENTIDAD-X
               AND WS-RC-OPERATION(WS-SUB) = WS-OPERACION-X
               AND WS-RC-DESDE(WS-SUB) = WS-DESDE
               MOVE WS-SUB TO WS-RC-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      *    LA TARIFA SE TECLEA COMO EN EL FICHERO: SIETE DIGITOS SIN
      *    PUNTO, LOS DOS ULTIMOS SON LOS CENTIMOS
       3200-PEDIR-TARIFA.
           DISPLAY "TARIFA (7 DIGITOS SIN PUNTO, ULTIMOS 2 = "
               "CENTIMOS):".
           ACCEPT WS-TARIFA-X.

      ******************************************************************
      * UNA FECHA ANTERIOR A LA DE NEGOCIO CAMBIA EL PRECIO DE DIAS
      * QUE PUEDEN ESTAR YA FACTURADOS: SE PIDE CONFIRMACION.
      ******************************************************************
       3300-CONFIRMAR-RETROACTIVO.
           MOVE "S" TO WS-CONFIRMA.
           IF WS-DESDE < WS-FECHA-NEGOCIO
               DISPLAY "AVISO: VIGENTE DESDE " WS-DESDE
                   ", ANTES DE LA FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
               DISPLAY "LOS MESES YA FACTURADOS SE CORRIGEN CON LA "
                   "REFACTURACION DE calcBill. CONFIRMAR (S/N):"
               ACCEPT WS-CONFIRMA
           END-IF.

       4000-ALTA.
           IF WS-RC-COUNT = 200 OR WS-TABLA-LLENA
               DISPLAY "TABLA DE TARIFAS LLENA"
               GO TO 4000-EXIT.
           PERFORM 3100-PEDIR-LINEA.
           IF WS-DESDE = 99999999
               DISPLAY "FECHA NO VALIDA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           IF WS-OPERACION-X = SPACES
               DISPLAY "FALTA LA OPERACION, ALTA CANCELADA"
               GO TO 4000-EXIT.
           IF WS-HALLADO
               DISPLAY "YA EXISTE ESA LINEA, USE (C)AMBIO"
               GO TO 4000-EXIT.
           PERFORM 3200-PEDIR-TARIFA.
           IF WS-TARIFA-X IS NOT NUMERIC
               DISPLAY "TARIFA NO NUMERICA, ALTA CANCELADA"
               GO TO 4000-EXIT.
           PERFORM 3300-CONFIRMAR-RETROACTIVO.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ALTA CANCELADA"
               GO TO 4000-EXIT.
           ADD 1 TO WS-RC-COUNT.
           MOVE WS-RC-COUNT TO WS-RC-IDX.
           MOVE WS-ENTIDAD-X TO WS-RC-ENTITY(WS-RC-IDX).
           MOVE WS-OPERACION-X TO WS-RC-OPERATION(WS-RC-IDX).
           MOVE WS-DESDE TO WS-RC-DESDE(WS-RC-IDX).
           MOVE WS-TARIFA-N TO WS-RC-RATE(WS-RC-IDX).
           MOVE ZERO TO WS-TARIFA-ANT.
           MOVE WS-TARIFA-N TO WS-TARIFA-NUEVA.
           MOVE "ALTA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "TARIFA DADA DE ALTA".
       4000-EXIT.
           EXIT.

       5000-CAMBIO.
           PERFORM 3100-PEDIR-LINEA.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY ESA LINEA EN LA TARJETA"
               GO TO 5000-EXIT.
           MOVE WS-RC-RATE(WS-RC-IDX) TO WS-TARIFA-ANT WS-TARIFA-ED.
           DISPLAY "TARIFA ACTUAL " WS-TARIFA-ED.
           DISPLAY "NUEVA TARIFA:".
           PERFORM 3200-PEDIR-TARIFA.
           IF WS-TARIFA-X IS NOT NUMERIC
               DISPLAY "TARIFA NO NUMERICA, SE CONSERVA"
               GO TO 5000-EXIT.
           IF WS-TARIFA-N = WS-TARIFA-ANT
               DISPLAY "SIN CAMBIOS"
               GO TO 5000-EXIT.
           PERFORM 3300-CONFIRMAR-RETROACTIVO.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "CAMBIO CANCELADO"
               GO TO 5000-EXIT.
           MOVE WS-TARIFA-N TO WS-RC-RATE(WS-RC-IDX).
           MOVE WS-TARIFA-N TO WS-TARIFA-NUEVA.
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "TARIFA ACTUALIZADA".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * LA BAJA ES PARA UNA LINEA TECLEADA POR ERROR: UNA TARIFA QUE
      * DEJA DE VALER SE SUSTITUYE CON UN ALTA DESDE SU FECHA, Y LA
      * VIEJA SE QUEDA PARA LOS MESES QUE YA VALORO.
      ******************************************************************
       5500-BAJA.
           IF WS-TABLA-LLENA
               DISPLAY "TARJETA TRUNCADA AL CARGAR, NO SE DA DE BAJA"
               GO TO 5500-EXIT.
           PERFORM 3100-PEDIR-LINEA.
           IF NOT WS-HALLADO
               DISPLAY "NO HAY ESA LINEA EN LA TARJETA"
               GO TO 5500-EXIT.
           MOVE WS-RC-RATE(WS-RC-IDX) TO WS-TARIFA-ANT WS-TARIFA-ED.
           DISPLAY "TARIFA " WS-TARIFA-ED " DESDE " WS-DESDE.
           PERFORM 3300-CONFIRMAR-RETROACTIVO.
           IF WS-DESDE NOT < WS-FECHA-NEGOCIO
               DISPLAY "CONFIRMAR LA BAJA (S/N):"
               ACCEPT WS-CONFIRMA
           END-IF.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA"
               GO TO 5500-EXIT.
           MOVE ZERO TO WS-TARIFA-NUEVA.
           MOVE "BAJA  " TO WS-ACCION.
           PERFORM 7000-ANOTAR-CAMBIO.
           PERFORM 5510-CORRER-LINEA
               VARYING WS-SUB FROM WS-RC-IDX BY 1
               UNTIL WS-SUB NOT < WS-RC-COUNT.
           SUBTRACT 1 FROM WS-RC-COUNT.
           SET WS-CON-CAMBIOS TO TRUE.
           DISPLAY "TARIFA DADA DE BAJA".
       5500-EXIT.
           EXIT.

       5510-CORRER-LINEA.
           MOVE WS-RC-ENTRY(WS-SUB + 1) TO WS-RC-ENTRY(WS-SUB).

       6000-LISTAR.
           PERFORM 6100-LISTAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RC-COUNT.

       6100-LISTAR-LINEA.
           MOVE WS-RC-RATE(WS-SUB) TO WS-TARIFA-ED.
           DISPLAY "ENTIDAD " WS-RC-ENTITY(WS-SUB)
               " OPERACION " WS-RC-OPERATION(WS-SUB)
               " TARIFA " WS-TARIFA-ED
               " DESDE " WS-RC-DESDE(WS-SUB).

      ******************************************************************
      * CADA CAMBIO QUEDA EN RATECDLG.DAT CON TARIFA VIEJA, TARIFA
      * NUEVA, FECHA DE VIGENCIA, QUIEN Y CUANDO, COMO THRESHLG.DAT
      * PARA LOS UMBRALES.
      ******************************************************************
       7000-ANOTAR-CAMBIO.
           OPEN EXTEND RATE-LOG-FILE.
           IF WS-RLG-STATUS = "35"
               OPEN OUTPUT RATE-LOG-FILE
               CLOSE RATE-LOG-FILE
               OPEN EXTEND RATE-LOG-FILE
           END-IF.
           MOVE SPACES TO RATE-LOG-RECORD.
           ACCEPT RL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-LOG-TIME FROM TIME.
           MOVE WS-SUPER-ID TO RL-LOG-SUPERVISOR.
           MOVE WS-RC-ENTITY(WS-RC-IDX) TO RL-LOG-ENTITY.
           MOVE WS-RC-OPERATION(WS-RC-IDX) TO RL-LOG-OPERATION.
           MOVE WS-RC-DESDE(WS-RC-IDX) TO RL-LOG-DESDE.
           MOVE WS-TARIFA-ANT TO RL-LOG-OLD-RATE.
           MOVE WS-TARIFA-NUEVA TO RL-LOG-NEW-RATE.
           MOVE WS-ACCION TO RL-LOG-ACCION.
           WRITE RATE-LOG-RECORD.
           CLOSE RATE-LOG-FILE.
           MOVE "RATE CHG" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING WS-ACCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RC-ENTITY(WS-RC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RC-OPERATION(WS-RC-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RC-DESDE(WS-RC-IDX) DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.

      ******************************************************************
      * LOS CAMBIOS DE LA TARJETA TAMBIEN VAN AL JOURNAL DE SEGURIDAD
      * CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "rateMant" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * CON LA CARGA DESBORDADA EL FICHERO NO SE REESCRIBE: HACERLO
      * DESTRUIRIA TODA LINEA MAS ALLA DE LA NUMERO 200. MISMA
      * GUARDA QUE threshMant.
      ******************************************************************
       9000-GRABAR-TARIFAS.
           IF NOT WS-CON-CAMBIOS
               GO TO 9000-EXIT.
           IF WS-TABLA-LLENA
               DISPLAY "RATECARD.DAT NO SE REESCRIBE: TIENE MAS DE "
                   "200 LINEAS Y LA CARGA QUEDO TRUNCADA"
               DISPLAY "EL FICHERO QUEDA COMO ESTABA"
               GO TO 9000-EXIT.
           OPEN OUTPUT RATE-CARD-FILE.
           PERFORM 9100-GRABAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RC-COUNT.
           CLOSE RATE-CARD-FILE.
           DISPLAY "RATECARD.DAT GRABADO CON " WS-RC-COUNT " LINEAS".
       9000-EXIT.
           EXIT.

       9100-GRABAR-LINEA.
           MOVE SPACES TO RATE-CARD-RECORD.
           MOVE WS-RC-ENTITY(WS-SUB) TO RC-ENTITY.
           MOVE WS-RC-OPERATION(WS-SUB) TO RC-OPERATION.
           MOVE WS-RC-RATE(WS-SUB) TO RC-RATE.
           MOVE WS-RC-DESDE(WS-SUB) TO RC-DESDE.
           WRITE RATE-CARD-RECORD.
       END PROGRAM rateMant.
