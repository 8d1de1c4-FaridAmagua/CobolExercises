      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: general ledger posting interface, run after dayClose
      *          in jcl/calcnite.sh so finance stops re-keying the
      *          control sheet. The day posted is the last one closed
      *          (the newest CLOSEDAT.DAT record - dayClose has by then
      *          already rolled BD-DATE forward). Every CALCFILE.DAT
      *          record of that date is mapped to a debit and a credit
      *          account through GLMAP.DAT, keyed by program and
      *          operation; a line with the entity filled in overrides
      *          the blank-entity default for that company, the same
      *          blank-is-global convention THRESH.DAT and RATECARD.DAT
      *          use. The results are summarized per entity and account
      *          into a balanced journal entry per entity on GLPOST.DAT,
      *          with a header and a trailer carrying the control
      *          totals. A negative result (a calcAdj reversal) posts
      *          to the opposite sides.
      *          A record whose program/operation has no mapping goes
      *          to the GLSUSP.DAT suspense listing and NOTHING is
      *          posted: RETURN-CODE 8 until the map is completed and
      *          the step is re-run. A posted day is recorded on
      *          GLDONE.DAT and is never posted again (RETURN-CODE 4,
      *          GLPOST.DAT left as it was).
      *          GLMAP.DAT: EE PPPPPPPPPPPPPPPPPPPP OOOOOOOOOO
      *                     DDDDDDDDDD CCCCCCCCCC (entity or blank,
      *                     program, operation, debit, credit).
      *          GLPOST.DAT layout (type byte first):
      *            H FFFFFFFF HHHHHHHH SSSSSSSS (date, time, sender)
      *            D FFFFFFFF EE AAAAAAAAAA X IIIIIIIIIIIII CCCCCC
      *              (date, entity, account, D/C, amount, records)
      *            T CCCCCCC NNN DDDDDDDDDDDDDDD HHHHHHHHHHHHHHH
      *              (details, entities, total debit, total credit)
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glPost.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. asiento contable diario por entidad desde CALCFILE.DAT.
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
           SELECT CLOSE-FILE ASSIGN TO "CLOSEDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-DONE-FILE ASSIGN TO "GLDONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLD-STATUS.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SUSPENSE-FILE ASSIGN TO "GLSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CLOSE-FILE.
           COPY CLOSEDAY.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  GM-PROGRAM              PIC X(20).
           05  FILLER                  PIC X.
           05  GM-OPERATION            PIC X(10).
           05  FILLER                  PIC X.
           05  GM-DEBIT                PIC X(10).
           05  FILLER                  PIC X.
           05  GM-CREDIT               PIC X(10).
       FD  GL-DONE-FILE.
       01  GL-DONE-RECORD.
           05  GD-DATE                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  GD-POSTED-DATE          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  GD-POSTED-TIME          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  GD-DETAILS              PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  GD-TOTAL                PIC 9(13)V99.
       FD  GL-POST-FILE.
       01  GL-POST-RECORD              PIC X(80).
       FD  GL-SUSPENSE-FILE.
       01  GL-SUSPENSE-RECORD          PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CLOSE-STATUS             PIC XX.
       01  WS-MAP-STATUS               PIC XX.
       01  WS-GLD-STATUS               PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-YA-POSTEADO-SWITCH       PIC X VALUE "N".
           88  WS-YA-POSTEADO          VALUE "Y".
       01  WS-MAPA-HALLADO             PIC X.
           88  WS-MAPA-ENTIDAD         VALUE "E".
           88  WS-MAPA-DEFECTO         VALUE "D".
           88  WS-SIN-MAPA             VALUE "N".
       01  WS-FECHA-POSTEO             PIC 9(8) VALUE ZERO.
       01  WS-HOY                      PIC 9(8).
       01  WS-HORA                     PIC 9(8).
      * NUESTRO CODIGO DE REMITENTE EN EL CONVENIO CON EL BUREAU
       01  WS-SENDER-PROPIO            PIC X(8) VALUE "CALCSUIT".
       01  WS-SUB                      PIC 9(3).
       01  WS-MAP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-GL-IDX                   PIC 9(3).
       01  WS-CUENTA-DEBE              PIC X(10).
       01  WS-CUENTA-HABER             PIC X(10).
       01  WS-CUENTA-BUSCADA           PIC X(10).
       01  WS-IMPORTE                  PIC S9(7)V99.
       01  WS-ENTIDAD-ANT              PIC XX.
       01  WS-ENTIDADES                PIC 9(3) VALUE ZERO.
       01  WS-LEIDOS                   PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSOS                PIC 9(7) VALUE ZERO.
       01  WS-DETALLES                 PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DEBE               PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-HABER              PIC 9(13)V99 VALUE ZERO.
       01  WS-ENT-DEBE                 PIC 9(13)V99.
       01  WS-ENT-HABER                PIC 9(13)V99.
       01  WS-TABLA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-TABLA-LLENA          VALUE "Y".
       01  WS-CALC-ABIERTO-SWITCH      PIC X VALUE "N".
           88  WS-CALC-ABIERTO         VALUE "Y".
       01  WS-SUSPENSO-SWITCH          PIC X VALUE "N".
           88  WS-SUSPENSO-ABIERTO     VALUE "Y".
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * MAPA DE CUENTAS CARGADO EN MEMORIA; ENTIDAD EN BLANCO ES EL
      * VALOR GLOBAL POR DEFECTO, COMO EN THRESH.DAT Y RATECARD.DAT
       01  WS-MAP-TABLA.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-ENTITY       PIC XX.
               10  WS-MAP-PROGRAM      PIC X(20).
               10  WS-MAP-OPERATION    PIC X(10).
               10  WS-MAP-DEBIT        PIC X(10).
               10  WS-MAP-CREDIT       PIC X(10).

      * UNA LINEA DE ASIENTO POR ENTIDAD Y CUENTA, CON LO ACUMULADO
      * AL DEBE Y AL HABER; SE VUELCA ORDENADA POR ENTIDAD
       01  WS-GL-TABLA.
           05  WS-GL-ENTRY OCCURS 300 TIMES.
               10  WS-GL-ENTITY        PIC XX.
               10  WS-GL-ACCOUNT       PIC X(10).
               10  WS-GL-DEBE          PIC 9(11)V99.
               10  WS-GL-HABER         PIC 9(11)V99.
               10  WS-GL-REGISTROS     PIC 9(6).
               10  WS-GL-VOLCADA       PIC X.

       01  GLP-HEADER.
           05  FILLER                  PIC X VALUE "H".
           05  GLH-FECHA               PIC 9(8).
           05  GLH-HORA                PIC 9(8).
           05  GLH-SENDER              PIC X(8).
       01  GLP-DETAIL.
           05  FILLER                  PIC X VALUE "D".
           05  GLD-FECHA               PIC 9(8).
           05  GLD-ENTITY              PIC XX.
           05  GLD-ACCOUNT             PIC X(10).
           05  GLD-SIGNO               PIC X.
           05  GLD-IMPORTE             PIC 9(11)V99.
           05  GLD-REGISTROS           PIC 9(6).
       01  GLP-TRAILER.
           05  FILLER                  PIC X VALUE "T".
           05  GLT-DETALLES            PIC 9(7).
           05  GLT-ENTIDADES           PIC 9(3).
           05  GLT-DEBE                PIC 9(13)V99.
           05  GLT-HABER               PIC 9(13)V99.

       01  SUS-TITLE-LINE.
           05  FILLER                  PIC X(33)
                   VALUE "SUSPENSO CONTABLE - DIA CERRADO ".
           05  STL-FECHA               PIC 9(8).
       01  SUS-DETAIL-LINE.
           05  FILLER                  PIC X(10)
                   VALUE "SIN MAPA: ".
           05  SDL-DATE                PIC 9(8).
           05  FILLER                  PIC X VALUE "/".
           05  SDL-RUN-ID              PIC 9(8).
           05  FILLER                  PIC X VALUE "/".
           05  SDL-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE "/".
           05  SDL-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  SDL-PROGRAM             PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  SDL-OPERATION           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  SDL-RESULT              PIC -9(7).99.
       01  SUS-TOTAL-LINE.
           05  FILLER                  PIC X(30)
                   VALUE "REGISTROS EN SUSPENSO:       ".
           05  STO-CUENTA              PIC ZZZZZZ9.
           05  FILLER                  PIC X(26)
                   VALUE "  - NO SE HA CONTABILIZADO".
       01  SUS-OK-LINE                 PIC X(50) VALUE
               "SIN REGISTROS EN SUSPENSO".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-LEER-CALCULO UNTIL WS-EOF
               PERFORM 3000-CERRAR-SUSPENSO
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 4000-ESCRIBIR-ASIENTOS
               PERFORM 5000-MARCAR-POSTEADO
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM 1100-BUSCAR-DIA-CERRADO.
           IF WS-FECHA-POSTEO = ZERO
               DISPLAY "SIN CIERRES EN CLOSEDAT.DAT, NADA QUE "
                   "CONTABILIZAR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           PERFORM 1200-VERIFICAR-POSTEADO.
           IF WS-YA-POSTEADO
               DISPLAY "EL DIA " WS-FECHA-POSTEO " YA FUE "
                   "CONTABILIZADO, NO SE REPITE"
               MOVE 4 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           PERFORM 1300-CARGAR-MAPA.
           IF WS-TABLA-LLENA
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           OPEN OUTPUT GL-SUSPENSE-FILE.
           SET WS-SUSPENSO-ABIERTO TO TRUE.
           MOVE WS-FECHA-POSTEO TO STL-FECHA.
           WRITE GL-SUSPENSE-RECORD FROM SUS-TITLE-LINE.
      *    SOLO UN CALCFILE.DAT INEXISTENTE ES UN DIA SIN ACTIVIDAD;
      *    CUALQUIER OTRO STATUS NO CONTABILIZA NI MARCA EL DIA
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS = "35"
               DISPLAY "CALCFILE.DAT NO EXISTE, DIA SIN ACTIVIDAD"
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "), EL DIA NO SE CONTABILIZA"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           SET WS-CALC-ABIERTO TO TRUE.
           MOVE WS-FECHA-POSTEO TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
           START CALC-FILE KEY NOT < CALC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * EL DIA A CONTABILIZAR ES EL ULTIMO CERRADO: dayClose YA HA
      * RODADO BD-DATE AL SIGUIENTE DIA LABORABLE CUANDO ESTE PASO
      * CORRE, ASI QUE BUSDATE.DAT NO SIRVE AQUI.
      ******************************************************************
       1100-BUSCAR-DIA-CERRADO.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = "35"
               PERFORM 1110-LEER-CIERRE UNTIL WS-EOF
               CLOSE CLOSE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1110-LEER-CIERRE.
           READ CLOSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF CD-DATE IS NUMERIC
                       AND CD-DATE > WS-FECHA-POSTEO
                       MOVE CD-DATE TO WS-FECHA-POSTEO
                   END-IF
           END-READ.

       1200-VERIFICAR-POSTEADO.
           OPEN INPUT GL-DONE-FILE.
           IF WS-GLD-STATUS NOT = "35"
               PERFORM 1210-LEER-POSTEADO
                   UNTIL WS-EOF OR WS-YA-POSTEADO
               CLOSE GL-DONE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1210-LEER-POSTEADO.
           READ GL-DONE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF GD-DATE = WS-FECHA-POSTEO
                       SET WS-YA-POSTEADO TO TRUE
                   END-IF
           END-READ.

       1300-CARGAR-MAPA.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS = "35"
               DISPLAY "SIN GLMAP.DAT, TODO IRA A SUSPENSO"
           ELSE
               PERFORM 1310-CARGAR-LINEA-MAPA UNTIL WS-EOF
               CLOSE GL-MAP-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1310-CARGAR-LINEA-MAPA.
           READ GL-MAP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF GM-DEBIT = SPACES OR GM-CREDIT = SPACES
                       DISPLAY "LINEA DE GLMAP.DAT IGNORADA: "
                           GL-MAP-RECORD
                   ELSE
                       IF WS-MAP-COUNT < 100
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-ENTITY TO
                               WS-MAP-ENTITY(WS-MAP-COUNT)
                           MOVE GM-PROGRAM TO
                               WS-MAP-PROGRAM(WS-MAP-COUNT)
                           MOVE GM-OPERATION TO
                               WS-MAP-OPERATION(WS-MAP-COUNT)
                           MOVE GM-DEBIT TO
                               WS-MAP-DEBIT(WS-MAP-COUNT)
                           MOVE GM-CREDIT TO
                               WS-MAP-CREDIT(WS-MAP-COUNT)
                       ELSE
      *                    UN MAPA TRUNCADO MANDARIA A SUSPENSO LO QUE
      *                    SI ESTA MAPEADO: MEJOR NO CONTABILIZAR
                           DISPLAY "GLMAP.DAT TIENE MAS DE 100 "
                               "LINEAS, NO SE CONTABILIZA"
                           SET WS-TABLA-LLENA TO TRUE
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       2000-LEER-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-CALC-STATUS NOT = "00"
                       OR CALC-DATE NOT = WS-FECHA-POSTEO
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-LEIDOS
                       PERFORM 2100-MAPEAR-CALCULO THRU 2100-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * UN REGISTRO SIN MAPA VA AL LISTADO DE SUSPENSO Y BLOQUEA EL
      * ASIENTO ENTERO: UN DIARIO QUE CUADRA PORQUE LE FALTAN
      * REGISTROS ES PEOR QUE NO TENER DIARIO.
      ******************************************************************
       2100-MAPEAR-CALCULO.
           PERFORM 2200-BUSCAR-MAPA.
           IF WS-SIN-MAPA
               ADD 1 TO WS-SUSPENSOS
               MOVE CALC-DATE TO SDL-DATE
               MOVE CALC-RUN-ID TO SDL-RUN-ID
               MOVE CALC-SEQ TO SDL-SEQ
               MOVE CALC-ENTITY TO SDL-ENTITY
               MOVE CALC-PROGRAM TO SDL-PROGRAM
               MOVE CALC-OPERATION TO SDL-OPERATION
               MOVE CALC-RESULT TO SDL-RESULT
               WRITE GL-SUSPENSE-RECORD FROM SUS-DETAIL-LINE
               GO TO 2100-EXIT.
      *    UN RESULTADO NEGATIVO (REVERSO DE calcAdj) SE ASIENTA AL
      *    LADO CONTRARIO POR SU VALOR ABSOLUTO
           IF CALC-RESULT < ZERO
               COMPUTE WS-IMPORTE = ZERO - CALC-RESULT
               MOVE WS-CUENTA-HABER TO WS-CUENTA-BUSCADA
               PERFORM 2300-LOCALIZAR-LINEA
               IF WS-GL-IDX > ZERO
                   ADD WS-IMPORTE TO WS-GL-DEBE(WS-GL-IDX)
               END-IF
               MOVE WS-CUENTA-DEBE TO WS-CUENTA-BUSCADA
               PERFORM 2300-LOCALIZAR-LINEA
               IF WS-GL-IDX > ZERO
                   ADD WS-IMPORTE TO WS-GL-HABER(WS-GL-IDX)
               END-IF
           ELSE
               MOVE CALC-RESULT TO WS-IMPORTE
               MOVE WS-CUENTA-DEBE TO WS-CUENTA-BUSCADA
               PERFORM 2300-LOCALIZAR-LINEA
               IF WS-GL-IDX > ZERO
                   ADD WS-IMPORTE TO WS-GL-DEBE(WS-GL-IDX)
               END-IF
               MOVE WS-CUENTA-HABER TO WS-CUENTA-BUSCADA
               PERFORM 2300-LOCALIZAR-LINEA
               IF WS-GL-IDX > ZERO
                   ADD WS-IMPORTE TO WS-GL-HABER(WS-GL-IDX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * LA LINEA DE LA ENTIDAD MANDA; SI NO HAY, VALE LA LINEA CON
      * ENTIDAD EN BLANCO; SIN NINGUNA, EL REGISTRO VA A SUSPENSO.
      ******************************************************************
       2200-BUSCAR-MAPA.
           SET WS-SIN-MAPA TO TRUE.
           PERFORM 2210-COMPARAR-MAPA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MAP-COUNT OR WS-MAPA-ENTIDAD.

       2210-COMPARAR-MAPA.
           IF WS-MAP-PROGRAM(WS-SUB) = CALC-PROGRAM
               AND WS-MAP-OPERATION(WS-SUB) = CALC-OPERATION
               IF WS-MAP-ENTITY(WS-SUB) = CALC-ENTITY
                   MOVE WS-MAP-DEBIT(WS-SUB) TO WS-CUENTA-DEBE
                   MOVE WS-MAP-CREDIT(WS-SUB) TO WS-CUENTA-HABER
                   SET WS-MAPA-ENTIDAD TO TRUE
               ELSE
                   IF WS-MAP-ENTITY(WS-SUB) = SPACES
                       AND WS-SIN-MAPA
                       MOVE WS-MAP-DEBIT(WS-SUB) TO WS-CUENTA-DEBE
                       MOVE WS-MAP-CREDIT(WS-SUB) TO WS-CUENTA-HABER
                       SET WS-MAPA-DEFECTO TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA) LA LINEA DE ASIENTO DE CALC-ENTITY Y
      * WS-CUENTA-BUSCADA; WS-GL-IDX QUEDA A CERO CON LA TABLA LLENA,
      * Y ESO TAMBIEN IMPIDE CONTABILIZAR.
      ******************************************************************
       2300-LOCALIZAR-LINEA.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-GL-IDX.
           PERFORM 2310-COMPARAR-LINEA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GL-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-GL-COUNT < 300
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-IDX
                   MOVE CALC-ENTITY TO WS-GL-ENTITY(WS-GL-IDX)
                   MOVE WS-CUENTA-BUSCADA TO WS-GL-ACCOUNT(WS-GL-IDX)
                   MOVE ZERO TO WS-GL-DEBE(WS-GL-IDX)
                       WS-GL-HABER(WS-GL-IDX)
                       WS-GL-REGISTROS(WS-GL-IDX)
                   MOVE "N" TO WS-GL-VOLCADA(WS-GL-IDX)
               ELSE
                   IF NOT WS-TABLA-LLENA
                       DISPLAY "TABLA DE LINEAS DE ASIENTO LLENA, NO "
                           "SE CONTABILIZA"
                       SET WS-TABLA-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-GL-IDX > ZERO
               ADD 1 TO WS-GL-REGISTROS(WS-GL-IDX)
           END-IF.

       2310-COMPARAR-LINEA.
           IF WS-GL-ENTITY(WS-SUB) = CALC-ENTITY
               AND WS-GL-ACCOUNT(WS-SUB) = WS-CUENTA-BUSCADA
               MOVE WS-SUB TO WS-GL-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       3000-CERRAR-SUSPENSO.
           IF WS-SUSPENSOS > ZERO
               MOVE WS-SUSPENSOS TO STO-CUENTA
               WRITE GL-SUSPENSE-RECORD FROM SUS-TOTAL-LINE
               DISPLAY "GLPOST: " WS-SUSPENSOS " REGISTROS SIN MAPA "
                   "DE CUENTAS, VEASE GLSUSP.DAT"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               WRITE GL-SUSPENSE-RECORD FROM SUS-OK-LINE
           END-IF.
           IF WS-TABLA-LLENA
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * UN ASIENTO POR ENTIDAD: SUS LINEAS SALEN JUNTAS, EN EL ORDEN
      * EN QUE LA ENTIDAD APARECIO, Y CADA ENTIDAD CUADRA DEBE CONTRA
      * HABER PORQUE CADA REGISTRO SE ASENTO A LOS DOS LADOS.
      ******************************************************************
       4000-ESCRIBIR-ASIENTOS.
           OPEN OUTPUT GL-POST-FILE.
           MOVE WS-FECHA-POSTEO TO GLH-FECHA.
           MOVE WS-HORA TO GLH-HORA.
           MOVE WS-SENDER-PROPIO TO GLH-SENDER.
           WRITE GL-POST-RECORD FROM GLP-HEADER.
           PERFORM 4100-ESCRIBIR-ENTIDAD
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT.
           MOVE WS-DETALLES TO GLT-DETALLES.
           MOVE WS-ENTIDADES TO GLT-ENTIDADES.
           MOVE WS-TOTAL-DEBE TO GLT-DEBE.
           MOVE WS-TOTAL-HABER TO GLT-HABER.
           WRITE GL-POST-RECORD FROM GLP-TRAILER.
           CLOSE GL-POST-FILE.
           DISPLAY "GLPOST: DIA " WS-FECHA-POSTEO ", " WS-LEIDOS
               " REGISTROS, " WS-ENTIDADES " ASIENTOS, "
               WS-DETALLES " LINEAS".

       4100-ESCRIBIR-ENTIDAD.
           IF WS-GL-VOLCADA(WS-GL-IDX) NOT = "Y"
               ADD 1 TO WS-ENTIDADES
               MOVE WS-GL-ENTITY(WS-GL-IDX) TO WS-ENTIDAD-ANT
               MOVE ZERO TO WS-ENT-DEBE WS-ENT-HABER
               PERFORM 4200-ESCRIBIR-LINEA
                   VARYING WS-SUB FROM WS-GL-IDX BY 1
                   UNTIL WS-SUB > WS-GL-COUNT
               IF WS-ENT-DEBE NOT = WS-ENT-HABER
                   DISPLAY "ASIENTO DE LA ENTIDAD " WS-ENTIDAD-ANT
                       " DESCUADRADO"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4200-ESCRIBIR-LINEA.
           IF WS-GL-ENTITY(WS-SUB) = WS-ENTIDAD-ANT
               AND WS-GL-VOLCADA(WS-SUB) NOT = "Y"
               MOVE "Y" TO WS-GL-VOLCADA(WS-SUB)
               MOVE WS-FECHA-POSTEO TO GLD-FECHA
               MOVE WS-GL-ENTITY(WS-SUB) TO GLD-ENTITY
               MOVE WS-GL-ACCOUNT(WS-SUB) TO GLD-ACCOUNT
               MOVE WS-GL-REGISTROS(WS-SUB) TO GLD-REGISTROS
               IF WS-GL-DEBE(WS-SUB) > ZERO
                   MOVE "D" TO GLD-SIGNO
                   MOVE WS-GL-DEBE(WS-SUB) TO GLD-IMPORTE
                   WRITE GL-POST-RECORD FROM GLP-DETAIL
                   ADD 1 TO WS-DETALLES
                   ADD WS-GL-DEBE(WS-SUB) TO WS-ENT-DEBE
                       WS-TOTAL-DEBE
               END-IF
               IF WS-GL-HABER(WS-SUB) > ZERO
                   MOVE "C" TO GLD-SIGNO
                   MOVE WS-GL-HABER(WS-SUB) TO GLD-IMPORTE
                   WRITE GL-POST-RECORD FROM GLP-DETAIL
                   ADD 1 TO WS-DETALLES
                   ADD WS-GL-HABER(WS-SUB) TO WS-ENT-HABER
                       WS-TOTAL-HABER
               END-IF
           END-IF.

      ******************************************************************
      * EL DIA QUEDA ANOTADO EN GLDONE.DAT: UNA REEJECUCION DEL PASO
      * NO LO VUELVE A CONTABILIZAR.
      ******************************************************************
       5000-MARCAR-POSTEADO.
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY "ASIENTOS CON ERRORES, EL DIA NO SE MARCA "
                   "COMO CONTABILIZADO"
           ELSE
               OPEN EXTEND GL-DONE-FILE
               IF WS-GLD-STATUS = "35"
                   OPEN OUTPUT GL-DONE-FILE
                   CLOSE GL-DONE-FILE
                   OPEN EXTEND GL-DONE-FILE
               END-IF
               MOVE SPACES TO GL-DONE-RECORD
               MOVE WS-FECHA-POSTEO TO GD-DATE
               MOVE WS-HOY TO GD-POSTED-DATE
               MOVE WS-HORA TO GD-POSTED-TIME
               MOVE WS-DETALLES TO GD-DETAILS
               MOVE WS-TOTAL-DEBE TO GD-TOTAL
               WRITE GL-DONE-RECORD
               CLOSE GL-DONE-FILE
           END-IF.

       9000-TERMINATE.
           IF WS-CALC-ABIERTO
               CLOSE CALC-FILE
           END-IF.
           IF WS-SUSPENSO-ABIERTO
               CLOSE GL-SUSPENSE-FILE
           END-IF.
       END PROGRAM glPost.
