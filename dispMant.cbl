      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: dispute case screen over DISPUTE.DAT and DISPCALC.DAT
      *          (see the DISPUTE and DISPCALC copybooks). When an
      *          entity disputes a result the operator opens a case
      *          here against one or more CALC-KEYs of that entity,
      *          with the reason and the person who raised it; the
      *          case number comes from the DISPUTE counter of
      *          RUNSEQ.DAT. Dated notes can be added at any time.
      *          A case moves from ABIERTO to EN REVISION and ends
      *          RESUELTO SIN CAMBIO, RESUELTO CON REVERSO or
      *          RECHAZADO; a closed case no longer changes state.
      *          RESUELTO CON REVERSO needs at least one calcAdj
      *          reversal linked to a disputed calculation - calcAdj
      *          links it when the supervisor keys the case number,
      *          or it is linked here by its CALC-KEY. Every change
      *          of state and every link is also written to the case
      *          as a note with who and when. Keys are checked
      *          against CALCFILE.DAT; one no longer there (archived,
      *          see archInq) is accepted on confirmation. While a
      *          case is open calcHskp does not purge its records.
      *          Called from MenuPrincipal, the signed-on operator
      *          (SESSWORK) is the one recorded; standalone, the id
      *          is asked for. RETURN-CODE 8 when the case files
      *          cannot be opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispMant.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. casos de disputa sobre resultados de calculo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT DISPUTE-CALC-FILE ASSIGN TO "DISPCALC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DK-KEY
               ALTERNATE RECORD KEY IS DK-POR-CASO
                   WITH DUPLICATES
               FILE STATUS IS WS-DK-STATUS.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSQ-ID
               FILE STATUS IS WS-RSQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPUTE.
       FD  DISPUTE-CALC-FILE.
           COPY DISPCALC.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  RUNSEQ-FILE.
       01  RUNSEQ-RECORD.
           05  RSQ-ID                  PIC X(8).
           05  RSQ-COUNTER             PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-DP-STATUS                PIC XX.
       01  WS-DK-STATUS                PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-RSQ-STATUS               PIC XX.
       01  WS-RSQ-INTENTOS             PIC 9(3).
       01  WS-DP-INTENTOS              PIC 9(3).
       01  WS-CASOS-ABIERTOS-SWITCH    PIC X VALUE "N".
           88  WS-CASOS-ABIERTOS       VALUE "Y".
       01  WS-CALC-ABIERTO-SWITCH      PIC X VALUE "N".
           88  WS-CALC-ABIERTO         VALUE "Y".
       01  WS-FIN-SWITCH               PIC X.
           88  WS-FIN                  VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X.
           88  WS-HALLADO              VALUE "Y".
       01  WS-CLAVE-VALIDA-SWITCH      PIC X.
           88  WS-CLAVE-VALIDA         VALUE "Y".
       01  WS-FIN-CLAVES-SWITCH        PIC X.
           88  WS-FIN-CLAVES           VALUE "Y".
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-NUEVO         VALUE "N" "n".
           88  WS-OPCION-AGREGAR       VALUE "A" "a".
           88  WS-OPCION-NOTA          VALUE "O" "o".
           88  WS-OPCION-ESTADO        VALUE "E" "e".
           88  WS-OPCION-REVERSO       VALUE "R" "r".
           88  WS-OPCION-CONSULTAR     VALUE "C" "c".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-CONFIRM                  PIC X.
       01  WS-OPERADOR                 PIC X(8).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-CASO-X                   PIC X(6).
       01  WS-CASO                     PIC 9(6).
       01  WS-NUM-CASO                 PIC 9(6).
       01  WS-ENTIDAD-X                PIC XX.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-PLANTEADO-POR            PIC X(20).
       01  WS-FECHA-X                  PIC X(8).
       01  WS-RUN-X                    PIC X(8).
       01  WS-SEQ-X                    PIC X(6).
       01  WS-NUMERO-X                 PIC XX.
       01  WS-NUMERO                   PIC 99.
       01  WS-NOTA-TEXTO               PIC X(60).
       01  WS-NOTA-RESOLUCION          PIC X(60).
       01  WS-ESTADO-NUEVO             PIC X.
       01  WS-ESTADO-X                 PIC X.
       01  WS-ESTADO-NOMBRE            PIC X(11).
       01  WS-ESTADO-VIEJO-NOMBRE      PIC X(11).
       01  WS-REVERSOS                 PIC 9(3).
       01  WS-SUB                      PIC 99.
       01  WS-LISTADOS                 PIC 9(5).
      * CABECERA DEL CASO EN CURSO, TAL COMO SE LEYO
       01  WS-CABECERA                 PIC X(129).
      * CLAVE TECLEADA Y COMPROBADA CONTRA CALCFILE.DAT
       01  WS-CLAVE-NUEVA.
           05  WS-CN-DATE              PIC 9(8).
           05  WS-CN-RUN-ID            PIC 9(8).
           05  WS-CN-SEQ               PIC 9(6).
           05  WS-CN-ENTITY            PIC XX.
       01  WS-CLAVE-REVERSO            PIC X(24).
      * CALCULOS DEL CASO NUEVO, HASTA GRABARLO
       01  WS-NC-COUNT                 PIC 99 VALUE ZERO.
       01  WS-NC-TABLA.
           05  WS-NC-CLAVE OCCURS 20 TIMES PIC X(24).
      * CALCULOS DE UN CASO YA GRABADO (CLAVE ALTERNATIVA)
       01  WS-CC-COUNT                 PIC 99 VALUE ZERO.
       01  WS-CC-TABLA.
           05  WS-CC-ENTRY OCCURS 50 TIMES.
               10  WS-CC-CLAVE         PIC X(24).
               10  WS-CC-REV-KEY       PIC X(24).

       01  INQ-DETAIL-LINE.
           05  INQ-RUN-ID              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  INQ-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  INQ-PROGRAM             PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  INQ-OPERATION           PIC X(10).
           05  INQ-VALUE-1             PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  INQ-VALUE-2             PIC -9(7).99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  INQ-RESULT              PIC -9(7).99.
       01  LST-CASO-LINE.
           05  LSC-CASO                PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSC-ENTITY              PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  LSC-ESTADO              PIC X(11).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSC-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSC-MOTIVO              PIC X(30).
       01  LST-QUIEN-LINE.
           05  FILLER                  PIC X(14) VALUE
                   "  PLANTEADO: ".
           05  LSQ-PLANTEADO-POR       PIC X(20).
           05  FILLER                  PIC X(9) VALUE " ABIERTO ".
           05  LSQ-ABIERTO-POR         PIC X(8).
           05  FILLER                  PIC X(8) VALUE " ESTADO ".
           05  LSQ-ESTADO-POR          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSQ-ESTADO-FECHA        PIC 9(8).
       01  LST-CALCULO-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LSK-NUMERO              PIC Z9.
           05  FILLER                  PIC X(2) VALUE ". ".
           05  LSK-CLAVE               PIC X(24).
           05  LSK-REVERSO.
               10  FILLER              PIC X(9) VALUE " REVERSO ".
               10  LSK-REV-KEY         PIC X(24).
       01  LST-NOTA-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LSN-FECHA               PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSN-HORA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSN-POR                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LSN-TEXTO               PIC X(60).
           COPY SESSWORK.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-MENU UNTIL WS-OPCION-SALIR
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CON SESION FIRMADA EN MenuPrincipal LOS CASOS QUEDAN A NOMBRE
      * DEL OPERADOR FIRMADO (SESSWORK); SOLO EN UNA CORRIDA SUELTA
      * SE PIDE EL ID. LOS DOS FICHEROS DE CASOS SE CREAN VACIOS LA
      * PRIMERA VEZ.
      ******************************************************************
       1000-INITIALIZE.
           IF (SW-LANG = "ES" OR SW-LANG = "EN")
               AND SW-OPERATOR NOT = SPACES
               MOVE SW-OPERATOR TO WS-OPERADOR
           ELSE
               DISPLAY "ID DEL OPERADOR:"
               ACCEPT WS-OPERADOR
           END-IF.
           IF WS-OPERADOR = SPACES
               DISPLAY "SE NECESITA UN ID DE OPERADOR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT.
           PERFORM 7900-CERRAR-CASOS.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS = "00"
               SET WS-CALC-ABIERTO TO TRUE
           ELSE
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "), LAS CLAVES NO SE COMPRUEBAN"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-FECHA-NEGOCIO.
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

       2000-MENU.
           DISPLAY "CASOS DE DISPUTA (DISPUTE.DAT)".
           DISPLAY "  (N)UEVO (A)GREGAR CALCULO (O)BSERVACION "
               "(E)STADO".
           DISPLAY "  (R)EVERSO (C)ONSULTAR (L)ISTAR VIGENTES "
               "(S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-NUEVO
                   PERFORM 3000-NUEVO-CASO THRU 3000-EXIT
               WHEN WS-OPCION-AGREGAR
                   PERFORM 4000-AGREGAR-CALCULO THRU 4000-EXIT
               WHEN WS-OPCION-NOTA
                   PERFORM 5000-OBSERVACION THRU 5000-EXIT
               WHEN WS-OPCION-ESTADO
                   PERFORM 6000-CAMBIAR-ESTADO THRU 6000-EXIT
               WHEN WS-OPCION-REVERSO
                   PERFORM 6500-VINCULAR-REVERSO THRU 6500-EXIT
               WHEN WS-OPCION-CONSULTAR
                   PERFORM 8000-CONSULTAR THRU 8000-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 8500-LISTAR-VIGENTES THRU 8500-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * ALTA DE UN CASO: ENTIDAD, MOTIVO, QUIEN LO PLANTEA Y AL MENOS
      * UN CALCULO DE ESA ENTIDAD. NADA SE GRABA HASTA CONFIRMAR.
      ******************************************************************
       3000-NUEVO-CASO.
           DISPLAY "ENTIDAD (2 DIGITOS, INTRO = LA DE LA SESION):".
           ACCEPT WS-ENTIDAD-X.
           IF WS-ENTIDAD-X = SPACES
               MOVE SW-ENTITY TO WS-ENTIDAD-X
           END-IF.
           IF WS-ENTIDAD-X = SPACES OR WS-ENTIDAD-X = LOW-VALUES
               DISPLAY "SIN ENTIDAD NO HAY CASO"
               GO TO 3000-EXIT.
           DISPLAY "MOTIVO DE LA DISPUTA:".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "UN CASO SIN MOTIVO NO SE ADMITE"
               GO TO 3000-EXIT.
           DISPLAY "PLANTEADO POR (NOMBRE DE QUIEN RECLAMA):".
           ACCEPT WS-PLANTEADO-POR.
           IF WS-PLANTEADO-POR = SPACES
               DISPLAY "HAY QUE DECIR QUIEN PLANTEA LA DISPUTA"
               GO TO 3000-EXIT.
           MOVE ZERO TO WS-NC-COUNT.
           MOVE "N" TO WS-FIN-CLAVES-SWITCH.
           PERFORM 3100-AGREGAR-A-TABLA THRU 3100-EXIT
               UNTIL WS-FIN-CLAVES.
           IF WS-NC-COUNT = ZERO
               DISPLAY "UN CASO SIN CALCULOS NO SE ADMITE"
               GO TO 3000-EXIT.
           DISPLAY "CASO DE LA ENTIDAD " WS-ENTIDAD-X " CON "
               WS-NC-COUNT " CALCULOS: " WS-MOTIVO.
           DISPLAY "CONFIRMA LA APERTURA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "APERTURA CANCELADA"
               GO TO 3000-EXIT.
           PERFORM 7500-OBTENER-NUM-CASO THRU 7500-EXIT.
           IF WS-NUM-CASO = ZERO
               GO TO 3000-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 3000-EXIT.
           MOVE SPACES TO DISPUTE-RECORD.
           MOVE WS-NUM-CASO TO DP-CASO.
           MOVE ZERO TO DP-LINEA.
           MOVE WS-ENTIDAD-X TO DP-ENTITY.
           SET DP-ABIERTO TO TRUE.
           MOVE WS-MOTIVO TO DP-MOTIVO.
           MOVE WS-PLANTEADO-POR TO DP-PLANTEADO-POR.
           MOVE WS-OPERADOR TO DP-ABIERTO-POR.
           MOVE WS-FECHA-NEGOCIO TO DP-ABIERTO-FECHA.
           MOVE WS-OPERADOR TO DP-ESTADO-POR.
           MOVE WS-FECHA-NEGOCIO TO DP-ESTADO-FECHA.
           MOVE ZERO TO DP-ULT-LINEA.
           MOVE WS-NC-COUNT TO DP-NUM-CALCULOS.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "EL CASO " WS-NUM-CASO " YA EXISTE EN "
                       "DISPUTE.DAT, REVISE EL CONTADOR DE RUNSEQ.DAT"
                   PERFORM 7900-CERRAR-CASOS
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE DISPUTE-RECORD TO WS-CABECERA.
           PERFORM 3200-GRABAR-CALCULO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-NC-COUNT.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING "CASO ABIERTO, PLANTEADO POR " DELIMITED BY SIZE
               WS-PLANTEADO-POR DELIMITED BY SIZE
               INTO WS-NOTA-TEXTO.
           PERFORM 7400-ANOTAR THRU 7400-EXIT.
           PERFORM 7900-CERRAR-CASOS.
           DISPLAY "CASO " WS-NUM-CASO " ABIERTO".
       3000-EXIT.
           EXIT.

       3100-AGREGAR-A-TABLA.
           IF WS-NC-COUNT = 20
               DISPLAY "VEINTE CALCULOS COMO MAXIMO AL ABRIR; EL "
                   "RESTO SE AGREGA DESPUES"
               SET WS-FIN-CLAVES TO TRUE
               GO TO 3100-EXIT.
           PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
           IF WS-FIN-CLAVES OR NOT WS-CLAVE-VALIDA
               GO TO 3100-EXIT.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 3110-COMPARAR-CLAVE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-NC-COUNT OR WS-HALLADO.
           IF WS-HALLADO
               DISPLAY "ESE CALCULO YA ESTA EN EL CASO"
               GO TO 3100-EXIT.
           ADD 1 TO WS-NC-COUNT.
           MOVE WS-CLAVE-NUEVA TO WS-NC-CLAVE(WS-NC-COUNT).
       3100-EXIT.
           EXIT.

       3110-COMPARAR-CLAVE.
           IF WS-NC-CLAVE(WS-SUB) = WS-CLAVE-NUEVA
               SET WS-HALLADO TO TRUE
           END-IF.

       3200-GRABAR-CALCULO.
           MOVE SPACES TO DISPUTE-CALC-RECORD.
           MOVE WS-NC-CLAVE(WS-SUB) TO DK-CALC-KEY.
           MOVE WS-NUM-CASO TO DK-CASO.
           MOVE WS-NUM-CASO TO DK-POR-CASO.
           MOVE WS-OPERADOR TO DK-ALTA-POR.
           MOVE WS-FECHA-NEGOCIO TO DK-ALTA-FECHA.
           WRITE DISPUTE-CALC-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO DISPCALC.DAT "
                       DK-CALC-KEY
           END-WRITE.

      ******************************************************************
      * UN CALCULO MAS PARA UN CASO VIGENTE: SE GRABA, SE CUENTA EN
      * LA CABECERA Y SE ANOTA.
      ******************************************************************
       4000-AGREGAR-CALCULO.
           PERFORM 7100-PEDIR-CASO THRU 7100-EXIT.
           IF WS-CASO = ZERO
               GO TO 4000-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 4000-EXIT.
           PERFORM 4100-AGREGAR-AL-CASO THRU 4100-EXIT.
           PERFORM 7900-CERRAR-CASOS.
       4000-EXIT.
           EXIT.

       4100-AGREGAR-AL-CASO.
           PERFORM 7300-LEER-CASO THRU 7300-EXIT.
           IF NOT WS-HALLADO
               GO TO 4100-EXIT.
           IF NOT DP-VIGENTE
               DISPLAY "EL CASO ESTA CERRADO, NO SE LE AGREGAN "
                   "CALCULOS"
               GO TO 4100-EXIT.
           MOVE DP-ENTITY TO WS-ENTIDAD-X.
           MOVE "N" TO WS-FIN-CLAVES-SWITCH.
           PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
           IF WS-FIN-CLAVES OR NOT WS-CLAVE-VALIDA
               GO TO 4100-EXIT.
           MOVE SPACES TO DISPUTE-CALC-RECORD.
           MOVE WS-CLAVE-NUEVA TO DK-CALC-KEY.
           MOVE WS-CASO TO DK-CASO.
           MOVE WS-CASO TO DK-POR-CASO.
           MOVE WS-OPERADOR TO DK-ALTA-POR.
           MOVE WS-FECHA-NEGOCIO TO DK-ALTA-FECHA.
           WRITE DISPUTE-CALC-RECORD
               INVALID KEY
                   DISPLAY "ESE CALCULO YA ESTA EN EL CASO"
                   GO TO 4100-EXIT
           END-WRITE.
           MOVE WS-CABECERA TO DISPUTE-RECORD.
           ADD 1 TO DP-NUM-CALCULOS.
           MOVE DISPUTE-RECORD TO WS-CABECERA.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING "CALCULO AGREGADO " DELIMITED BY SIZE
               WS-CLAVE-NUEVA DELIMITED BY SIZE
               INTO WS-NOTA-TEXTO.
           PERFORM 7400-ANOTAR THRU 7400-EXIT.
           DISPLAY "CALCULO AGREGADO AL CASO " WS-CASO.
       4100-EXIT.
           EXIT.

       5000-OBSERVACION.
           PERFORM 7100-PEDIR-CASO THRU 7100-EXIT.
           IF WS-CASO = ZERO
               GO TO 5000-EXIT.
           DISPLAY "NOTA (HASTA 60 CARACTERES):".
           ACCEPT WS-NOTA-TEXTO.
           IF WS-NOTA-TEXTO = SPACES
               DISPLAY "NOTA EN BLANCO, NADA QUE ANOTAR"
               GO TO 5000-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 5000-EXIT.
           PERFORM 7300-LEER-CASO THRU 7300-EXIT.
           IF WS-HALLADO
               PERFORM 7400-ANOTAR THRU 7400-EXIT
               DISPLAY "NOTA ANOTADA EN EL CASO " WS-CASO
           END-IF.
           PERFORM 7900-CERRAR-CASOS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * CAMBIO DE ESTADO DE UN CASO VIGENTE. EN REVISION SOLO DESDE
      * ABIERTO; LOS TRES CIERRES PIDEN NOTA DE RESOLUCION Y EL CIERRE
      * CON REVERSO, ADEMAS, UN REVERSO VINCULADO EN DISPCALC.DAT.
      ******************************************************************
       6000-CAMBIAR-ESTADO.
           PERFORM 7100-PEDIR-CASO THRU 7100-EXIT.
           IF WS-CASO = ZERO
               GO TO 6000-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 6000-EXIT.
           PERFORM 6100-NUEVO-ESTADO THRU 6100-EXIT.
           PERFORM 7900-CERRAR-CASOS.
       6000-EXIT.
           EXIT.

       6100-NUEVO-ESTADO.
           PERFORM 7300-LEER-CASO THRU 7300-EXIT.
           IF NOT WS-HALLADO
               GO TO 6100-EXIT.
           MOVE DP-ESTADO TO WS-ESTADO-X.
           PERFORM 7700-NOMBRE-ESTADO.
           MOVE WS-ESTADO-NOMBRE TO WS-ESTADO-VIEJO-NOMBRE.
           IF NOT DP-VIGENTE
               DISPLAY "EL CASO ESTA CERRADO (" WS-ESTADO-NOMBRE
                   "), NO CAMBIA DE ESTADO"
               GO TO 6100-EXIT.
           DISPLAY "ESTADO ACTUAL: " WS-ESTADO-NOMBRE.
           DISPLAY "NUEVO ESTADO: (R) EN REVISION (N) SIN CAMBIO "
               "(V) REVERSADO (J) RECHAZADO".
           ACCEPT WS-ESTADO-NUEVO.
           EVALUATE WS-ESTADO-NUEVO
               WHEN "r" MOVE "R" TO WS-ESTADO-NUEVO
               WHEN "n" MOVE "N" TO WS-ESTADO-NUEVO
               WHEN "v" MOVE "V" TO WS-ESTADO-NUEVO
               WHEN "j" MOVE "J" TO WS-ESTADO-NUEVO
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WS-ESTADO-NUEVO NOT = "R" AND NOT = "N"
               AND NOT = "V" AND NOT = "J"
               DISPLAY "ESTADO NO VALIDO"
               GO TO 6100-EXIT.
           IF WS-ESTADO-NUEVO = "R" AND NOT DP-ABIERTO
               DISPLAY "EL CASO YA ESTA EN REVISION"
               GO TO 6100-EXIT.
           IF WS-ESTADO-NUEVO = "V"
               PERFORM 7600-CONTAR-REVERSOS
               IF WS-REVERSOS = ZERO
                   DISPLAY "NINGUN CALCULO DEL CASO TIENE REVERSO "
                       "VINCULADO: POSTEELO CON calcAdj INDICANDO EL "
                       "CASO, O VINCULELO CON (R)EVERSO"
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOTA-RESOLUCION.
           IF WS-ESTADO-NUEVO NOT = "R"
               DISPLAY "NOTA DE RESOLUCION:"
               ACCEPT WS-NOTA-RESOLUCION
               IF WS-NOTA-RESOLUCION = SPACES
                   DISPLAY "UN CIERRE SIN NOTA DE RESOLUCION NO SE "
                       "ADMITE"
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           MOVE WS-ESTADO-NUEVO TO WS-ESTADO-X.
           PERFORM 7700-NOMBRE-ESTADO.
           DISPLAY "CASO " WS-CASO ": " WS-ESTADO-VIEJO-NOMBRE
               " -> " WS-ESTADO-NOMBRE ". CONFIRMA (S/N)?".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "CAMBIO CANCELADO"
               GO TO 6100-EXIT.
           MOVE WS-CABECERA TO DISPUTE-RECORD.
           MOVE WS-ESTADO-NUEVO TO DP-ESTADO.
           MOVE WS-OPERADOR TO DP-ESTADO-POR.
           MOVE WS-FECHA-NEGOCIO TO DP-ESTADO-FECHA.
           MOVE DISPUTE-RECORD TO WS-CABECERA.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING "ESTADO " DELIMITED BY SIZE
               WS-ESTADO-VIEJO-NOMBRE DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-ESTADO-NOMBRE DELIMITED BY SIZE
               INTO WS-NOTA-TEXTO.
           PERFORM 7400-ANOTAR THRU 7400-EXIT.
      *    LA NOTA DE RESOLUCION VA DETRAS DE LA DEL CAMBIO
           IF WS-NOTA-RESOLUCION NOT = SPACES
               MOVE WS-NOTA-RESOLUCION TO WS-NOTA-TEXTO
               PERFORM 7400-ANOTAR THRU 7400-EXIT
           END-IF.
           DISPLAY "CASO " WS-CASO " AHORA " WS-ESTADO-NOMBRE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * VINCULA A MANO EL REVERSO DE calcAdj DE UN CALCULO DEL CASO
      * (CUANDO AL POSTEARLO NO SE INDICO EL CASO). LA CLAVE TIENE QUE
      * SER UN REGISTRO calcAdj DE LA ENTIDAD DEL CASO EN CALCFILE.DAT.
      ******************************************************************
       6500-VINCULAR-REVERSO.
           PERFORM 7100-PEDIR-CASO THRU 7100-EXIT.
           IF WS-CASO = ZERO
               GO TO 6500-EXIT.
           IF NOT WS-CALC-ABIERTO
               DISPLAY "SIN CALCFILE.DAT NO SE PUEDE COMPROBAR EL "
                   "REVERSO"
               GO TO 6500-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 6500-EXIT.
           PERFORM 6600-VINCULAR THRU 6600-EXIT.
           PERFORM 7900-CERRAR-CASOS.
       6500-EXIT.
           EXIT.

       6600-VINCULAR.
           PERFORM 7300-LEER-CASO THRU 7300-EXIT.
           IF NOT WS-HALLADO
               GO TO 6600-EXIT.
           IF NOT DP-VIGENTE
               DISPLAY "EL CASO ESTA CERRADO"
               GO TO 6600-EXIT.
           PERFORM 7800-CARGAR-CALCULOS-CASO.
           PERFORM 8150-MOSTRAR-CALCULO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT.
           DISPLAY "NUMERO DEL CALCULO REVERSADO:".
           ACCEPT WS-NUMERO-X.
           IF WS-NUMERO-X(2:1) = SPACE
               MOVE WS-NUMERO-X(1:1) TO WS-NUMERO-X(2:1)
               MOVE "0" TO WS-NUMERO-X(1:1)
           END-IF.
           IF WS-NUMERO-X IS NOT NUMERIC
               DISPLAY "NUMERO NO VALIDO"
               GO TO 6600-EXIT.
           MOVE WS-NUMERO-X TO WS-NUMERO.
           IF WS-NUMERO = ZERO OR WS-NUMERO > WS-CC-COUNT
               DISPLAY "NUMERO FUERA DE RANGO"
               GO TO 6600-EXIT.
           IF WS-CC-REV-KEY(WS-NUMERO) NOT = SPACES
               DISPLAY "ESE CALCULO YA TIENE SU REVERSO VINCULADO"
               GO TO 6600-EXIT.
           DISPLAY "CLAVE DEL REVERSO calcAdj - FECHA (YYYYMMDD):".
           ACCEPT WS-FECHA-X.
           DISPLAY "RUN-ID:".
           ACCEPT WS-RUN-X.
           DISPLAY "SECUENCIAL (6 DIGITOS):".
           ACCEPT WS-SEQ-X.
           IF WS-FECHA-X IS NOT NUMERIC
               OR WS-RUN-X IS NOT NUMERIC
               OR WS-SEQ-X IS NOT NUMERIC
               DISPLAY "CLAVE NO NUMERICA"
               GO TO 6600-EXIT.
           MOVE WS-FECHA-X TO CALC-DATE.
           MOVE WS-RUN-X TO CALC-RUN-ID.
           MOVE WS-SEQ-X TO CALC-SEQ.
           MOVE DP-ENTITY TO CALC-ENTITY.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE UN CALCULO CON ESA CLAVE"
                   GO TO 6600-EXIT
           END-READ.
           IF CALC-PROGRAM NOT = "calcAdj"
               DISPLAY "ESE CALCULO NO ES UN REVERSO DE calcAdj"
               GO TO 6600-EXIT.
           MOVE CALC-KEY TO WS-CLAVE-REVERSO.
           MOVE WS-CC-CLAVE(WS-NUMERO) TO DK-CALC-KEY.
           MOVE WS-CASO TO DK-CASO.
           READ DISPUTE-CALC-FILE
               INVALID KEY
                   DISPLAY "EL CALCULO YA NO ESTA EN DISPCALC.DAT"
                   GO TO 6600-EXIT
           END-READ.
           MOVE WS-CLAVE-REVERSO TO DK-REV-KEY.
           REWRITE DISPUTE-CALC-RECORD
               INVALID KEY
                   DISPLAY "ERROR REESCRIBIENDO DISPCALC.DAT"
                   GO TO 6600-EXIT
           END-REWRITE.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING "REVERSO " DELIMITED BY SIZE
               WS-CLAVE-REVERSO DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-CC-CLAVE(WS-NUMERO) DELIMITED BY SIZE
               INTO WS-NOTA-TEXTO.
           PERFORM 7400-ANOTAR THRU 7400-EXIT.
           DISPLAY "REVERSO VINCULADO AL CASO " WS-CASO.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * APERTURA DE LOS DOS FICHEROS DE CASOS EN I-O, SOLO MIENTRAS
      * DURA CADA OPERACION (calcAdj Y calcHskp LOS NECESITAN): SE
      * CREAN SI FALTAN Y SE REINTENTA MIENTRAS OTRO LOS TIENE.
      ******************************************************************
       7000-ABRIR-CASOS.
           MOVE "N" TO WS-CASOS-ABIERTOS-SWITCH.
           MOVE ZERO TO WS-DP-INTENTOS.
       7000-ABRIR-DISPUTE.
           OPEN I-O DISPUTE-FILE.
           EVALUATE TRUE
               WHEN WS-DP-STATUS = "00"
                   CONTINUE
               WHEN WS-DP-STATUS = "35"
                   OPEN OUTPUT DISPUTE-FILE
                   CLOSE DISPUTE-FILE
                   GO TO 7000-ABRIR-DISPUTE
               WHEN WS-DP-STATUS = "30" OR WS-DP-STATUS = "39"
                   DISPLAY "DISPUTE.DAT ILEGIBLE (STATUS "
                       WS-DP-STATUS ")"
                   GO TO 7000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-DP-INTENTOS
                   IF WS-DP-INTENTOS > 500
                       DISPLAY "DISPUTE.DAT SIGUE OCUPADO (STATUS "
                           WS-DP-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-DP-INTENTOS
                   END-IF
                   GO TO 7000-ABRIR-DISPUTE
           END-EVALUATE.
           MOVE ZERO TO WS-DP-INTENTOS.
       7000-ABRIR-DISPCALC.
           OPEN I-O DISPUTE-CALC-FILE.
           EVALUATE TRUE
               WHEN WS-DK-STATUS = "00"
                   CONTINUE
               WHEN WS-DK-STATUS = "35"
                   OPEN OUTPUT DISPUTE-CALC-FILE
                   CLOSE DISPUTE-CALC-FILE
                   GO TO 7000-ABRIR-DISPCALC
               WHEN WS-DK-STATUS = "30" OR WS-DK-STATUS = "39"
                   DISPLAY "DISPCALC.DAT ILEGIBLE (STATUS "
                       WS-DK-STATUS ")"
                   CLOSE DISPUTE-FILE
                   GO TO 7000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-DP-INTENTOS
                   IF WS-DP-INTENTOS > 500
                       DISPLAY "DISPCALC.DAT SIGUE OCUPADO (STATUS "
                           WS-DK-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-DP-INTENTOS
                   END-IF
                   GO TO 7000-ABRIR-DISPCALC
           END-EVALUATE.
           SET WS-CASOS-ABIERTOS TO TRUE.
       7000-EXIT.
           EXIT.

       7100-PEDIR-CASO.
           MOVE ZERO TO WS-CASO.
           DISPLAY "NUMERO DE CASO (SEIS DIGITOS, INTRO = VOLVER):".
           ACCEPT WS-CASO-X.
           IF WS-CASO-X = SPACES
               GO TO 7100-EXIT.
           IF WS-CASO-X IS NOT NUMERIC
               DISPLAY "NUMERO NO VALIDO (SEIS DIGITOS)"
               GO TO 7100-EXIT.
           MOVE WS-CASO-X TO WS-CASO.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * PIDE LA CLAVE DE UN CALCULO DE LA ENTIDAD WS-ENTIDAD-X Y LA
      * COMPRUEBA: UN REVERSO NO SE DISPUTA, Y UNA CLAVE QUE YA NO
      * ESTA EN CALCFILE.DAT (ARCHIVADA) SOLO ENTRA SI SE CONFIRMA.
      * FECHA EN BLANCO = NO HAY MAS CLAVES.
      ******************************************************************
       7200-PEDIR-CLAVE.
           MOVE "N" TO WS-CLAVE-VALIDA-SWITCH.
           DISPLAY "CALCULO - FECHA (YYYYMMDD, INTRO = NO HAY MAS):".
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X = SPACES
               SET WS-FIN-CLAVES TO TRUE
               GO TO 7200-EXIT.
           DISPLAY "RUN-ID:".
           ACCEPT WS-RUN-X.
           DISPLAY "SECUENCIAL (6 DIGITOS):".
           ACCEPT WS-SEQ-X.
           IF WS-FECHA-X IS NOT NUMERIC
               OR WS-RUN-X IS NOT NUMERIC
               OR WS-SEQ-X IS NOT NUMERIC
               DISPLAY "CLAVE NO NUMERICA, REINTENTE"
               GO TO 7200-EXIT.
           MOVE WS-FECHA-X TO WS-CN-DATE.
           MOVE WS-RUN-X TO WS-CN-RUN-ID.
           MOVE WS-SEQ-X TO WS-CN-SEQ.
           MOVE WS-ENTIDAD-X TO WS-CN-ENTITY.
           IF NOT WS-CALC-ABIERTO
               SET WS-CLAVE-VALIDA TO TRUE
               GO TO 7200-EXIT.
           MOVE WS-CLAVE-NUEVA TO CALC-KEY.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY "NO ESTA EN CALCFILE.DAT (ARCHIVADO? VEA "
                       "archInq). LO AGREGA IGUAL (S/N)?"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
                       SET WS-CLAVE-VALIDA TO TRUE
                   END-IF
                   GO TO 7200-EXIT
           END-READ.
           IF CALC-PROGRAM = "calcAdj"
               DISPLAY "ESE REGISTRO ES UN REVERSO, NO SE DISPUTA"
               GO TO 7200-EXIT.
           MOVE CALC-RUN-ID TO INQ-RUN-ID.
           MOVE CALC-SEQ TO INQ-SEQ.
           MOVE CALC-PROGRAM TO INQ-PROGRAM.
           MOVE CALC-OPERATION TO INQ-OPERATION.
           MOVE CALC-VALUE-1 TO INQ-VALUE-1.
           MOVE CALC-VALUE-2 TO INQ-VALUE-2.
           MOVE CALC-RESULT TO INQ-RESULT.
           DISPLAY INQ-DETAIL-LINE.
           SET WS-CLAVE-VALIDA TO TRUE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * LEE LA CABECERA DEL CASO WS-CASO Y LA GUARDA EN WS-CABECERA.
      ******************************************************************
       7300-LEER-CASO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE WS-CASO TO DP-CASO.
           MOVE ZERO TO DP-LINEA.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL CASO " WS-CASO
                   GO TO 7300-EXIT
           END-READ.
           MOVE DISPUTE-RECORD TO WS-CABECERA.
           SET WS-HALLADO TO TRUE.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * AGREGA WS-NOTA-TEXTO COMO LA LINEA SIGUIENTE DEL CASO EN
      * WS-CABECERA Y REESCRIBE LA CABECERA CON EL NUEVO ULTIMO
      * NUMERO (Y CON LO QUE EL LLAMADOR HAYA CAMBIADO EN ELLA).
      ******************************************************************
       7400-ANOTAR.
           MOVE WS-CABECERA TO DISPUTE-RECORD.
           IF DP-ULT-LINEA = 999
               DISPLAY "EL CASO " DP-CASO " NO ADMITE MAS NOTAS"
               GO TO 7400-EXIT.
           ADD 1 TO DP-ULT-LINEA.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REESCRIBIENDO EL CASO " DP-CASO
                   GO TO 7400-EXIT
           END-REWRITE.
           MOVE DISPUTE-RECORD TO WS-CABECERA.
           MOVE DP-ULT-LINEA TO DP-LINEA.
           MOVE SPACES TO DP-DATOS.
           ACCEPT DP-NOTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT DP-NOTA-HORA FROM TIME.
           MOVE WS-OPERADOR TO DP-NOTA-POR.
           MOVE WS-NOTA-TEXTO TO DP-NOTA-TEXTO.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA NOTA " DP-LINEA
                       " DEL CASO " DP-CASO
           END-WRITE.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * EL NUMERO DE CASO SALE DEL CONTADOR DISPUTE DE RUNSEQ.DAT,
      * COMO LOS RUN-ID Y LAS FACTURAS.
      ******************************************************************
       7500-OBTENER-NUM-CASO.
           MOVE ZERO TO WS-RSQ-INTENTOS.
           MOVE ZERO TO WS-NUM-CASO.
       7500-ABRIR-CONTADOR.
           OPEN I-O RUNSEQ-FILE.
           EVALUATE TRUE
               WHEN WS-RSQ-STATUS = "00"
                   CONTINUE
               WHEN WS-RSQ-STATUS = "35"
                   OPEN OUTPUT RUNSEQ-FILE
                   IF WS-RSQ-STATUS = "00"
                       CLOSE RUNSEQ-FILE
                   END-IF
                   GO TO 7500-ABRIR-CONTADOR
               WHEN WS-RSQ-STATUS = "30" OR WS-RSQ-STATUS = "39"
                   DISPLAY "RUNSEQ.DAT ILEGIBLE (STATUS "
                       WS-RSQ-STATUS "), EL CASO NO SE ABRE"
                   GO TO 7500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-RSQ-INTENTOS
                   IF WS-RSQ-INTENTOS > 500
                       DISPLAY "RUNSEQ.DAT SIGUE OCUPADO "
                           "(STATUS " WS-RSQ-STATUS "), "
                           "REINTENTANDO"
                       MOVE ZERO TO WS-RSQ-INTENTOS
                   END-IF
                   GO TO 7500-ABRIR-CONTADOR
           END-EVALUATE.
           MOVE "DISPUTE" TO RSQ-ID.
           READ RUNSEQ-FILE
               INVALID KEY
                   MOVE 1 TO WS-NUM-CASO
                   MOVE "DISPUTE" TO RSQ-ID
                   MOVE WS-NUM-CASO TO RSQ-COUNTER
                   WRITE RUNSEQ-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF RSQ-COUNTER IS NUMERIC
                       COMPUTE WS-NUM-CASO = RSQ-COUNTER + 1
                   ELSE
                       MOVE 1 TO WS-NUM-CASO
                   END-IF
                   MOVE WS-NUM-CASO TO RSQ-COUNTER
                   REWRITE RUNSEQ-RECORD
                   END-REWRITE
           END-READ.
           CLOSE RUNSEQ-FILE.
       7500-EXIT.
           EXIT.

       7600-CONTAR-REVERSOS.
           PERFORM 7800-CARGAR-CALCULOS-CASO.
           MOVE ZERO TO WS-REVERSOS.
           PERFORM 7610-CONTAR-REVERSO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT.

       7610-CONTAR-REVERSO.
           IF WS-CC-REV-KEY(WS-SUB) NOT = SPACES
               ADD 1 TO WS-REVERSOS
           END-IF.

       7700-NOMBRE-ESTADO.
           EVALUATE WS-ESTADO-X
               WHEN "A" MOVE "ABIERTO" TO WS-ESTADO-NOMBRE
               WHEN "R" MOVE "EN REVISION" TO WS-ESTADO-NOMBRE
               WHEN "N" MOVE "SIN CAMBIO" TO WS-ESTADO-NOMBRE
               WHEN "V" MOVE "REVERSADO" TO WS-ESTADO-NOMBRE
               WHEN "J" MOVE "RECHAZADO" TO WS-ESTADO-NOMBRE
               WHEN OTHER MOVE "?" TO WS-ESTADO-NOMBRE
           END-EVALUATE.

      ******************************************************************
      * CARGA LOS CALCULOS DEL CASO WS-CASO POR LA CLAVE ALTERNATIVA
      * DK-POR-CASO, CON SU REVERSO SI LO TIENEN.
      ******************************************************************
       7800-CARGAR-CALCULOS-CASO.
           MOVE ZERO TO WS-CC-COUNT.
           MOVE "N" TO WS-FIN-SWITCH.
           MOVE WS-CASO TO DK-POR-CASO.
           START DISPUTE-CALC-FILE KEY = DK-POR-CASO
               INVALID KEY
                   SET WS-FIN TO TRUE
           END-START.
           PERFORM 7810-LEER-CALCULO-CASO UNTIL WS-FIN.

       7810-LEER-CALCULO-CASO.
           READ DISPUTE-CALC-FILE NEXT RECORD
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF DK-POR-CASO NOT = WS-CASO
                       SET WS-FIN TO TRUE
                   ELSE
                       IF WS-CC-COUNT < 50
                           ADD 1 TO WS-CC-COUNT
                           MOVE DK-CALC-KEY TO
                               WS-CC-CLAVE(WS-CC-COUNT)
                           MOVE DK-REV-KEY TO
                               WS-CC-REV-KEY(WS-CC-COUNT)
                       ELSE
                           DISPLAY "MAS DE 50 CALCULOS EN EL CASO, "
                               "SE MUESTRAN 50"
                           SET WS-FIN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       7900-CERRAR-CASOS.
           IF WS-CASOS-ABIERTOS
               CLOSE DISPUTE-FILE
               CLOSE DISPUTE-CALC-FILE
               MOVE "N" TO WS-CASOS-ABIERTOS-SWITCH
           END-IF.

      ******************************************************************
      * CONSULTA DE UN CASO: CABECERA, CALCULOS CON SU REVERSO Y
      * TODAS LAS NOTAS EN ORDEN.
      ******************************************************************
       8000-CONSULTAR.
           PERFORM 7100-PEDIR-CASO THRU 7100-EXIT.
           IF WS-CASO = ZERO
               GO TO 8000-EXIT.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 8000-EXIT.
           PERFORM 8100-MOSTRAR-CASO THRU 8100-EXIT.
           PERFORM 7900-CERRAR-CASOS.
       8000-EXIT.
           EXIT.

       8100-MOSTRAR-CASO.
           PERFORM 7300-LEER-CASO THRU 7300-EXIT.
           IF NOT WS-HALLADO
               GO TO 8100-EXIT.
           PERFORM 8120-MOSTRAR-CABECERA.
           PERFORM 7800-CARGAR-CALCULOS-CASO.
           DISPLAY "  CALCULOS EN DISPUTA:".
           PERFORM 8150-MOSTRAR-CALCULO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT.
           DISPLAY "  NOTAS:".
           MOVE "N" TO WS-FIN-SWITCH.
           MOVE WS-CASO TO DP-CASO.
           MOVE 1 TO DP-LINEA.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY
                   SET WS-FIN TO TRUE
           END-START.
           PERFORM 8160-MOSTRAR-NOTA UNTIL WS-FIN.
       8100-EXIT.
           EXIT.

       8120-MOSTRAR-CABECERA.
           MOVE DP-CASO TO LSC-CASO.
           MOVE DP-ENTITY TO LSC-ENTITY.
           MOVE DP-ESTADO TO WS-ESTADO-X.
           PERFORM 7700-NOMBRE-ESTADO.
           MOVE WS-ESTADO-NOMBRE TO LSC-ESTADO.
           MOVE DP-ABIERTO-FECHA TO LSC-FECHA.
           MOVE DP-MOTIVO TO LSC-MOTIVO.
           DISPLAY LST-CASO-LINE.
           MOVE DP-PLANTEADO-POR TO LSQ-PLANTEADO-POR.
           MOVE DP-ABIERTO-POR TO LSQ-ABIERTO-POR.
           MOVE DP-ESTADO-POR TO LSQ-ESTADO-POR.
           MOVE DP-ESTADO-FECHA TO LSQ-ESTADO-FECHA.
           DISPLAY LST-QUIEN-LINE.

       8150-MOSTRAR-CALCULO.
           MOVE WS-SUB TO LSK-NUMERO.
           MOVE WS-CC-CLAVE(WS-SUB) TO LSK-CLAVE.
           IF WS-CC-REV-KEY(WS-SUB) = SPACES
               MOVE SPACES TO LSK-REVERSO
           ELSE
               MOVE " REVERSO " TO LSK-REVERSO
               MOVE WS-CC-REV-KEY(WS-SUB) TO LSK-REV-KEY
           END-IF.
           DISPLAY LST-CALCULO-LINE.

       8160-MOSTRAR-NOTA.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF DP-CASO NOT = WS-CASO
                       SET WS-FIN TO TRUE
                   ELSE
                       MOVE DP-NOTA-FECHA TO LSN-FECHA
                       MOVE DP-NOTA-HORA TO LSN-HORA
                       MOVE DP-NOTA-POR TO LSN-POR
                       MOVE DP-NOTA-TEXTO TO LSN-TEXTO
                       DISPLAY LST-NOTA-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * LISTA LOS CASOS VIGENTES (ABIERTO O EN REVISION): LAS
      * CABECERAS, LINEA 000 DE CADA CASO.
      ******************************************************************
       8500-LISTAR-VIGENTES.
           PERFORM 7000-ABRIR-CASOS THRU 7000-EXIT.
           IF NOT WS-CASOS-ABIERTOS
               GO TO 8500-EXIT.
           MOVE ZERO TO WS-LISTADOS.
           MOVE "N" TO WS-FIN-SWITCH.
           MOVE LOW-VALUES TO DP-KEY.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY
                   SET WS-FIN TO TRUE
           END-START.
           PERFORM 8510-LEER-CABECERA UNTIL WS-FIN.
           PERFORM 7900-CERRAR-CASOS.
           DISPLAY WS-LISTADOS " CASOS VIGENTES".
       8500-EXIT.
           EXIT.

       8510-LEER-CABECERA.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-FIN TO TRUE
               NOT AT END
                   IF DP-ES-CABECERA AND DP-VIGENTE
                       ADD 1 TO WS-LISTADOS
                       PERFORM 8120-MOSTRAR-CABECERA
                   END-IF
           END-READ.

       9000-TERMINATE.
           IF WS-CALC-ABIERTO
               CLOSE CALC-FILE
           END-IF.
       END PROGRAM dispMant.
