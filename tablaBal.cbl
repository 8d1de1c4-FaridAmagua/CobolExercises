      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: input-to-output balancing of the unattended
      *          calculosrepetitivos (CALCTAB) run, STEP025 of
      *          jcl/calcnite.sh. calcRecon cannot cover the table
      *          run - it never writes TRANLOG.DAT - so this step
      *          works the other way round: from the edited input
      *          NUMLISTC.DAT (numlistEdit) it builds every row the
      *          run owed (NUMERO times 1..LIMITE, of the entry's
      *          table type), then checks
      *            - CALCFILE.DAT: each owed row present exactly once
      *              for the business date (calculosrepetitivos,
      *              operator BATCH) with its operation and the
      *              result the table type gives - DIVISION and
      *              PORCENT under the entity's TH-ROUND policy, as
      *              calcVrfy replays them;
      *            - TABLARPT.DAT: every detail line owed and equal
      *              to its CALCFILE.DAT row, and every row of the
      *              last run printed. The report is rewritten by
      *              each run, so rows left by an earlier run of a
      *              checkpoint restart are not expected on it.
      *          Missing, extra, duplicated and wrong rows go to the
      *          TABLBAL.DAT listing, followed by one status line
      *          per table - COMPLETA, INCOMPLETA (partly built, the
      *          mark of a restart that did not finish the table) or
      *          NO CONSTRUIDA - and the control totals.
      *          RETURN-CODE 8 on any difference, which stops the
      *          stream before dayClose closes the day; 0 when the
      *          run balances or there was no NUMLISTC.DAT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tablaBal.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. cuadre de la corrida de tablas contra su entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERO-LIST-FILE ASSIGN TO "NUMLISTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NL-STATUS.
           SELECT CALC-FILE ASSIGN TO "CALCFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-KEY
               ALTERNATE RECORD KEY IS CALC-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS WS-CALC-STATUS.
           SELECT TABLA-REPORT-FILE ASSIGN TO "TABLARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLA-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "TABLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERO-LIST-FILE.
      * REGISTRO DE NUMLISTC.DAT TAL COMO LO DEJA numlistEdit
       01  NL-RECORD.
           05  NL-NUMERO               PIC 99.
           05  NL-LIMITE               PIC 99.
           05  NL-TIPO                 PIC X.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  TABLA-REPORT-FILE.
       01  TABLA-REPORT-RECORD         PIC X(80).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05  TH-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  TH-VALUE                PIC S9(7)V99.
           05  FILLER                  PIC X.
           05  TH-HARD-VALUE           PIC S9(7)V99.
           05  FILLER                  PIC X.
      *    POLITICA DE REDONDEO DE LA ENTIDAD: T TRUNCAR (DEFECTO),
      *    R REDONDEO AL MEDIO HACIA ARRIBA
           05  TH-ROUND                PIC X.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-NL-STATUS                PIC XX.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-TABLA-STATUS             PIC XX.
       01  WS-THRESH-STATUS            PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-NL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-NL-EOF               VALUE "Y".
       01  WS-TABLA-EOF-SWITCH         PIC X VALUE "N".
           88  WS-TABLA-EOF            VALUE "Y".
       01  WS-THRESH-EOF-SWITCH        PIC X VALUE "N".
           88  WS-THRESH-EOF           VALUE "Y".
       01  WS-LISTA-SWITCH             PIC X VALUE "N".
           88  WS-CON-LISTA            VALUE "Y".
       01  WS-INFORME-SWITCH           PIC X VALUE "N".
           88  WS-CON-INFORME          VALUE "Y".
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
      * CELDA EN CURSO: NUMERO Y MULTIPLICADOR DE LA FILA
       01  WS-NUM                      PIC 99.
       01  WS-MULT                     PIC 99.
       01  WS-VALOR-1                  PIC S9(7)V99.
       01  WS-VALOR-2                  PIC S9(7)V99.
       01  WS-FILA-SWITCH              PIC X.
           88  WS-FILA-DE-LA-LISTA     VALUE "Y".
       01  WS-SUB                      PIC 9(3).
       01  WS-SUB-2                    PIC 9(3).
      * ENTIDAD DE LA FILA, PARA SU POLITICA DE REDONDEO; EN BLANCO
      * (FILA QUE FALTA) VALE LA GLOBAL
       01  WS-ENTIDAD-FILA             PIC XX.
       01  WS-ANOTAR-RUN-ID            PIC 9(8).
       01  WS-ANOTAR-SEQ               PIC 9(6).
      * EL RUN-ID MAS ALTO DEL DIA: LA ULTIMA CORRIDA, LA UNICA QUE
      * QUEDA EN TABLARPT.DAT
       01  WS-ULTIMO-RUN-ID            PIC 9(8) VALUE ZERO.
      * RESULTADO Y OPERACION QUE DEBE DAR LA CELDA EN CURSO
       01  WS-ESPERADO                 PIC S9(7)V99.
       01  WS-ESPERADO-EXT             PIC S9(7)V9999.
       01  WS-OPERACION-ESPERADA       PIC X(10).
       01  WS-HALLADO                  PIC S9(7)V99.
       01  WS-MOTIVO                   PIC X(28).
      * POLITICAS DE REDONDEO DE THRESH.DAT, COMO EN calcVrfy
       01  WS-REDONDEO                 PIC X VALUE "T".
       01  WS-REDONDEO-GLOBAL          PIC X VALUE "T".
       01  WS-POL-SUB                  PIC 99.
       01  WS-POL-COUNT                PIC 99 VALUE ZERO.
       01  WS-POL-HALLADA-SWITCH       PIC X.
           88  WS-POL-HALLADA          VALUE "Y".
       01  WS-POL-TABLA.
           05  WS-POL-ENTRY OCCURS 20 TIMES.
               10  WS-POL-ENTITY       PIC XX.
               10  WS-POL-ROUND        PIC X.
      * LO QUE LA CORRIDA DEBIA PRODUCIR, INDEXADO POR NUMERO Y POR
      * MULTIPLICADOR, Y LO QUE SE ENCONTRO DE CADA FILA
       01  WS-TABLA-ESPERADA.
           05  WS-TE-ENTRY OCCURS 99 TIMES.
               10  WS-TE-ACTIVA        PIC X.
               10  WS-TE-LIMITE        PIC 99.
               10  WS-TE-TIPO          PIC X.
               10  WS-TE-HALLADAS      PIC 99.
               10  WS-TE-FALTAN        PIC 99.
               10  WS-TE-DUPLICADAS    PIC 9(3).
               10  WS-TE-FILA OCCURS 99 TIMES.
                   15  WS-TF-CALC      PIC 99.
                   15  WS-TF-RPT       PIC 99.
                   15  WS-TF-RUN-ID    PIC 9(8).
                   15  WS-TF-RESULT    PIC S9(7)V99.
      * TOTALES DE CONTROL
       01  WS-TABLAS                   PIC 9(3) VALUE ZERO.
       01  WS-FILAS-ESPERADAS          PIC 9(7) VALUE ZERO.
       01  WS-FILAS-CALC               PIC 9(7) VALUE ZERO.
       01  WS-LINEAS-INFORME           PIC 9(7) VALUE ZERO.
       01  WS-DIFERENCIAS              PIC 9(7) VALUE ZERO.
      * LINEA DE TABLARPT.DAT VISTA CON LA DISPOSICION DE DETALLE
           COPY TABLADTL.
       01  RPT-TITLE-1.
           05  FILLER                  PIC X(38)
                   VALUE "CUADRE DE LA CORRIDA DE TABLAS - DIA: ".
           05  HDG-DATE                PIC 9(8).
       01  RPT-TITLE-2.
           05  FILLER                  PIC X(30)
                   VALUE "DIFERENCIAS".
       01  RPT-DIFF-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "MOTIVO                       NU T MUL   RUN-ID    ".
           05  FILLER                  PIC X(29) VALUE
               "SEQ     ESPERADO      HALLADO".
       01  RPT-DIFF-LINE.
           05  RDL-MOTIVO              PIC X(28).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-NUMERO              PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-TIPO                PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-MULT                PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-RUN-ID              PIC Z(7)9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-SEQ                 PIC Z(5)9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-ESPERADO            PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-HALLADO             PIC -9(7).99.
       01  RPT-NO-DIFF-LINE            PIC X(30)
               VALUE "SIN DIFERENCIAS".
       01  RPT-TITLE-3.
           05  FILLER                  PIC X(30)
                   VALUE "ESTADO POR TABLA".
       01  RPT-TABLE-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "NU T LIM ESPERADAS HALLADAS FALTAN DUPLIC ESTADO".
       01  RPT-TABLE-LINE.
           05  RTL-NUMERO              PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RTL-TIPO                PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RTL-LIMITE              PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  RTL-ESPERADAS           PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  RTL-HALLADAS            PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RTL-FALTAN              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RTL-DUPLICADAS          PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RTL-ESTADO              PIC X(14).
       01  RPT-TOTAL-1.
           05  FILLER                  PIC X(30)
                   VALUE "TABLAS EN NUMLISTC.DAT       ".
           05  RT1-TABLAS              PIC ZZZZZZ9.
       01  RPT-TOTAL-2.
           05  FILLER                  PIC X(30)
                   VALUE "FILAS ESPERADAS              ".
           05  RT2-FILAS               PIC ZZZZZZ9.
       01  RPT-TOTAL-3.
           05  FILLER                  PIC X(30)
                   VALUE "FILAS EN CALCFILE.DAT        ".
           05  RT3-FILAS               PIC ZZZZZZ9.
       01  RPT-TOTAL-4.
           05  FILLER                  PIC X(30)
                   VALUE "LINEAS DE DETALLE EN INFORME ".
           05  RT4-LINEAS              PIC ZZZZZZ9.
       01  RPT-TOTAL-5.
           05  FILLER                  PIC X(30)
                   VALUE "DIFERENCIAS                  ".
           05  RT5-DIFERENCIAS         PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-CON-LISTA
               PERFORM 2000-LEER-CALCFILE
               PERFORM 3000-LEER-INFORME
               PERFORM 4000-COMPROBAR-TABLA
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99
               PERFORM 5000-ESTADO-TABLAS
               PERFORM 6000-TOTALES
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LEER-FECHA-NEGOCIO.
           PERFORM 1200-CARGAR-POLITICAS.
           PERFORM 1300-CARGAR-LISTA.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE WS-FECHA-NEGOCIO TO HDG-DATE.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TITLE-1.
           IF NOT WS-CON-LISTA
               MOVE "SIN NUMLISTC.DAT, NADA QUE CUADRAR"
                   TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
               DISPLAY "TABLABAL: SIN NUMLISTC.DAT, NADA QUE CUADRAR"
           ELSE
               WRITE BALANCE-REPORT-RECORD FROM RPT-TITLE-2
               WRITE BALANCE-REPORT-RECORD FROM RPT-DIFF-HEADING
           END-IF.

      ******************************************************************
      * LA CORRIDA DE TABLAS GRABA BAJO LA FECHA DE NEGOCIO DE
      * BUSDATE.DAT; ESTE PASO VA ANTES DE dayClose, CON LA FECHA
      * TODAVIA SIN AVANZAR.
      ******************************************************************
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

      ******************************************************************
      * CARGA LAS POLITICAS DE REDONDEO POR ENTIDAD DE THRESH.DAT
      * (TH-ROUND); LA LINEA CON ENTIDAD EN BLANCO ES EL GLOBAL.
      ******************************************************************
       1200-CARGAR-POLITICAS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1210-CARGAR-POLITICA UNTIL WS-THRESH-EOF
               CLOSE THRESHOLD-FILE
           END-IF.

       1210-CARGAR-POLITICA.
           READ THRESHOLD-FILE
               AT END
                   SET WS-THRESH-EOF TO TRUE
               NOT AT END
                   IF TH-ENTITY = SPACES
                       IF TH-ROUND = "R"
                           MOVE "R" TO WS-REDONDEO-GLOBAL
                       ELSE
                           MOVE "T" TO WS-REDONDEO-GLOBAL
                       END-IF
                   ELSE
                       IF WS-POL-COUNT < 20
                           ADD 1 TO WS-POL-COUNT
                           MOVE TH-ENTITY TO
                               WS-POL-ENTITY(WS-POL-COUNT)
                           IF TH-ROUND = "R"
                               MOVE "R" TO
                                   WS-POL-ROUND(WS-POL-COUNT)
                           ELSE
                               MOVE "T" TO
                                   WS-POL-ROUND(WS-POL-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * NUMLISTC.DAT YA PASO numlistEdit: NUMERO 1-99 SIN REPETIR,
      * LIMITE AL MENOS 1, TIPO VALIDO. UNA LINEA QUE AUN ASI NO
      * CUADRE SE AVISA Y NO SE CUENTA.
      ******************************************************************
       1300-CARGAR-LISTA.
           PERFORM 1310-LIMPIAR-TABLA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
           OPEN INPUT NUMERO-LIST-FILE.
           IF WS-NL-STATUS = "35"
               CONTINUE
           ELSE
               SET WS-CON-LISTA TO TRUE
               PERFORM 1320-CARGAR-ENTRADA UNTIL WS-NL-EOF
               CLOSE NUMERO-LIST-FILE
           END-IF.

       1310-LIMPIAR-TABLA.
           MOVE "N" TO WS-TE-ACTIVA(WS-SUB).
           MOVE ZERO TO WS-TE-LIMITE(WS-SUB).
           MOVE SPACE TO WS-TE-TIPO(WS-SUB).
           MOVE ZERO TO WS-TE-HALLADAS(WS-SUB).
           MOVE ZERO TO WS-TE-FALTAN(WS-SUB).
           MOVE ZERO TO WS-TE-DUPLICADAS(WS-SUB).
           PERFORM 1311-LIMPIAR-FILA
               VARYING WS-SUB-2 FROM 1 BY 1 UNTIL WS-SUB-2 > 99.

       1311-LIMPIAR-FILA.
           MOVE ZERO TO WS-TF-CALC(WS-SUB, WS-SUB-2).
           MOVE ZERO TO WS-TF-RPT(WS-SUB, WS-SUB-2).
           MOVE ZERO TO WS-TF-RUN-ID(WS-SUB, WS-SUB-2).
           MOVE ZERO TO WS-TF-RESULT(WS-SUB, WS-SUB-2).

       1320-CARGAR-ENTRADA.
           READ NUMERO-LIST-FILE
               AT END
                   SET WS-NL-EOF TO TRUE
               NOT AT END
                   IF NL-NUMERO IS NOT NUMERIC OR NL-NUMERO = ZERO
                       OR NL-LIMITE IS NOT NUMERIC OR NL-LIMITE = ZERO
                       DISPLAY "LINEA DE NUMLISTC.DAT IGNORADA: "
                           NL-RECORD
                   ELSE
                       IF WS-TE-ACTIVA(NL-NUMERO) = "Y"
                           DISPLAY "NUMERO REPETIDO EN NUMLISTC.DAT "
                               "IGNORADO: " NL-RECORD
                       ELSE
                           MOVE "Y" TO WS-TE-ACTIVA(NL-NUMERO)
                           MOVE NL-LIMITE TO WS-TE-LIMITE(NL-NUMERO)
                           IF NL-TIPO = SPACE
                               MOVE "M" TO WS-TE-TIPO(NL-NUMERO)
                           ELSE
                               MOVE NL-TIPO TO WS-TE-TIPO(NL-NUMERO)
                           END-IF
                           ADD 1 TO WS-TABLAS
                           ADD NL-LIMITE TO WS-FILAS-ESPERADAS
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * LAS FILAS DEL DIA DE LA CORRIDA DESATENDIDA: LA CLAVE EMPIEZA
      * POR LA FECHA, ASI QUE SE POSICIONA EN ELLA Y SE LEE HASTA QUE
      * CAMBIA, EN ORDEN DE RUN-ID. LAS SESIONES DE CONSOLA (OPERADOR
      * FIRMADO) NO SON PARTE DE LA CORRIDA.
      ******************************************************************
       2000-LEER-CALCFILE.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS ")"
           ELSE
               MOVE WS-FECHA-NEGOCIO TO CALC-DATE
               MOVE ZERO TO CALC-RUN-ID
               MOVE ZERO TO CALC-SEQ
               MOVE SPACES TO CALC-ENTITY
               START CALC-FILE KEY NOT < CALC-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 2100-LEER-FILA UNTIL WS-EOF
               CLOSE CALC-FILE
           END-IF.

       2100-LEER-FILA.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CALC-STATUS NOT = "00"
                       OR CALC-DATE NOT = WS-FECHA-NEGOCIO
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CALC-PROGRAM = "calculosrepetitivos"
                           AND CALC-OPERATOR = "BATCH"
                           PERFORM 2200-CUADRAR-FILA THRU 2200-EXIT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * UNA FILA ES DE LA LISTA CUANDO VALUE-1 ES UN NUMERO DE
      * NUMLISTC.DAT, VALUE-2 UN MULTIPLICADOR ENTRE 1 Y SU LIMITE Y
      * LA OPERACION LA DE SU TIPO DE TABLA; SI NO, SOBRA. LA CLAVE
      * VA EN ORDEN DE RUN-ID, ASI QUE EL RUN-ID Y EL RESULTADO QUE
      * QUEDAN EN LA CELDA SON LOS DE LA ULTIMA CORRIDA QUE LA GRABO.
      ******************************************************************
       2200-CUADRAR-FILA.
           ADD 1 TO WS-FILAS-CALC.
           IF CALC-RUN-ID > WS-ULTIMO-RUN-ID
               MOVE CALC-RUN-ID TO WS-ULTIMO-RUN-ID
           END-IF.
           MOVE CALC-RUN-ID TO WS-ANOTAR-RUN-ID.
           MOVE CALC-SEQ TO WS-ANOTAR-SEQ.
           MOVE CALC-RESULT TO WS-HALLADO.
           MOVE "N" TO WS-FILA-SWITCH.
           MOVE ZERO TO WS-NUM.
           MOVE ZERO TO WS-MULT.
           IF CALC-VALUE-1 NOT < 1 AND CALC-VALUE-1 NOT > 99
               AND CALC-VALUE-2 NOT < 1 AND CALC-VALUE-2 NOT > 99
               MOVE CALC-VALUE-1 TO WS-NUM
               MOVE CALC-VALUE-2 TO WS-MULT
               MOVE WS-NUM TO WS-VALOR-1
               MOVE WS-MULT TO WS-VALOR-2
               IF WS-VALOR-1 = CALC-VALUE-1
                   AND WS-VALOR-2 = CALC-VALUE-2
                   AND WS-TE-ACTIVA(WS-NUM) = "Y"
                   AND WS-MULT NOT > WS-TE-LIMITE(WS-NUM)
                   SET WS-FILA-DE-LA-LISTA TO TRUE
               END-IF
           END-IF.
           IF NOT WS-FILA-DE-LA-LISTA
               MOVE "FILA SOBRANTE EN CALCFILE" TO WS-MOTIVO
               MOVE SPACE TO RDL-TIPO
               MOVE ZERO TO WS-ESPERADO
               PERFORM 7000-ANOTAR-DIFERENCIA
               GO TO 2200-EXIT
           END-IF.
           MOVE CALC-ENTITY TO WS-ENTIDAD-FILA.
           PERFORM 2300-CALCULAR-ESPERADO.
           IF CALC-OPERATION NOT = WS-OPERACION-ESPERADA
               MOVE "OPERACION NO ES LA DEL TIPO" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-TF-CALC(WS-NUM, WS-MULT).
           MOVE CALC-RUN-ID TO WS-TF-RUN-ID(WS-NUM, WS-MULT).
           MOVE CALC-RESULT TO WS-TF-RESULT(WS-NUM, WS-MULT).
           IF WS-TF-CALC(WS-NUM, WS-MULT) > 1
               MOVE "FILA DUPLICADA EN CALCFILE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
           END-IF.
           IF CALC-RESULT NOT = WS-ESPERADO
               MOVE "RESULTADO DISTINTO" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * LA FILA QUE DEBE DAR LA CELDA WS-NUM / WS-MULT SEGUN EL TIPO
      * DE SU TABLA, CON LA MISMA ARITMETICA QUE calculosrepetitivos
      * (DIVIDIR Y PORCENTAJES A DOS DECIMALES BAJO LA POLITICA DE
      * REDONDEO DE LA ENTIDAD).
      ******************************************************************
       2300-CALCULAR-ESPERADO.
           PERFORM 2310-POLITICA-ENTIDAD.
           MOVE WS-TE-TIPO(WS-NUM) TO RDL-TIPO.
           MOVE ZERO TO WS-ESPERADO.
           EVALUATE WS-TE-TIPO(WS-NUM)
               WHEN "S"
                   MOVE "SUMA" TO WS-OPERACION-ESPERADA
                   COMPUTE WS-ESPERADO = WS-NUM + WS-MULT
               WHEN "E"
                   MOVE "POTENCIA" TO WS-OPERACION-ESPERADA
                   COMPUTE WS-ESPERADO = WS-NUM ** WS-MULT
                       ON SIZE ERROR
                           MOVE ZERO TO WS-ESPERADO
                   END-COMPUTE
               WHEN "D"
                   MOVE "DIVISION" TO WS-OPERACION-ESPERADA
                   COMPUTE WS-ESPERADO-EXT = WS-NUM / WS-MULT
                   PERFORM 2330-REDONDEAR
               WHEN "P"
                   MOVE "PORCENT" TO WS-OPERACION-ESPERADA
                   COMPUTE WS-ESPERADO-EXT = WS-NUM * WS-MULT / 100
                   PERFORM 2330-REDONDEAR
               WHEN OTHER
                   MOVE "MULTIPLICA" TO WS-OPERACION-ESPERADA
                   COMPUTE WS-ESPERADO = WS-NUM * WS-MULT
           END-EVALUATE.

       2310-POLITICA-ENTIDAD.
           MOVE WS-REDONDEO-GLOBAL TO WS-REDONDEO.
           MOVE "N" TO WS-POL-HALLADA-SWITCH.
           PERFORM 2320-COMPARAR-POLITICA
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT OR WS-POL-HALLADA.

       2320-COMPARAR-POLITICA.
           IF WS-POL-ENTITY(WS-POL-SUB) = WS-ENTIDAD-FILA
               MOVE WS-POL-ROUND(WS-POL-SUB) TO WS-REDONDEO
               SET WS-POL-HALLADA TO TRUE
           END-IF.

       2330-REDONDEAR.
           IF WS-REDONDEO = "R"
               COMPUTE WS-ESPERADO ROUNDED = WS-ESPERADO-EXT
           ELSE
               COMPUTE WS-ESPERADO = WS-ESPERADO-EXT
           END-IF.

      ******************************************************************
      * TABLARPT.DAT LO REESCRIBE CADA CORRIDA: SUS LINEAS DE DETALLE
      * DEBEN SER FILAS DE LA LISTA GRABADAS POR LA ULTIMA CORRIDA Y
      * CON EL MISMO RESULTADO QUE EN CALCFILE.DAT.
      ******************************************************************
       3000-LEER-INFORME.
           OPEN INPUT TABLA-REPORT-FILE.
           IF WS-TABLA-STATUS = "35"
               DISPLAY "TABLABAL: SIN TABLARPT.DAT"
           ELSE
               SET WS-CON-INFORME TO TRUE
               PERFORM 3100-LEER-LINEA UNTIL WS-TABLA-EOF
               CLOSE TABLA-REPORT-FILE
           END-IF.

       3100-LEER-LINEA.
           READ TABLA-REPORT-FILE
               AT END
                   SET WS-TABLA-EOF TO TRUE
               NOT AT END
                   MOVE TABLA-REPORT-RECORD TO RPT-DETAIL-LINE
                   IF DTL-IGUAL = " = "
                       PERFORM 3200-CUADRAR-LINEA THRU 3200-EXIT
                   END-IF
           END-READ.

       3200-CUADRAR-LINEA.
           ADD 1 TO WS-LINEAS-INFORME.
           MOVE DTL-NUMERO TO WS-NUM.
           MOVE DTL-MULTIPLICADOR TO WS-MULT.
           MOVE DTL-RESULTADO TO WS-HALLADO.
           MOVE ZERO TO WS-ANOTAR-RUN-ID.
           MOVE ZERO TO WS-ANOTAR-SEQ.
           MOVE ZERO TO WS-ESPERADO.
           MOVE SPACE TO RDL-TIPO.
           IF WS-NUM = ZERO OR WS-MULT = ZERO
               MOVE "LINEA DE INFORME SOBRANTE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
               GO TO 3200-EXIT
           END-IF.
           IF WS-TE-ACTIVA(WS-NUM) NOT = "Y"
               OR WS-MULT > WS-TE-LIMITE(WS-NUM)
               MOVE "LINEA DE INFORME SOBRANTE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-TE-TIPO(WS-NUM) TO RDL-TIPO.
           ADD 1 TO WS-TF-RPT(WS-NUM, WS-MULT).
           IF WS-TF-CALC(WS-NUM, WS-MULT) = ZERO
               OR WS-TF-RUN-ID(WS-NUM, WS-MULT) NOT = WS-ULTIMO-RUN-ID
               MOVE "LINEA SIN FILA EN CALCFILE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-TF-RUN-ID(WS-NUM, WS-MULT) TO WS-ANOTAR-RUN-ID.
           MOVE WS-TF-RESULT(WS-NUM, WS-MULT) TO WS-ESPERADO.
           IF WS-TF-RPT(WS-NUM, WS-MULT) > 1
               MOVE "LINEA REPETIDA EN INFORME" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
           END-IF.
           IF WS-HALLADO NOT = WS-ESPERADO
               MOVE "INFORME DISTINTO DE CALCFILE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * CADA FILA QUE DEBIA PRODUCIR UNA TABLA DE LA LISTA: FALTA SI
      * NO LLEGO A CALCFILE.DAT; LA QUE GRABO LA ULTIMA CORRIDA DEBE
      * ADEMAS ESTAR IMPRESA. SE ACUMULA EL ESTADO DE LA TABLA.
      ******************************************************************
       4000-COMPROBAR-TABLA.
           IF WS-TE-ACTIVA(WS-SUB) = "Y"
               MOVE WS-SUB TO WS-NUM
               PERFORM 4100-COMPROBAR-FILA
                   VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-TE-LIMITE(WS-NUM)
           END-IF.

       4100-COMPROBAR-FILA.
           MOVE WS-SUB-2 TO WS-MULT.
           MOVE ZERO TO WS-ANOTAR-SEQ.
           MOVE ZERO TO WS-HALLADO.
           IF WS-TF-CALC(WS-NUM, WS-MULT) = ZERO
               ADD 1 TO WS-TE-FALTAN(WS-NUM)
               MOVE SPACES TO WS-ENTIDAD-FILA
               PERFORM 2300-CALCULAR-ESPERADO
               MOVE ZERO TO WS-ANOTAR-RUN-ID
               MOVE "FILA QUE FALTA EN CALCFILE" TO WS-MOTIVO
               PERFORM 7000-ANOTAR-DIFERENCIA
           ELSE
               ADD 1 TO WS-TE-HALLADAS(WS-NUM)
               IF WS-TF-CALC(WS-NUM, WS-MULT) > 1
                   COMPUTE WS-TE-DUPLICADAS(WS-NUM) =
                       WS-TE-DUPLICADAS(WS-NUM)
                       + WS-TF-CALC(WS-NUM, WS-MULT) - 1
               END-IF
               IF WS-TF-RUN-ID(WS-NUM, WS-MULT) = WS-ULTIMO-RUN-ID
                   AND WS-TF-RPT(WS-NUM, WS-MULT) = ZERO
                   MOVE WS-TE-TIPO(WS-NUM) TO RDL-TIPO
                   MOVE WS-TF-RUN-ID(WS-NUM, WS-MULT)
                       TO WS-ANOTAR-RUN-ID
                   MOVE WS-TF-RESULT(WS-NUM, WS-MULT) TO WS-ESPERADO
                   MOVE "FILA SIN LINEA EN INFORME" TO WS-MOTIVO
                   PERFORM 7000-ANOTAR-DIFERENCIA
               END-IF
           END-IF.

      ******************************************************************
      * UNA LINEA POR TABLA DE LA LISTA. INCOMPLETA ES UNA TABLA CON
      * UNA PARTE DE SUS FILAS: LO QUE DEJA UN REARRANQUE DESDE EL
      * CHECKPOINT QUE NO LA TERMINO.
      ******************************************************************
       5000-ESTADO-TABLAS.
           IF WS-DIFERENCIAS = ZERO
               WRITE BALANCE-REPORT-RECORD FROM RPT-NO-DIFF-LINE
           END-IF.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TITLE-3.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TABLE-HEADING.
           PERFORM 5100-ESTADO-TABLA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.

       5100-ESTADO-TABLA.
           IF WS-TE-ACTIVA(WS-SUB) = "Y"
               MOVE WS-SUB TO RTL-NUMERO
               MOVE WS-TE-TIPO(WS-SUB) TO RTL-TIPO
               MOVE WS-TE-LIMITE(WS-SUB) TO RTL-LIMITE
               MOVE WS-TE-LIMITE(WS-SUB) TO RTL-ESPERADAS
               MOVE WS-TE-HALLADAS(WS-SUB) TO RTL-HALLADAS
               MOVE WS-TE-FALTAN(WS-SUB) TO RTL-FALTAN
               MOVE WS-TE-DUPLICADAS(WS-SUB) TO RTL-DUPLICADAS
               EVALUATE TRUE
                   WHEN WS-TE-HALLADAS(WS-SUB) = ZERO
                       MOVE "NO CONSTRUIDA" TO RTL-ESTADO
                   WHEN WS-TE-FALTAN(WS-SUB) > ZERO
                       MOVE "INCOMPLETA" TO RTL-ESTADO
                   WHEN WS-TE-DUPLICADAS(WS-SUB) > ZERO
                       MOVE "DUPLICADA" TO RTL-ESTADO
                   WHEN OTHER
                       MOVE "COMPLETA" TO RTL-ESTADO
               END-EVALUATE
               WRITE BALANCE-REPORT-RECORD FROM RPT-TABLE-LINE
           END-IF.

       6000-TOTALES.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE WS-TABLAS TO RT1-TABLAS.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TOTAL-1.
           MOVE WS-FILAS-ESPERADAS TO RT2-FILAS.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TOTAL-2.
           MOVE WS-FILAS-CALC TO RT3-FILAS.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TOTAL-3.
           MOVE WS-LINEAS-INFORME TO RT4-LINEAS.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TOTAL-4.
           MOVE WS-DIFERENCIAS TO RT5-DIFERENCIAS.
           WRITE BALANCE-REPORT-RECORD FROM RPT-TOTAL-5.

      ******************************************************************
      * TODA DIFERENCIA SE LISTA Y DEJA EL PASO EN RETURN-CODE 8.
      ******************************************************************
       7000-ANOTAR-DIFERENCIA.
           ADD 1 TO WS-DIFERENCIAS.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE WS-MOTIVO TO RDL-MOTIVO.
           MOVE WS-NUM TO RDL-NUMERO.
           MOVE WS-MULT TO RDL-MULT.
           MOVE WS-ANOTAR-RUN-ID TO RDL-RUN-ID.
           MOVE WS-ANOTAR-SEQ TO RDL-SEQ.
           MOVE WS-ESPERADO TO RDL-ESPERADO.
           MOVE WS-HALLADO TO RDL-HALLADO.
           WRITE BALANCE-REPORT-RECORD FROM RPT-DIFF-LINE.

       9000-TERMINATE.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "TABLABAL: " WS-TABLAS " TABLAS, "
               WS-FILAS-ESPERADAS " FILAS ESPERADAS, "
               WS-FILAS-CALC " EN CALCFILE, "
               WS-DIFERENCIAS " DIFERENCIAS".
       END PROGRAM tablaBal.
