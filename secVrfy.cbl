      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: verification of the security journal chain. Walks
      *          SECJRNL.DAT from the first record and checks every
      *          chained record (see the SECJRNL copybook) against the
      *          one before it: SJ-SEQ must be the previous one plus
      *          one (a gap means records were deleted; a repeated or
      *          lower number, or an unchained record once the chain
      *          has started, means a record was inserted), SJ-CHAIN
      *          must be what secHash gives for its content and the
      *          previous SJ-CHAIN (otherwise the record was altered),
      *          and the date and time must not go backwards. The
      *          last record seen by the previous verification
      *          (SECVSTAT.DAT) must still be there with the same
      *          value, which also shows records deleted from the end.
      *          Anomalies of records dated within the range are listed
      *          on SECVRPT.DAT, followed by the first broken link. The
      *          range comes from the RUNPARM.DAT entry SECVRFY (zero
      *          = business date of BUSDATE.DAT, HASTA zero = the same
      *          day); without the entry the whole journal is checked.
      *          The result is left in SECVSTAT.DAT for secRpt. Runs at
      *          the end of jcl/calcnite.sh. RETURN-CODE 0 chain
      *          intact, 4 only date/time out of order, 8 chain broken
      *          (a C alert is raised on ALERTS.DAT).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secVrfy.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. verificacion de la cadena de SECJRNL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.
           SELECT STATUS-FILE ASSIGN TO "SECVSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SECVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-JOURNAL-FILE.
           COPY SECJRNL.
       FD  STATUS-FILE.
           COPY SECVSTAT.
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(90).
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-ID                   PIC X(8).
           05  FILLER                  PIC X.
           05  RP-DESDE                PIC 9(8).
           05  FILLER                  PIC X.
           05  RP-HASTA                PIC 9(8).
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  ALERT-FILE.
           COPY ALERT.
       WORKING-STORAGE SECTION.
       01  WS-SEG-STATUS               PIC XX.
       01  WS-VS-STATUS                PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-ALERT-INTENTOS           PIC 9(3).
       01  WS-ALERTA-GRABADA-SWITCH    PIC X.
           88  WS-ALERTA-GRABADA       VALUE "Y".
       01  WS-ALERTA-MENSAJE           PIC X(40).
       01  WS-ALERTA-SEVERIDAD         PIC X.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-SEG-ABIERTO-SWITCH       PIC X VALUE "N".
           88  WS-SEG-ABIERTO          VALUE "Y".
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PARM-EOF             VALUE "Y".
       01  WS-PARM-SWITCH              PIC X VALUE "N".
           88  WS-CON-PARM             VALUE "Y".
       01  WS-PARM-DESDE               PIC 9(8) VALUE ZERO.
       01  WS-PARM-HASTA               PIC 9(8) VALUE ZERO.
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-FECHA-DESDE              PIC 9(8).
       01  WS-FECHA-HASTA              PIC 9(8).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * ULTIMO REGISTRO QUE VIO LA VERIFICACION ANTERIOR
       01  WS-ANCLA-SEQ                PIC 9(9) VALUE ZERO.
       01  WS-ANCLA-CHAIN              PIC 9(9) VALUE ZERO.

      * EL REGISTRO ENCADENADO ANTERIOR DEL RECORRIDO
       01  WS-CADENA-SWITCH            PIC X VALUE "N".
           88  WS-CADENA-EMPEZADA      VALUE "Y".
       01  WS-PREV-SEQ                 PIC 9(9) VALUE ZERO.
       01  WS-PREV-CHAIN               PIC 9(9) VALUE ZERO.
       01  WS-PREV-MOMENTO.
           05  WS-PREV-FECHA           PIC 9(8) VALUE ZERO.
           05  WS-PREV-HORA            PIC 9(8) VALUE ZERO.
       01  WS-MOMENTO.
           05  WS-MOM-FECHA            PIC 9(8).
           05  WS-MOM-HORA             PIC 9(8).
       01  WS-ULTIMA-SEQ               PIC 9(9) VALUE ZERO.
       01  WS-CHAIN-CALCULADO          PIC 9(9).
       01  WS-FALTAN                   PIC 9(9).
       01  WS-FALTAN-ED                PIC Z(8)9.

       01  WS-LINEA                    PIC 9(9) VALUE ZERO.
       01  WS-EN-RANGO-SWITCH          PIC X.
           88  WS-EN-RANGO             VALUE "Y".
       01  WS-VERIFICADOS              PIC 9(9) VALUE ZERO.
       01  WS-SIN-CADENA               PIC 9(9) VALUE ZERO.
       01  WS-ANOMALIAS                PIC 9(5) VALUE ZERO.
       01  WS-DESORDENES               PIC 9(5) VALUE ZERO.
       01  WS-ANOMALIA                 PIC X(44).
       01  WS-ROTURA-SWITCH            PIC X.
           88  WS-ROTURA               VALUE "Y".
       01  WS-ROTA-SWITCH              PIC X VALUE "N".
           88  WS-CADENA-ROTA          VALUE "Y".

      * PRIMER ENLACE ROTO DEL RANGO
       01  WS-ROTO-LINEA               PIC 9(9) VALUE ZERO.
       01  WS-ROTO-SEQ                 PIC 9(9) VALUE ZERO.
       01  WS-ROTO-FECHA               PIC X(8) VALUE SPACES.
       01  WS-ROTO-HORA                PIC X(8) VALUE SPACES.
       01  WS-ROTO-TEXTO               PIC X(44) VALUE SPACES.

       01  RPT-TITLE-1.
           05  FILLER                  PIC X(36) VALUE
                   "VERIFICACION DE LA CADENA DE SECJRNL".
           05  FILLER                  PIC X(13) VALUE
                   ".DAT  RANGO: ".
           05  HDG-DESDE               PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  HDG-HASTA               PIC 9(8).
       01  RPT-ROTO-LINE.
           05  FILLER                  PIC X(26) VALUE
                   "PRIMER ENLACE ROTO: LINEA ".
           05  RRL-LINEA               PIC Z(8)9.
           05  FILLER                  PIC X(5) VALUE " SEQ ".
           05  RRL-SEQ                 PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  RRL-FECHA               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RRL-HORA                PIC X(8).
       01  RPT-ROTO-TEXTO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  RRT-TEXTO               PIC X(44).
       01  RPT-INTACTA-LINE            PIC X(40)
               VALUE "CADENA CORRECTA EN EL RANGO".
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(38) VALUE
                   "    LINEA SEQ       FECHA    HORA     ".
           05  FILLER                  PIC X(8) VALUE "ANOMALIA".
       01  RPT-DETAIL-LINE.
           05  RDL-LINEA               PIC Z(8)9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-SEQ                 PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-FECHA               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-HORA                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RDL-ANOMALIA            PIC X(44).
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
                   "REGISTROS VERIFICADOS:  ".
           05  RTL-VERIFICADOS         PIC Z(8)9.
           05  FILLER                  PIC X(18) VALUE
                   "  SIN ENCADENAR:  ".
           05  RTL-SIN-CADENA          PIC Z(8)9.
           05  FILLER                  PIC X(14) VALUE
                   "  ANOMALIAS:  ".
           05  RTL-ANOMALIAS           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LEER-SEGURIDAD UNTIL WS-EOF.
           PERFORM 3000-CIERRE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LEER-PARAMETROS.
           IF WS-CON-PARM
               MOVE WS-PARM-DESDE TO WS-FECHA-DESDE
               IF WS-PARM-HASTA = ZERO
                   MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               ELSE
                   MOVE WS-PARM-HASTA TO WS-FECHA-HASTA
               END-IF
           ELSE
               MOVE ZERO TO WS-FECHA-DESDE
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
           PERFORM 1100-LEER-ESTADO-ANTERIOR.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-DESDE TO HDG-DESDE.
           MOVE WS-FECHA-HASTA TO HDG-HASTA.
           WRITE REPORT-RECORD FROM RPT-TITLE-1.
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE.
           OPEN INPUT SECURITY-JOURNAL-FILE.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "SECVRFY: SIN SECJRNL.DAT (STATUS "
                   WS-SEG-STATUS ")"
               SET WS-EOF TO TRUE
           ELSE
               SET WS-SEG-ABIERTO TO TRUE
           END-IF.

      ******************************************************************
      * PARAMETROS DE EJECUCION COMPARTIDOS (RUNPARM.DAT), ENTRADA
      * SECVRFY: FECHA CERO = LA FECHA DE NEGOCIO DE BUSDATE.DAT. SIN
      * ENTRADA SE VERIFICA TODO EL JOURNAL, SIN PREGUNTAR.
      ******************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT RUNPARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1060-LEER-PARM UNTIL WS-PARM-EOF
               CLOSE RUNPARM-FILE
           END-IF.
           IF WS-CON-PARM
               IF WS-PARM-DESDE = ZERO
                   PERFORM 1070-LEER-FECHA-NEGOCIO
                   MOVE WS-FECHA-NEGOCIO TO WS-PARM-DESDE
               END-IF
               DISPLAY "SECVRFY: PARAMETROS DE RUNPARM.DAT, "
                   "FECHA " WS-PARM-DESDE
           END-IF.

       1060-LEER-PARM.
           READ RUNPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF RP-ID = "SECVRFY"
                       SET WS-CON-PARM TO TRUE
                       SET WS-PARM-EOF TO TRUE
                       IF RP-DESDE IS NUMERIC
                           MOVE RP-DESDE TO WS-PARM-DESDE
                       ELSE
                           MOVE ZERO TO WS-PARM-DESDE
                       END-IF
                       IF RP-HASTA IS NUMERIC
                           MOVE RP-HASTA TO WS-PARM-HASTA
                       ELSE
                           MOVE ZERO TO WS-PARM-HASTA
                       END-IF
                   END-IF
           END-READ.

       1070-LEER-FECHA-NEGOCIO.
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

       1100-LEER-ESTADO-ANTERIOR.
           OPEN INPUT STATUS-FILE.
           IF WS-VS-STATUS = "00"
               READ STATUS-FILE
                   NOT AT END
                       IF VS-ULTIMA-SEQ IS NUMERIC
                           AND VS-ULTIMO-CHAIN IS NUMERIC
                           MOVE VS-ULTIMA-SEQ TO WS-ANCLA-SEQ
                           MOVE VS-ULTIMO-CHAIN TO WS-ANCLA-CHAIN
                       END-IF
               END-READ
               CLOSE STATUS-FILE
           END-IF.

       2000-LEER-SEGURIDAD.
           READ SECURITY-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEA
                   PERFORM 2100-VERIFICAR-REGISTRO THRU 2100-EXIT
           END-READ.

      ******************************************************************
      * UN REGISTRO CONTRA EL ENCADENADO ANTERIOR. LOS REGISTROS SIN
      * SJ-SEQ / SJ-CHAIN SON LOS ANTERIORES AL ENCADENADO; DETRAS DEL
      * PRIMERO ENCADENADO YA NO PUEDE HABER NINGUNO.
      ******************************************************************
       2100-VERIFICAR-REGISTRO.
           IF SJ-DATE IS NOT NUMERIC
               OR (SJ-DATE NOT < WS-FECHA-DESDE
                   AND SJ-DATE NOT > WS-FECHA-HASTA)
               MOVE "Y" TO WS-EN-RANGO-SWITCH
           ELSE
               MOVE "N" TO WS-EN-RANGO-SWITCH
           END-IF.
           IF SJ-SEQ IS NOT NUMERIC OR SJ-CHAIN IS NOT NUMERIC
               IF WS-CADENA-EMPEZADA
                   MOVE "REGISTRO SIN ENCADENAR (INSERTADO)"
                       TO WS-ANOMALIA
                   MOVE "Y" TO WS-ROTURA-SWITCH
                   PERFORM 2500-ANOTAR-ANOMALIA
               ELSE
                   ADD 1 TO WS-SIN-CADENA
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF WS-EN-RANGO
               ADD 1 TO WS-VERIFICADOS
           END-IF.
           MOVE "Y" TO WS-ROTURA-SWITCH.
           EVALUATE TRUE
               WHEN NOT WS-CADENA-EMPEZADA AND SJ-SEQ NOT = 1
                   COMPUTE WS-FALTAN = SJ-SEQ - 1
                   PERFORM 2200-ANOTAR-FALTAN
               WHEN NOT WS-CADENA-EMPEZADA
                   MOVE ZERO TO WS-PREV-CHAIN
                   PERFORM 2300-COMPROBAR-ENLACE
               WHEN SJ-SEQ > WS-PREV-SEQ + 1
                   COMPUTE WS-FALTAN = SJ-SEQ - WS-PREV-SEQ - 1
                   PERFORM 2200-ANOTAR-FALTAN
               WHEN SJ-SEQ NOT > WS-PREV-SEQ
                   MOVE "SECUENCIA REPETIDA O ATRASADA (INSERTADO)"
                       TO WS-ANOMALIA
                   PERFORM 2500-ANOTAR-ANOMALIA
               WHEN OTHER
                   PERFORM 2300-COMPROBAR-ENLACE
           END-EVALUATE.
      *    EL ULTIMO REGISTRO DE LA VERIFICACION ANTERIOR DEBE SEGUIR
      *    IGUAL
           IF WS-ANCLA-SEQ > ZERO AND SJ-SEQ = WS-ANCLA-SEQ
               AND SJ-CHAIN NOT = WS-ANCLA-CHAIN
               MOVE "DISTINTO DEL YA VERIFICADO (ALTERADO)"
                   TO WS-ANOMALIA
               PERFORM 2500-ANOTAR-ANOMALIA
           END-IF.
           MOVE SJ-DATE TO WS-MOM-FECHA.
           MOVE SJ-TIME TO WS-MOM-HORA.
           IF WS-CADENA-EMPEZADA AND WS-MOMENTO < WS-PREV-MOMENTO
               MOVE "FECHA/HORA ANTERIOR A LA DEL PREVIO"
                   TO WS-ANOMALIA
               MOVE "N" TO WS-ROTURA-SWITCH
               PERFORM 2500-ANOTAR-ANOMALIA
               IF WS-EN-RANGO
                   ADD 1 TO WS-DESORDENES
               END-IF
           END-IF.
           SET WS-CADENA-EMPEZADA TO TRUE.
           MOVE SJ-SEQ TO WS-PREV-SEQ.
           MOVE SJ-CHAIN TO WS-PREV-CHAIN.
           MOVE WS-MOMENTO TO WS-PREV-MOMENTO.
           IF SJ-SEQ > WS-ULTIMA-SEQ
               MOVE SJ-SEQ TO WS-ULTIMA-SEQ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ANOTAR-FALTAN.
           MOVE WS-FALTAN TO WS-FALTAN-ED.
           MOVE SPACES TO WS-ANOMALIA.
           STRING "REGISTROS BORRADOS ANTES: " DELIMITED BY SIZE
               WS-FALTAN-ED DELIMITED BY SIZE
               INTO WS-ANOMALIA.
           PERFORM 2500-ANOTAR-ANOMALIA.

       2300-COMPROBAR-ENLACE.
           CALL "secHash" USING WS-PREV-CHAIN
               SECURITY-JOURNAL-RECORD(1:101) WS-CHAIN-CALCULADO.
           IF WS-CHAIN-CALCULADO NOT = SJ-CHAIN
               MOVE "ENLACE ROTO (REGISTRO ALTERADO)" TO WS-ANOMALIA
               PERFORM 2500-ANOTAR-ANOMALIA
           END-IF.

      ******************************************************************
      * SOLO CUENTAN LOS REGISTROS DEL RANGO. EL PRIMERO QUE ROMPE LA
      * CADENA ENCABEZA EL INFORME; UN DESORDEN DE FECHA/HORA SOLO ES
      * AVISO.
      ******************************************************************
       2500-ANOTAR-ANOMALIA.
           IF WS-EN-RANGO
               ADD 1 TO WS-ANOMALIAS
               IF WS-ROTURA AND NOT WS-CADENA-ROTA
                   SET WS-CADENA-ROTA TO TRUE
                   MOVE WS-LINEA TO WS-ROTO-LINEA
                   MOVE SECURITY-JOURNAL-RECORD(93:9) TO WS-ROTO-SEQ
                   MOVE SECURITY-JOURNAL-RECORD(1:8) TO WS-ROTO-FECHA
                   MOVE SECURITY-JOURNAL-RECORD(10:8) TO WS-ROTO-HORA
                   MOVE WS-ANOMALIA TO WS-ROTO-TEXTO
               END-IF
               MOVE WS-LINEA TO RDL-LINEA
               MOVE SECURITY-JOURNAL-RECORD(93:9) TO RDL-SEQ
               MOVE SECURITY-JOURNAL-RECORD(1:8) TO RDL-FECHA
               MOVE SECURITY-JOURNAL-RECORD(10:8) TO RDL-HORA
               MOVE WS-ANOMALIA TO RDL-ANOMALIA
               WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           END-IF.

       3000-CIERRE.
      *    REGISTROS BORRADOS DEL FINAL: EL ULTIMO YA VERIFICADO NO
      *    LLEGO A APARECER
           IF WS-ANCLA-SEQ > WS-ULTIMA-SEQ
               MOVE SPACES TO SECURITY-JOURNAL-RECORD
               MOVE WS-ANCLA-SEQ TO SJ-SEQ
               COMPUTE WS-FALTAN = WS-ANCLA-SEQ - WS-ULTIMA-SEQ
               MOVE "Y" TO WS-EN-RANGO-SWITCH
               MOVE "Y" TO WS-ROTURA-SWITCH
               MOVE WS-FALTAN TO WS-FALTAN-ED
               MOVE SPACES TO WS-ANOMALIA
               STRING "REGISTROS BORRADOS AL FINAL: " DELIMITED BY SIZE
                   WS-FALTAN-ED DELIMITED BY SIZE
                   INTO WS-ANOMALIA
               PERFORM 2500-ANOTAR-ANOMALIA
           END-IF.
           IF WS-CADENA-ROTA
               MOVE WS-ROTO-LINEA TO RRL-LINEA
               MOVE WS-ROTO-SEQ TO RRL-SEQ
               MOVE WS-ROTO-FECHA TO RRL-FECHA
               MOVE WS-ROTO-HORA TO RRL-HORA
               WRITE REPORT-RECORD FROM RPT-ROTO-LINE
               MOVE WS-ROTO-TEXTO TO RRT-TEXTO
               WRITE REPORT-RECORD FROM RPT-ROTO-TEXTO
               MOVE 8 TO WS-RETURN-CODE
               MOVE SPACES TO WS-ALERTA-MENSAJE
               STRING "SECJRNL.DAT ROTO EN LA LINEA " DELIMITED BY SIZE
                   WS-ROTO-LINEA DELIMITED BY SIZE
                   INTO WS-ALERTA-MENSAJE
               MOVE "C" TO WS-ALERTA-SEVERIDAD
               PERFORM 8100-REGISTRAR-ALERTA
           ELSE
               WRITE REPORT-RECORD FROM RPT-INTACTA-LINE
               IF WS-DESORDENES > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-VERIFICADOS TO RTL-VERIFICADOS.
           MOVE WS-SIN-CADENA TO RTL-SIN-CADENA.
           MOVE WS-ANOMALIAS TO RTL-ANOMALIAS.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           PERFORM 3100-GRABAR-ESTADO.
           DISPLAY "SECVRFY: " WS-VERIFICADOS " REGISTROS, "
               WS-ANOMALIAS " ANOMALIAS, RC " WS-RETURN-CODE.

       3100-GRABAR-ESTADO.
           MOVE SPACES TO SEC-VERIFY-STATUS-RECORD.
           ACCEPT VS-FECHA FROM DATE YYYYMMDD.
           ACCEPT VS-HORA FROM TIME.
           MOVE WS-FECHA-DESDE TO VS-DESDE.
           MOVE WS-FECHA-HASTA TO VS-HASTA.
           IF WS-CADENA-ROTA
               SET VS-ROTA TO TRUE
           ELSE
               SET VS-CORRECTA TO TRUE
           END-IF.
           MOVE WS-VERIFICADOS TO VS-REGISTROS.
           MOVE WS-ANOMALIAS TO VS-ANOMALIAS.
           MOVE WS-ROTO-SEQ TO VS-ROTO-SEQ.
           MOVE WS-ROTO-FECHA TO VS-ROTO-FECHA.
           MOVE WS-ROTO-HORA TO VS-ROTO-HORA.
           MOVE WS-PREV-SEQ TO VS-ULTIMA-SEQ.
           MOVE WS-PREV-CHAIN TO VS-ULTIMO-CHAIN.
           OPEN OUTPUT STATUS-FILE.
           WRITE SEC-VERIFY-STATUS-RECORD.
           CLOSE STATUS-FILE.

       8100-REGISTRAR-ALERTA.
           MOVE SPACES TO ALERT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "secVrfy" TO AL-PROGRAM.
           MOVE WS-ALERTA-MENSAJE TO AL-MESSAGE.
           MOVE "N" TO AL-ACK-FLAG.
           MOVE SPACES TO AL-ACK-OPERATOR.
           MOVE WS-ALERTA-SEVERIDAD TO AL-SEVERITY.
           MOVE ZERO TO AL-SEQ.
           DISPLAY "SECVRFY: ALERTA " WS-ALERTA-SEVERIDAD " "
               WS-ALERTA-MENSAJE.
           PERFORM 8120-ABRIR-ALERTAS THRU 8120-EXIT.
           IF WS-ALERT-STATUS = "00"
               MOVE "N" TO WS-ALERTA-GRABADA-SWITCH
               PERFORM 8110-GRABAR-ALERTA UNTIL WS-ALERTA-GRABADA
               CLOSE ALERT-FILE
           END-IF.

       8110-GRABAR-ALERTA.
      *    OTRA ALERTA EN LA MISMA CENTESIMA: SE TOMA EL AL-SEQ
      *    SIGUIENTE
           WRITE ALERT-RECORD
               INVALID KEY
                   IF WS-ALERT-STATUS = "22" AND AL-SEQ < 9999
                       ADD 1 TO AL-SEQ
                   ELSE
                       DISPLAY "ALERTA NO ENCOLADA (STATUS "
                           WS-ALERT-STATUS ")"
                       SET WS-ALERTA-GRABADA TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-ALERTA-GRABADA TO TRUE
           END-WRITE.

      *ALERTS.DAT SE ABRE SOLO PARA GRABAR CADA ALERTA; SI OTRO
      *PROGRAMA LO TIENE ABIERTO SE REINTENTA, COMO EN DivisionesBatch
       8120-ABRIR-ALERTAS.
           MOVE ZERO TO WS-ALERT-INTENTOS.
       8120-REINTENTAR.
           OPEN I-O ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   CONTINUE
               WHEN WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   IF WS-ALERT-STATUS = "00"
                       CLOSE ALERT-FILE
                       GO TO 8120-REINTENTAR
                   END-IF
                   DISPLAY "NO SE PUEDE CREAR ALERTS.DAT (STATUS "
                       WS-ALERT-STATUS ")"
               WHEN WS-ALERT-STATUS = "30" OR WS-ALERT-STATUS = "39"
      *        COLA SECUENCIAL ANTIGUA SIN CONVERTIR (alertReorg)
                   DISPLAY "ALERTS.DAT ILEGIBLE (STATUS "
                       WS-ALERT-STATUS "), CONVIERTALO CON "
                       "alertReorg"
               WHEN OTHER
                   ADD 1 TO WS-ALERT-INTENTOS
                   IF WS-ALERT-INTENTOS > 500
                       DISPLAY "ALERTS.DAT SIGUE OCUPADO "
                           "(STATUS " WS-ALERT-STATUS "), "
                           "REINTENTANDO"
                       MOVE ZERO TO WS-ALERT-INTENTOS
                   END-IF
                   GO TO 8120-REINTENTAR
           END-EVALUATE.
       8120-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-SEG-ABIERTO
               CLOSE SECURITY-JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
       END PROGRAM secVrfy.
