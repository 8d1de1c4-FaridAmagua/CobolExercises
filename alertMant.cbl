      *          ALERTS.DAT - lista cada alerta pendiente con su
      *          numero y deja que el operador la marque reconocida
      *          con su id. Se lanza desde el menu de MenuPrincipal.
      *          Cada reconocimiento relee y reescribe solo el
      *          registro de esa alerta en el ALERTS.DAT indexado,
      *          asi que las alertas ya reconocidas conservan su
      *          historial y las que otros programas encolan mientras
      *          tanto no se pierden.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                ENTRIES (WAS 80) - THE CATALOG WAS ABOUT TO
      *                HIT THE OLD CEILING AND OVERFLOWING ENTRIES
      *                SILENTLY FELL BACK TO THE HARDCODED TEXT.
      * 2026-10-15 FA  ALERTS.DAT IS NOW INDEXED ON AL-KEY (SEE THE
      *                ALERT COPYBOOK). THE QUEUE IS NO LONGER
      *                REWRITTEN WITH OPEN OUTPUT ON EXIT - THAT
      *                WIPED EVERY ALERT QUEUED WHILE THE PROGRAM WAS
      *                OPEN AND LET TWO OPERATORS OVERWRITE EACH
      *                OTHER. AN ACKNOWLEDGEMENT NOW OPENS THE FILE
      *                I-O (RETRY WHILE BUSY), RE-READS THAT ONE
      *                ALERT BY KEY, REFUSES IF SOMEONE ELSE HAS
      *                ACKNOWLEDGED IT MEANWHILE, AND REWRITES IT.
      *                ONLY UNACKNOWLEDGED ALERTS ARE LOADED; PAST 200
      *                THE OLDEST 200 ARE LISTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertMant.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "MSGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ALERT-INTENTOS           PIC 9(3).
       01  WS-SUB                      PIC 9(3).
       01  WS-ALERTA-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PENDIENTES               PIC 9(3) VALUE ZERO.

       01  WS-ALERTA-TABLA.
           05  WS-ALERTA-ENTRY OCCURS 200 TIMES.
               10  WS-AL-KEY           PIC X(20).
               10  WS-AL-DATE          PIC 9(8).
               10  WS-AL-TIME          PIC 9(8).
               10  WS-AL-PROGRAM       PIC X(20).
           INICIO.
               MOVE ZERO TO WS-ALERTA-COUNT.
               MOVE "N" TO WS-EOF-SWITCH.
               PERFORM CARGAR-MENSAJES.
               OPEN INPUT ALERT-FILE.
               IF WS-ALERT-STATUS = "35"
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   GOBACK.
               IF WS-ALERT-STATUS NOT = "00"
                   MOVE "ALR-014" TO WS-MSG-KEY
                   MOVE "ALERTS.DAT NO DISPONIBLE, REINTENTE"
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "STATUS " WS-ALERT-STATUS
                   GOBACK.
               PERFORM CARGAR-ALERTA UNTIL WS-EOF.
               CLOSE ALERT-FILE.
               MOVE "ALR-012" TO WS-MSG-KEY.
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LISTAR.
               PERFORM RECONOCER-ALERTA THRU RECONOCER-ALERTA-FIN.
               GO TO LISTAR.

      ******************************************************************
      * RECONOCIMIENTO DE UNA SOLA ALERTA: SE ABRE ALERTS.DAT EN I-O
      * (REINTENTANDO MIENTRAS OTRO PROGRAMA LO TIENE), SE RELEE EL
      * REGISTRO POR SU CLAVE Y SOLO SE REESCRIBE SI NADIE LO HA
      * RECONOCIDO ENTRETANTO
      ******************************************************************
           RECONOCER-ALERTA.
               MOVE ZERO TO WS-ALERT-INTENTOS.
           RECONOCER-ALERTA-ABRIR.
               OPEN I-O ALERT-FILE.
               IF WS-ALERT-STATUS = "35" OR WS-ALERT-STATUS = "30"
                   OR WS-ALERT-STATUS = "39"
                   MOVE "ALR-014" TO WS-MSG-KEY
                   MOVE "ALERTS.DAT NO DISPONIBLE, REINTENTE"
                       TO WS-MSG-DEFECTO
                   PERFORM MOSTRAR-MENSAJE
                   GO TO RECONOCER-ALERTA-FIN.
               IF WS-ALERT-STATUS NOT = "00"
                   ADD 1 TO WS-ALERT-INTENTOS
                   IF WS-ALERT-INTENTOS > 500
                       DISPLAY "ALERTS.DAT SIGUE OCUPADO (STATUS "
                           WS-ALERT-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-ALERT-INTENTOS
                   END-IF
                   GO TO RECONOCER-ALERTA-ABRIR.
               MOVE WS-AL-KEY(WS-NUMERO) TO AL-KEY.
               READ ALERT-FILE
                   INVALID KEY
                       MOVE "ALR-015" TO WS-MSG-KEY
                       MOVE "LA ALERTA YA NO ESTA EN ALERTS.DAT"
                           TO WS-MSG-DEFECTO
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "Y" TO WS-AL-ACK-FLAG(WS-NUMERO)
                   NOT INVALID KEY
                       IF AL-ACK-FLAG = "Y"
                           MOVE "ALR-013" TO WS-MSG-KEY
                           MOVE "YA RECONOCIDA POR OTRO OPERADOR:"
                               TO WS-MSG-DEFECTO
                           PERFORM OBTENER-MENSAJE
                           DISPLAY WS-MSG-TEXTO(1:40) " "
                               AL-ACK-OPERATOR
                           MOVE "Y" TO WS-AL-ACK-FLAG(WS-NUMERO)
                           MOVE AL-ACK-OPERATOR
                               TO WS-AL-ACK-OPERATOR(WS-NUMERO)
                       ELSE
                           PERFORM REESCRIBIR-ALERTA
                       END-IF
               END-READ.
               CLOSE ALERT-FILE.
           RECONOCER-ALERTA-FIN.
               EXIT.

           REESCRIBIR-ALERTA.
               MOVE "Y" TO AL-ACK-FLAG.
               MOVE WS-OPERADOR TO AL-ACK-OPERATOR.
               REWRITE ALERT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REESCRIBIENDO LA ALERTA "
                           WS-NUMERO " (STATUS " WS-ALERT-STATUS ")"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AL-ACK-FLAG(WS-NUMERO)
                       MOVE WS-OPERADOR
                           TO WS-AL-ACK-OPERATOR(WS-NUMERO)
                       MOVE "ALR-009" TO WS-MSG-KEY
                       MOVE "RECONOCIDA" TO WS-MSG-DEFECTO
                       PERFORM OBTENER-MENSAJE
                       DISPLAY "ALERTA " WS-NUMERO " "
                           WS-MSG-TEXTO(1:20)
               END-REWRITE.

      ******************************************************************
      * CONVIERTE WS-NUMERO-X (DIGITOS JUSTIFICADOS A LA IZQUIERDA,
      * COMO LOS TECLEA EL OPERADOR) EN WS-NUMERO. WS-NUMERO-BUENO
                   END-IF
               END-IF.

      *    SOLO SE CARGAN LAS PENDIENTES; LAS RECONOCIDAS SE QUEDAN
      *    EN EL FICHERO SIN OCUPAR LA TABLA
           CARGAR-ALERTA.
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AL-ACK-FLAG = "Y"
                           CONTINUE
                       ELSE
                           IF WS-ALERTA-COUNT < 200
                               ADD 1 TO WS-ALERTA-COUNT
                               MOVE AL-KEY TO
                                   WS-AL-KEY(WS-ALERTA-COUNT)
                               MOVE AL-DATE TO
                                   WS-AL-DATE(WS-ALERTA-COUNT)
                               MOVE AL-TIME TO
                                   WS-AL-TIME(WS-ALERTA-COUNT)
                               MOVE AL-PROGRAM TO
                                   WS-AL-PROGRAM(WS-ALERTA-COUNT)
                               MOVE AL-MESSAGE TO
                                   WS-AL-MESSAGE(WS-ALERTA-COUNT)
                               MOVE AL-ACK-FLAG TO
                                   WS-AL-ACK-FLAG(WS-ALERTA-COUNT)
                               MOVE AL-ACK-OPERATOR TO
                                   WS-AL-ACK-OPERATOR(WS-ALERTA-COUNT)
      *                        ALERTAS ANTERIORES AL CAMPO VIENEN EN
      *                        BLANCO Y CUENTAN COMO AVISO
                               IF AL-CRITICA
                                   MOVE "C" TO
                                       WS-AL-SEVERITY(WS-ALERTA-COUNT)
                               ELSE
                                   MOVE "W" TO
                                       WS-AL-SEVERITY(WS-ALERTA-COUNT)
                               END-IF
                           ELSE
                               MOVE "ALR-010" TO WS-MSG-KEY
                               MOVE
                                 "MAS DE 200 PENDIENTES, SE LISTAN 200"
                                   TO WS-MSG-DEFECTO
                               PERFORM MOSTRAR-MENSAJE
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                       END-IF
               END-READ.

               END-IF.

           FINALIZAR.
               GOBACK.

           CARGAR-IDIOMA.
      *        EL AREA EXTERNAL DE LA SESION EN CURSO (SESSWORK,
      *        RELLENADA POR MenuPrincipal) MANDA SOBRE EL PRIMER
