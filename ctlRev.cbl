      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: review screen for the monthly control sample that
      *          ctlSamp drew into CTLSAMP.DAT (see the CTLSAMP
      *          copybook). A supervisor takes the sampled
      *          calculations one by one, checks each against its
      *          source document and either confirms it (CONFORME) or
      *          flags it (MARCADO) with a mandatory comment. Nobody
      *          reviews a calculation they posted (CS-OPERATOR) or
      *          approved (CS-APROBADOR: the supervisor of the
      *          override or of the calcAdj reversal); the attempt is
      *          refused and journaled. A verdict is final. Every
      *          verdict is journaled to SECJRNL.DAT. CTLSAMP.DAT is
      *          opened only for each read and for each verdict, which
      *          re-reads the item first and is refused if another
      *          supervisor reviewed it meanwhile. Requires a
      *          supervisor sign-on against AUTHUSR.DAT (rol S, not
      *          locked); RETURN-CODE 8 when refused or when the
      *          month has no sample.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      * 2026-10-15 FA  CTLSAMP.DAT OPENED PER READ AND PER VERDICT WITH
      *                RETRY WHILE BUSY; THE ITEM IS RE-READ BEFORE THE
      *                VERDICT IS WRITTEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlRev.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. revision supervisada de la muestra de control mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-SAMPLE-FILE ASSIGN TO "CTLSAMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-SAMPLE-FILE.
           COPY CTLSAMP.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-CS-STATUS                PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-BD-STATUS                PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-AUTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTORIZADO-SWITCH        PIC X VALUE "N".
           88  WS-AUTORIZADO           VALUE "Y".
       01  WS-HALLADO-SWITCH           PIC X VALUE "N".
           88  WS-HALLADO              VALUE "Y".
       01  WS-CS-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-CS-ABIERTO           VALUE "Y".
       01  WS-CS-INTENTOS              PIC 9(3) VALUE ZERO.
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-OPCION                   PIC X.
           88  WS-OPCION-PENDIENTE     VALUE "P" "p".
           88  WS-OPCION-NUMERO        VALUE "N" "n".
           88  WS-OPCION-LISTAR        VALUE "L" "l".
           88  WS-OPCION-SALIR         VALUE "S" "s".
       01  WS-VEREDICTO                PIC X.
           88  WS-VEREDICTO-CONFORME   VALUE "C" "c".
           88  WS-VEREDICTO-MARCAR     VALUE "M" "m".
       01  WS-COMENTARIO               PIC X(40).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-MES-X                    PIC X(6).
       01  WS-MES                      PIC 9(6).
       01  WS-MES-DET REDEFINES WS-MES.
           05  WS-MES-AAAA             PIC 9(4).
           05  WS-MES-MM               PIC 99.
       01  WS-ITEM-X                   PIC X(5).
       01  WS-ITEM                     PIC 9(5).
       01  WS-ULTIMO-ITEM              PIC 9(5) VALUE ZERO.
       01  WS-MUESTRA                  PIC 9(5).
       01  WS-PENDIENTES               PIC 9(5).
       01  WS-AJENOS                   PIC 9(5).
       01  WS-LISTADOS                 PIC 9(5).
       01  WS-IMPORTE-ED               PIC -(7)9.99.
       01  WS-MOTIVO-TEXTO             PIC X(24).
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: LA REVISION DE LA MUESTRA "
                   "REQUIERE SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "REVISION DE LA MUESTRA" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 2000-ABRIR-MUESTRA THRU 2000-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 3000-MENU UNTIL WS-OPCION-SALIR
           END-IF.
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

      ******************************************************************
      * EL MES A REVISAR (POR DEFECTO EL ANTERIOR AL DE NEGOCIO, EL
      * QUE ctlSamp SORTEA POR DEFECTO) DEBE TENER CABECERA
      ******************************************************************
       2000-ABRIR-MUESTRA.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES.
           IF WS-MES-MM = 1
               SUBTRACT 1 FROM WS-MES-AAAA
               MOVE 12 TO WS-MES-MM
           ELSE
               SUBTRACT 1 FROM WS-MES-MM
           END-IF.
           DISPLAY "MES A REVISAR (YYYYMM, INTRO = " WS-MES "):".
           ACCEPT WS-MES-X.
           IF WS-MES-X NOT = SPACES
               IF WS-MES-X IS NUMERIC
                   MOVE WS-MES-X TO WS-MES
               ELSE
                   MOVE ZERO TO WS-MES
               END-IF
           END-IF.
           PERFORM 2100-ABRIR-FICHERO THRU 2100-EXIT.
           IF NOT WS-CS-ABIERTO
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "EL MES " WS-MES " NO TIENE MUESTRA "
                       "(ctlSamp)"
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 2900-CERRAR-MUESTRA
                   GO TO 2000-EXIT
           END-READ.
           MOVE CS-MUESTRA TO WS-MUESTRA.
           DISPLAY "MUESTRA DEL MES " WS-MES ": " CS-MUESTRA
               " CALCULOS DE " CS-POBLACION ", SORTEADA POR "
               CS-SORTEO-POR " EL " CS-SORTEO-FECHA.
           PERFORM 6000-CONTAR-PENDIENTES.
           PERFORM 2900-CERRAR-MUESTRA.
           DISPLAY "PENDIENTES " WS-PENDIENTES ", DE ELLOS "
               WS-AJENOS " GRABADOS O APROBADOS POR " WS-SUPER-ID
               " (LOS REVISA OTRO SUPERVISOR)".
       2000-EXIT.
           EXIT.

      ******************************************************************
      * CTLSAMP.DAT SE ABRE EN I-O SOLO MIENTRAS DURA CADA LECTURA Y
      * CADA VEREDICTO (OTROS SUPERVISORES REVISAN EL MISMO MES Y
      * ctlSamp SORTEA LOS SIGUIENTES): SE REINTENTA MIENTRAS OTRO LO
      * TIENE. SI NO EXISTE NO HAY MUESTRA QUE REVISAR.
      ******************************************************************
       2100-ABRIR-FICHERO.
           MOVE "N" TO WS-CS-ABIERTO-SWITCH.
           MOVE ZERO TO WS-CS-INTENTOS.
       2100-REINTENTAR.
           OPEN I-O CONTROL-SAMPLE-FILE.
           EVALUATE TRUE
               WHEN WS-CS-STATUS = "00"
                   SET WS-CS-ABIERTO TO TRUE
               WHEN WS-CS-STATUS = "35"
                   DISPLAY "CTLSAMP.DAT NO EXISTE: SORTEE LA MUESTRA "
                       "CON ctlSamp"
                   GO TO 2100-EXIT
               WHEN WS-CS-STATUS = "30" OR WS-CS-STATUS = "39"
                   DISPLAY "CTLSAMP.DAT ILEGIBLE (STATUS "
                       WS-CS-STATUS ")"
                   GO TO 2100-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CS-INTENTOS
                   IF WS-CS-INTENTOS > 500
                       DISPLAY "CTLSAMP.DAT SIGUE OCUPADO (STATUS "
                           WS-CS-STATUS "), REINTENTANDO"
                       MOVE ZERO TO WS-CS-INTENTOS
                   END-IF
                   GO TO 2100-REINTENTAR
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2900-CERRAR-MUESTRA.
           IF WS-CS-ABIERTO
               CLOSE CONTROL-SAMPLE-FILE
               MOVE "N" TO WS-CS-ABIERTO-SWITCH
           END-IF.

       3000-MENU.
           DISPLAY "REVISION DE LA MUESTRA DE CONTROL, MES " WS-MES.
           DISPLAY "  (P)ENDIENTE SIGUIENTE (N)UMERO DE ITEM "
               "(L)ISTAR PENDIENTES (S)ALIR".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-PENDIENTE
                   PERFORM 4000-SIGUIENTE-PENDIENTE THRU 4000-EXIT
               WHEN WS-OPCION-NUMERO
                   PERFORM 4500-ITEM-POR-NUMERO THRU 4500-EXIT
               WHEN WS-OPCION-LISTAR
                   PERFORM 2100-ABRIR-FICHERO THRU 2100-EXIT
                   IF WS-CS-ABIERTO
                       PERFORM 6500-LISTAR-PENDIENTES
                       PERFORM 2900-CERRAR-MUESTRA
                   END-IF
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * EL SIGUIENTE ITEM PENDIENTE QUE ESTE SUPERVISOR PUEDE REVISAR
      * (SE SALTAN LOS QUE GRABO O APROBO), A PARTIR DEL ULTIMO VISTO
      * Y VOLVIENDO AL PRINCIPIO UNA VEZ
      ******************************************************************
       4000-SIGUIENTE-PENDIENTE.
           PERFORM 2100-ABRIR-FICHERO THRU 2100-EXIT.
           IF NOT WS-CS-ABIERTO
               GO TO 4000-EXIT.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 4100-BUSCAR-PENDIENTE.
           IF NOT WS-HALLADO AND WS-ULTIMO-ITEM > ZERO
               MOVE ZERO TO WS-ULTIMO-ITEM
               PERFORM 4100-BUSCAR-PENDIENTE
           END-IF.
           IF NOT WS-HALLADO
               DISPLAY "NO QUEDAN ITEMS PENDIENTES QUE PUEDA REVISAR"
               PERFORM 2900-CERRAR-MUESTRA
               GO TO 4000-EXIT.
           MOVE CS-ITEM TO WS-ULTIMO-ITEM.
           PERFORM 5000-REVISAR-ITEM THRU 5000-EXIT.
           PERFORM 2900-CERRAR-MUESTRA.
       4000-EXIT.
           EXIT.

       4100-BUSCAR-PENDIENTE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-MES TO CS-MES.
           MOVE WS-ULTIMO-ITEM TO CS-ITEM.
           START CONTROL-SAMPLE-FILE KEY IS GREATER THAN CS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 4110-LEER-PENDIENTE UNTIL WS-EOF OR WS-HALLADO.

       4110-LEER-PENDIENTE.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CS-PENDIENTE
                           AND CS-OPERATOR NOT = WS-SUPER-ID
                           AND CS-APROBADOR NOT = WS-SUPER-ID
                           SET WS-HALLADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       4500-ITEM-POR-NUMERO.
           DISPLAY "NUMERO DE ITEM:".
           ACCEPT WS-ITEM-X.
           IF WS-ITEM-X IS NOT NUMERIC
               MOVE ZERO TO WS-ITEM
           ELSE
               MOVE WS-ITEM-X TO WS-ITEM
           END-IF.
           IF WS-ITEM = ZERO OR WS-ITEM > WS-MUESTRA
               DISPLAY "ITEM NO VALIDO (1 A " WS-MUESTRA ")"
               GO TO 4500-EXIT.
           PERFORM 2100-ABRIR-FICHERO THRU 2100-EXIT.
           IF NOT WS-CS-ABIERTO
               GO TO 4500-EXIT.
           MOVE WS-MES TO CS-MES.
           MOVE WS-ITEM TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM " NO ENCONTRADO"
                   PERFORM 2900-CERRAR-MUESTRA
                   GO TO 4500-EXIT
           END-READ.
           MOVE CS-ITEM TO WS-ULTIMO-ITEM.
           PERFORM 5000-REVISAR-ITEM THRU 5000-EXIT.
           PERFORM 2900-CERRAR-MUESTRA.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * EL CALCULO DEL ITEM LEIDO Y SU VEREDICTO. UN ITEM REVISADO NO
      * SE VUELVE A REVISAR; QUIEN GRABO O APROBO EL CALCULO NO LO
      * REVISA. EL FICHERO SE CIERRA MIENTRAS EL SUPERVISOR DECIDE Y
      * EL ITEM SE RELEE ANTES DE GRABAR EL VEREDICTO.
      ******************************************************************
       5000-REVISAR-ITEM.
           PERFORM 5100-MOSTRAR-ITEM.
           IF NOT CS-PENDIENTE
               DISPLAY "ITEM YA REVISADO POR " CS-REVISOR " EL "
                   CS-REV-FECHA
               IF CS-COMENTARIO NOT = SPACES
                   DISPLAY "  COMENTARIO: " CS-COMENTARIO
               END-IF
               GO TO 5000-EXIT.
           IF CS-OPERATOR = WS-SUPER-ID OR CS-APROBADOR = WS-SUPER-ID
               DISPLAY "REVISION DENEGADA: " WS-SUPER-ID " GRABO O "
                   "APROBO ESTE CALCULO"
               MOVE "SAMP DENY" TO WS-SEG-EVENTO
               PERFORM 5300-DETALLE-SEGURIDAD
               PERFORM 7100-REGISTRAR-SEGURIDAD
               GO TO 5000-EXIT.
           PERFORM 2900-CERRAR-MUESTRA.
           DISPLAY "VEREDICTO: (C)ONFORME (M)ARCAR "
               "(INTRO = DEJAR PENDIENTE)".
           ACCEPT WS-VEREDICTO.
           EVALUATE TRUE
               WHEN WS-VEREDICTO-CONFORME
                   MOVE "SAMP CONFIRM" TO WS-SEG-EVENTO
               WHEN WS-VEREDICTO-MARCAR
                   DISPLAY "COMENTARIO (OBLIGATORIO, 40 CARACTERES):"
                   MOVE SPACES TO WS-COMENTARIO
                   ACCEPT WS-COMENTARIO
                   IF WS-COMENTARIO = SPACES
                       DISPLAY "SIN COMENTARIO NO SE MARCA, SIGUE "
                           "PENDIENTE"
                       GO TO 5000-EXIT
                   END-IF
                   MOVE "SAMP FLAG" TO WS-SEG-EVENTO
               WHEN OTHER
                   DISPLAY "SIGUE PENDIENTE"
                   GO TO 5000-EXIT
           END-EVALUATE.
           PERFORM 5200-RELEER-ITEM THRU 5200-EXIT.
           IF NOT WS-HALLADO
               GO TO 5000-EXIT.
           IF WS-VEREDICTO-CONFORME
               MOVE "C" TO CS-ESTADO
               MOVE SPACES TO CS-COMENTARIO
           ELSE
               MOVE "F" TO CS-ESTADO
               MOVE WS-COMENTARIO TO CS-COMENTARIO
           END-IF.
           MOVE WS-SUPER-ID TO CS-REVISOR.
           ACCEPT CS-REV-FECHA FROM DATE YYYYMMDD.
           ACCEPT CS-REV-HORA FROM TIME.
           REWRITE CONTROL-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO CTLSAMP.DAT (STATUS "
                       WS-CS-STATUS ")"
                   GO TO 5000-EXIT
           END-REWRITE.
           PERFORM 5300-DETALLE-SEGURIDAD.
           PERFORM 7100-REGISTRAR-SEGURIDAD.
           IF CS-CONFORME
               DISPLAY "ITEM " CS-ITEM " CONFORME"
           ELSE
               DISPLAY "ITEM " CS-ITEM " MARCADO"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-MOSTRAR-ITEM.
           EVALUATE TRUE
               WHEN CS-OVR-DURO
                   MOVE "OVERRIDE LIMITE DURO" TO WS-MOTIVO-TEXTO
               WHEN CS-OVR-DIARIO
                   MOVE "OVERRIDE LIMITE DIARIO" TO WS-MOTIVO-TEXTO
               WHEN CS-REVERSO
                   MOVE "REVERSO calcAdj" TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "NORMAL" TO WS-MOTIVO-TEXTO
           END-EVALUATE.
           DISPLAY "ITEM " CS-ITEM " DE " WS-MUESTRA "   "
               WS-MOTIVO-TEXTO.
           DISPLAY "  CALCULO " CS-CALC-DATE " " CS-CALC-RUN-ID " "
               CS-CALC-SEQ " ENTIDAD " CS-CALC-ENTITY.
           DISPLAY "  PROGRAMA " CS-PROGRAM " OPERACION " CS-OPERATION.
           MOVE CS-VALUE-1 TO WS-IMPORTE-ED.
           DISPLAY "  VALOR 1   " WS-IMPORTE-ED " " CS-CURRENCY.
           MOVE CS-VALUE-2 TO WS-IMPORTE-ED.
           DISPLAY "  VALOR 2   " WS-IMPORTE-ED " " CS-CURRENCY.
           MOVE CS-RESULT TO WS-IMPORTE-ED.
           DISPLAY "  RESULTADO " WS-IMPORTE-ED " " CS-CURRENCY.
           DISPLAY "  GRABADO POR " CS-OPERATOR "  APROBADO POR "
               CS-APROBADOR.

      ******************************************************************
      * EL ITEM SE RELEE CON EL FICHERO YA ABIERTO PARA EL VEREDICTO:
      * SI OTRO SUPERVISOR LO REVISO MIENTRAS TANTO, NO SE GRABA
      ******************************************************************
       5200-RELEER-ITEM.
           MOVE "N" TO WS-HALLADO-SWITCH.
           PERFORM 2100-ABRIR-FICHERO THRU 2100-EXIT.
           IF NOT WS-CS-ABIERTO
               DISPLAY "VEREDICTO NO GRABADO, EL ITEM SIGUE PENDIENTE"
               GO TO 5200-EXIT.
           MOVE WS-MES TO CS-MES.
           MOVE WS-ULTIMO-ITEM TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "ITEM " WS-ULTIMO-ITEM " NO ENCONTRADO "
                       "(STATUS " WS-CS-STATUS "), VEREDICTO NO "
                       "GRABADO"
                   GO TO 5200-EXIT
           END-READ.
           IF NOT CS-PENDIENTE
               DISPLAY "ITEM REVISADO ENTRETANTO POR " CS-REVISOR
                   " EL " CS-REV-FECHA ", VEREDICTO NO GRABADO"
               GO TO 5200-EXIT.
           SET WS-HALLADO TO TRUE.
       5200-EXIT.
           EXIT.

       5300-DETALLE-SEGURIDAD.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING CS-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CS-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-CALC-ENTITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-OPERATION DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.

      ******************************************************************
      * PENDIENTES DEL MES Y, DE ELLOS, LOS QUE ESTE SUPERVISOR NO
      * PUEDE REVISAR
      ******************************************************************
       6000-CONTAR-PENDIENTES.
           MOVE ZERO TO WS-PENDIENTES.
           MOVE ZERO TO WS-AJENOS.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM 6900-POSICIONAR-ITEMS.
           PERFORM 6100-CONTAR-ITEM UNTIL WS-EOF.

       6100-CONTAR-ITEM.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CS-PENDIENTE
                           ADD 1 TO WS-PENDIENTES
                           IF CS-OPERATOR = WS-SUPER-ID
                               OR CS-APROBADOR = WS-SUPER-ID
                               ADD 1 TO WS-AJENOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       6500-LISTAR-PENDIENTES.
           MOVE ZERO TO WS-LISTADOS.
           PERFORM 6900-POSICIONAR-ITEMS.
           PERFORM 6600-LISTAR-ITEM UNTIL WS-EOF.
           IF WS-LISTADOS = ZERO
               DISPLAY "SIN ITEMS PENDIENTES EN EL MES " WS-MES
           ELSE
               DISPLAY WS-LISTADOS " ITEMS PENDIENTES"
           END-IF.

       6600-LISTAR-ITEM.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CS-PENDIENTE
                           ADD 1 TO WS-LISTADOS
                           MOVE CS-RESULT TO WS-IMPORTE-ED
                           DISPLAY CS-ITEM " " CS-CALC-DATE " "
                               CS-CALC-ENTITY " " CS-OPERATION " "
                               WS-IMPORTE-ED " " CS-MOTIVO " "
                               CS-OPERATOR " " CS-APROBADOR
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * LOS ITEMS DEL MES, DESPUES DE LA CABECERA
      ******************************************************************
       6900-POSICIONAR-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           START CONTROL-SAMPLE-FILE KEY IS GREATER THAN CS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      ******************************************************************
      * LOS VEREDICTOS Y LAS REVISIONES DENEGADAS VAN AL JOURNAL DE
      * SEGURIDAD CONSOLIDADO SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "ctlRev" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.
       END PROGRAM ctlRev.
