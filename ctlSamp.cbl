      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: monthly control sample. Draws from CALCFILE.DAT the
      *          calculations of one finished month that a second
      *          person will check against the source document in
      *          ctlRev, and writes them to CTLSAMP.DAT (see the
      *          CTLSAMP copybook). The draw is stratified by entity
      *          and operation: every stratum gives SC-PORCENTAJE of
      *          its calculations (SAMPCFG.DAT, default 5%, at least
      *          one), and hard-limit overrides (OVRAPPR.DAT) and
      *          calcAdj reversals are drawn at that percentage times
      *          SC-PESO. The draw is reproducible: a Park-Miller
      *          generator started from the seed, which is kept in
      *          the month's header, walks the file in key order and
      *          takes exactly the stratum quota (selection sampling),
      *          so the same seed over the same month gives the same
      *          sample. One sample per month; a month already drawn
      *          is refused. Requires a supervisor sign-on against
      *          AUTHUSR.DAT (rol S, not locked); the draw is
      *          journaled to SECJRNL.DAT. RETURN-CODE 4 when the
      *          month has no calculations, 8 when refused.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlSamp.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. sorteo de la muestra de control mensual de calculos.
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
           SELECT CONTROL-SAMPLE-FILE ASSIGN TO "CTLSAMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.
           SELECT OVERRIDE-APPROVAL-FILE ASSIGN TO "OVRAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT SAMPLE-CONFIG-FILE ASSIGN TO "SAMPCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHUSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  CONTROL-SAMPLE-FILE.
           COPY CTLSAMP.
       FD  OVERRIDE-APPROVAL-FILE.
           COPY OVRAPPR.
       FD  SAMPLE-CONFIG-FILE.
           COPY SAMPCFG.
       FD  AUTH-FILE.
           COPY AUTHUSR.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-CS-STATUS                PIC XX.
       01  WS-OA-STATUS                PIC XX.
       01  WS-SC-STATUS                PIC XX.
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
       01  WS-CALC-ABIERTO-SWITCH      PIC X VALUE "N".
           88  WS-CALC-ABIERTO         VALUE "Y".
       01  WS-CS-ABIERTO-SWITCH        PIC X VALUE "N".
           88  WS-CS-ABIERTO           VALUE "Y".
       01  WS-SUPER-ID                 PIC X(8).
       01  WS-SUPER-PASSWORD           PIC X(8).
       01  WS-PW-REVUELTA              PIC X(8).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-MES-NEGOCIO              PIC 9(6).
       01  WS-MES-X                    PIC X(6).
       01  WS-MES                      PIC 9(6).
       01  WS-MES-DET REDEFINES WS-MES.
           05  WS-MES-AAAA             PIC 9(4).
           05  WS-MES-MM               PIC 99.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.

      * PARAMETROS DEL SORTEO (SAMPCFG.DAT O LOS DEFECTOS)
       01  WS-PORCENTAJE               PIC 9(3) VALUE 5.
       01  WS-PESO                     PIC 9(2) VALUE 5.

      * SEMILLA Y GENERADOR PARK-MILLER: SEMILLA = SEMILLA * 16807
      * MODULO 2147483647. CADA CALCULO DEL MES CONSUME UN NUMERO,
      * SALGA O NO, PARA QUE LA MUESTRA DEPENDA SOLO DE LA SEMILLA.
       01  WS-SEMILLA-X                PIC X(10).
       01  WS-SEMILLA-TXT              PIC X(10).
       01  WS-SEMILLA-LEN              PIC 99.
       01  WS-SEMILLA                  PIC 9(10).
       01  WS-RND-MODULO               PIC 9(10) VALUE 2147483647.
       01  WS-RND                      PIC 9(10) COMP.
       01  WS-RND-PROD                 PIC 9(15) COMP.
       01  WS-RND-COC                  PIC 9(15) COMP.
       01  WS-LADO-SORTEO              PIC 9(18) COMP.
       01  WS-LADO-CUOTA               PIC 9(18) COMP.
       01  WS-RESTAN                   PIC 9(7).
       01  WS-FALTAN                   PIC 9(7).

      * CLASIFICACION DEL CALCULO LEIDO
       01  WS-CL-MOTIVO                PIC X.
           88  WS-CL-ESPECIAL          VALUE "H" "R".
       01  WS-CL-APROBADOR             PIC X(8).

      * LOS OVERRIDES DEL MES SEGUN OVRAPPR.DAT
       01  WS-OV-SUB                   PIC 9(4).
       01  WS-OV-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-OV-DESCARTADOS           PIC 9(7) VALUE ZERO.
       01  WS-OV-TABLA.
           05  WS-OV-ENTRY OCCURS 1000 TIMES.
               10  WS-OV-KEY           PIC X(24).
               10  WS-OV-SUPERVISOR    PIC X(8).
               10  WS-OV-MOTIVO        PIC X.

      * ESTRATOS ENTIDAD + OPERACION. A PARTIR DEL 199 TODO VA AL
      * ESTRATO 200, "OTRAS"
       01  WS-ES-SUB                   PIC 9(3).
       01  WS-ES-IDX                   PIC 9(3).
       01  WS-ES-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ES-TABLA.
           05  WS-ES-ENTRY OCCURS 200 TIMES.
               10  WS-ES-ENTITY        PIC XX.
               10  WS-ES-OPERATION     PIC X(10).
               10  WS-ES-POB-NORMAL    PIC 9(7).
               10  WS-ES-POB-ESPECIAL  PIC 9(7).
               10  WS-ES-CUOTA-NORMAL  PIC 9(7).
               10  WS-ES-CUOTA-ESPECIAL
                                       PIC 9(7).
               10  WS-ES-VISTOS-NORMAL PIC 9(7).
               10  WS-ES-VISTOS-ESPECIAL
                                       PIC 9(7).
               10  WS-ES-SALEN-NORMAL  PIC 9(7).
               10  WS-ES-SALEN-ESPECIAL
                                       PIC 9(7).
       01  WS-CUOTA-TRABAJO            PIC 9(9).

      * TOTALES DEL SORTEO
       01  WS-POBLACION                PIC 9(7) VALUE ZERO.
       01  WS-ESPECIALES               PIC 9(7) VALUE ZERO.
       01  WS-CUOTA-TOTAL              PIC 9(7) VALUE ZERO.
       01  WS-ITEM                     PIC 9(5) VALUE ZERO.
       01  WS-BORRADOS                 PIC 9(5) VALUE ZERO.
           COPY SECJRNL.
       01  WS-SEG-EVENTO               PIC X(12).
       01  WS-SEG-DETALLE              PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-AUTORIZAR-SUPERVISOR.
           IF NOT WS-AUTORIZADO
               DISPLAY "ACCESO DENEGADO: EL SORTEO DE LA MUESTRA "
                   "REQUIERE SUPERVISOR"
               MOVE "AUTH DENY" TO WS-SEG-EVENTO
               MOVE "SORTEO DE LA MUESTRA DE CONTROL" TO WS-SEG-DETALLE
               PERFORM 7100-REGISTRAR-SEGURIDAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           PERFORM 1300-PEDIR-PARAMETROS THRU 1300-EXIT.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-ABRIR-FICHEROS THRU 2000-EXIT
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 2500-CARGAR-OVERRIDES THRU 2500-EXIT
               PERFORM 3000-CONTAR-POBLACION THRU 3000-EXIT
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 3500-CALCULAR-CUOTAS
               PERFORM 4000-SORTEAR THRU 4000-EXIT
           END-IF.
           IF WS-RETURN-CODE = ZERO
               PERFORM 5000-GRABAR-CABECERA THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE.
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
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES-NEGOCIO.

      ******************************************************************
      * EL MES (POR DEFECTO EL ANTERIOR AL DE NEGOCIO: UN MES EN CURSO
      * AUN RECIBE CALCULOS QUE QUEDARIAN FUERA DE LA MUESTRA), LA
      * SEMILLA (POR DEFECTO EL PROPIO MES) Y LOS PARAMETROS
      ******************************************************************
       1300-PEDIR-PARAMETROS.
           MOVE WS-MES-NEGOCIO TO WS-MES.
           IF WS-MES-MM = 1
               SUBTRACT 1 FROM WS-MES-AAAA
               MOVE 12 TO WS-MES-MM
           ELSE
               SUBTRACT 1 FROM WS-MES-MM
           END-IF.
           DISPLAY "MES A MUESTREAR (YYYYMM, INTRO = " WS-MES "):".
           ACCEPT WS-MES-X.
           IF WS-MES-X NOT = SPACES
               IF WS-MES-X IS NUMERIC
                   MOVE WS-MES-X TO WS-MES
               ELSE
                   MOVE ZERO TO WS-MES
               END-IF
           END-IF.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "MES NO VALIDO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1300-EXIT.
           IF WS-MES NOT < WS-MES-NEGOCIO
               DISPLAY "EL MES " WS-MES " NO HA TERMINADO (FECHA DE "
                   "NEGOCIO " WS-FECHA-NEGOCIO ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1300-EXIT.
           DISPLAY "SEMILLA DEL SORTEO (HASTA 10 DIGITOS, INTRO = "
               WS-MES "):".
           ACCEPT WS-SEMILLA-X.
           IF WS-SEMILLA-X = SPACES
               MOVE WS-MES TO WS-SEMILLA
           ELSE
               MOVE SPACES TO WS-SEMILLA-TXT
               MOVE ZERO TO WS-SEMILLA-LEN
               UNSTRING WS-SEMILLA-X DELIMITED BY SPACE
                   INTO WS-SEMILLA-TXT COUNT IN WS-SEMILLA-LEN
               END-UNSTRING
               IF WS-SEMILLA-LEN = ZERO
                   OR WS-SEMILLA-TXT(1:WS-SEMILLA-LEN) IS NOT NUMERIC
                   DISPLAY "SEMILLA NO VALIDA"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1300-EXIT
               END-IF
               MOVE WS-SEMILLA-TXT(1:WS-SEMILLA-LEN) TO WS-SEMILLA
           END-IF.
      *    EL GENERADOR NO ADMITE CERO NI EL MODULO
           DIVIDE WS-SEMILLA BY WS-RND-MODULO GIVING WS-RND-COC
               REMAINDER WS-RND.
           IF WS-RND = ZERO
               MOVE 1 TO WS-RND
           END-IF.
           PERFORM 1400-LEER-CONFIGURACION.
       1300-EXIT.
           EXIT.

       1400-LEER-CONFIGURACION.
           OPEN INPUT SAMPLE-CONFIG-FILE.
           IF WS-SC-STATUS = "00"
               READ SAMPLE-CONFIG-FILE
                   NOT AT END
                       IF SC-PORCENTAJE IS NUMERIC
                           AND SC-PORCENTAJE > ZERO
                           AND SC-PORCENTAJE NOT > 100
                           MOVE SC-PORCENTAJE TO WS-PORCENTAJE
                       END-IF
                       IF SC-PESO IS NUMERIC AND SC-PESO > ZERO
                           MOVE SC-PESO TO WS-PESO
                       END-IF
               END-READ
               CLOSE SAMPLE-CONFIG-FILE
           END-IF.
           DISPLAY "MES " WS-MES "  SEMILLA " WS-SEMILLA
               "  PORCENTAJE " WS-PORCENTAJE "  PESO ESPECIALES "
               WS-PESO.

      ******************************************************************
      * UN MES SE SORTEA UNA VEZ. SIN CABECERA PERO CON ITEMS ES UN
      * SORTEO INTERRUMPIDO (ctlRev NO REVISA SIN CABECERA): SE
      * BORRA Y SE SORTEA DE NUEVO.
      ******************************************************************
       2000-ABRIR-FICHEROS.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           SET WS-CALC-ABIERTO TO TRUE.
           OPEN I-O CONTROL-SAMPLE-FILE.
           IF WS-CS-STATUS = "35"
               OPEN OUTPUT CONTROL-SAMPLE-FILE
               CLOSE CONTROL-SAMPLE-FILE
               OPEN I-O CONTROL-SAMPLE-FILE
           END-IF.
           IF WS-CS-STATUS NOT = "00"
               DISPLAY "CTLSAMP.DAT NO DISPONIBLE (STATUS "
                   WS-CS-STATUS ")"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 2000-EXIT.
           SET WS-CS-ABIERTO TO TRUE.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           READ CONTROL-SAMPLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "EL MES " WS-MES " YA TIENE MUESTRA, "
                       "SORTEADA POR " CS-SORTEO-POR " EL "
                       CS-SORTEO-FECHA
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 2000-EXIT
           END-READ.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           START CONTROL-SAMPLE-FILE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2100-BORRAR-INCOMPLETA UNTIL WS-EOF.
           IF WS-BORRADOS > ZERO
               DISPLAY "SORTEO ANTERIOR INTERRUMPIDO: " WS-BORRADOS
                   " ITEMS BORRADOS, SE SORTEA DE NUEVO"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BORRAR-INCOMPLETA.
           READ CONTROL-SAMPLE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-MES NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       DELETE CONTROL-SAMPLE-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-BORRADOS
                       END-DELETE
                   END-IF
           END-READ.

      ******************************************************************
      * LOS CALCULOS DEL MES GRABADOS CON OVERRIDE (Divisiones). SIN
      * OVRAPPR.DAT NINGUN CALCULO CUENTA COMO OVERRIDE.
      ******************************************************************
       2500-CARGAR-OVERRIDES.
           OPEN INPUT OVERRIDE-APPROVAL-FILE.
           IF WS-OA-STATUS NOT = "00"
               GO TO 2500-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2510-LEER-OVERRIDE UNTIL WS-EOF.
           CLOSE OVERRIDE-APPROVAL-FILE.
           IF WS-OV-DESCARTADOS > ZERO
               DISPLAY "AVISO: MAS DE 1000 OVERRIDES EN EL MES, "
                   WS-OV-DESCARTADOS " SE SORTEAN SIN PESO"
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LEER-OVERRIDE.
           READ OVERRIDE-APPROVAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF OA-CALC-DATE(1:6) = WS-MES
                       IF WS-OV-COUNT < 1000
                           ADD 1 TO WS-OV-COUNT
                           MOVE OA-CALC-KEY TO WS-OV-KEY(WS-OV-COUNT)
                           MOVE OA-SUPERVISOR
                               TO WS-OV-SUPERVISOR(WS-OV-COUNT)
                           MOVE OA-MOTIVO TO WS-OV-MOTIVO(WS-OV-COUNT)
                       ELSE
                           ADD 1 TO WS-OV-DESCARTADOS
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * PRIMERA PASADA: LA POBLACION DE CADA ESTRATO, NORMALES Y
      * ESPECIALES (OVERRIDE DEL LIMITE DURO O REVERSO DE calcAdj)
      ******************************************************************
       3000-CONTAR-POBLACION.
           PERFORM 3900-POSICIONAR-MES.
           PERFORM 3100-CONTAR-CALCULO UNTIL WS-EOF.
           IF WS-POBLACION = ZERO
               DISPLAY "SIN CALCULOS EN EL MES " WS-MES
                   ", NO HAY MUESTRA"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CONTAR-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CALC-DATE(1:6) NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 7000-CLASIFICAR-CALCULO
                       PERFORM 7200-BUSCAR-ESTRATO
                       ADD 1 TO WS-POBLACION
                       IF WS-CL-ESPECIAL
                           ADD 1 TO WS-ESPECIALES
                           ADD 1 TO WS-ES-POB-ESPECIAL(WS-ES-IDX)
                       ELSE
                           ADD 1 TO WS-ES-POB-NORMAL(WS-ES-IDX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CUOTA DE CADA ESTRATO: EL PORCENTAJE REDONDEADO HACIA ARRIBA
      * (UN ESTRATO CON CALCULOS DA AL MENOS UNO); LOS ESPECIALES CON
      * EL PORCENTAJE POR EL PESO, SIN PASAR DE LOS QUE HAY
      ******************************************************************
       3500-CALCULAR-CUOTAS.
           PERFORM 3510-CUOTA-ESTRATO
               VARYING WS-ES-SUB FROM 1 BY 1
               UNTIL WS-ES-SUB > WS-ES-COUNT.
           IF WS-CUOTA-TOTAL > 99999
               DISPLAY "MUESTRA DE " WS-CUOTA-TOTAL " CALCULOS, "
                   "DEMASIADO GRANDE: BAJE EL PORCENTAJE EN "
                   "SAMPCFG.DAT"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3510-CUOTA-ESTRATO.
           COMPUTE WS-CUOTA-TRABAJO =
               WS-ES-POB-NORMAL(WS-ES-SUB) * WS-PORCENTAJE + 99.
           DIVIDE WS-CUOTA-TRABAJO BY 100
               GIVING WS-ES-CUOTA-NORMAL(WS-ES-SUB).
           COMPUTE WS-CUOTA-TRABAJO =
               WS-ES-POB-ESPECIAL(WS-ES-SUB) * WS-PORCENTAJE * WS-PESO
               + 99.
           DIVIDE WS-CUOTA-TRABAJO BY 100 GIVING WS-CUOTA-TRABAJO.
           IF WS-CUOTA-TRABAJO > WS-ES-POB-ESPECIAL(WS-ES-SUB)
               MOVE WS-ES-POB-ESPECIAL(WS-ES-SUB) TO WS-CUOTA-TRABAJO
           END-IF.
           MOVE WS-CUOTA-TRABAJO TO WS-ES-CUOTA-ESPECIAL(WS-ES-SUB).
           ADD WS-ES-CUOTA-NORMAL(WS-ES-SUB)
               WS-ES-CUOTA-ESPECIAL(WS-ES-SUB) TO WS-CUOTA-TOTAL.

      ******************************************************************
      * CALCFILE.DAT DESDE EL PRIMER DIA DEL MES
      ******************************************************************
       3900-POSICIONAR-MES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CALC-KEY.
           COMPUTE CALC-DATE = WS-MES * 100.
           START CALC-FILE KEY IS NOT LESS THAN CALC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      ******************************************************************
      * SEGUNDA PASADA, EN EL MISMO ORDEN DE CLAVE: CADA CALCULO SALE
      * CON PROBABILIDAD (CUOTA QUE FALTA) / (CALCULOS QUE QUEDAN EN
      * SU ESTRATO), QUE DA EXACTAMENTE LA CUOTA
      ******************************************************************
       4000-SORTEAR.
           PERFORM 3900-POSICIONAR-MES.
           PERFORM 4100-SORTEAR-CALCULO UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

       4100-SORTEAR-CALCULO.
           READ CALC-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CALC-DATE(1:6) NOT = WS-MES
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 7000-CLASIFICAR-CALCULO
                       PERFORM 7200-BUSCAR-ESTRATO
                       PERFORM 4200-DECIDIR
                   END-IF
           END-READ.

       4200-DECIDIR.
           IF WS-CL-ESPECIAL
               COMPUTE WS-RESTAN = WS-ES-POB-ESPECIAL(WS-ES-IDX)
                   - WS-ES-VISTOS-ESPECIAL(WS-ES-IDX)
               COMPUTE WS-FALTAN = WS-ES-CUOTA-ESPECIAL(WS-ES-IDX)
                   - WS-ES-SALEN-ESPECIAL(WS-ES-IDX)
               ADD 1 TO WS-ES-VISTOS-ESPECIAL(WS-ES-IDX)
           ELSE
               COMPUTE WS-RESTAN = WS-ES-POB-NORMAL(WS-ES-IDX)
                   - WS-ES-VISTOS-NORMAL(WS-ES-IDX)
               COMPUTE WS-FALTAN = WS-ES-CUOTA-NORMAL(WS-ES-IDX)
                   - WS-ES-SALEN-NORMAL(WS-ES-IDX)
               ADD 1 TO WS-ES-VISTOS-NORMAL(WS-ES-IDX)
           END-IF.
           PERFORM 7300-SIGUIENTE-ALEATORIO.
           COMPUTE WS-LADO-SORTEO = WS-RND * WS-RESTAN.
           COMPUTE WS-LADO-CUOTA = WS-FALTAN * WS-RND-MODULO.
           IF WS-LADO-SORTEO < WS-LADO-CUOTA
               IF WS-CL-ESPECIAL
                   ADD 1 TO WS-ES-SALEN-ESPECIAL(WS-ES-IDX)
               ELSE
                   ADD 1 TO WS-ES-SALEN-NORMAL(WS-ES-IDX)
               END-IF
               PERFORM 4300-GRABAR-ITEM
           END-IF.

       4300-GRABAR-ITEM.
           ADD 1 TO WS-ITEM.
           MOVE SPACES TO CONTROL-SAMPLE-RECORD.
           MOVE WS-MES TO CS-MES.
           MOVE WS-ITEM TO CS-ITEM.
           MOVE CALC-KEY TO CS-CALC-KEY.
           MOVE CALC-PROGRAM TO CS-PROGRAM.
           MOVE CALC-OPERATION TO CS-OPERATION.
           MOVE CALC-VALUE-1 TO CS-VALUE-1.
           MOVE CALC-VALUE-2 TO CS-VALUE-2.
           MOVE CALC-RESULT TO CS-RESULT.
           MOVE CALC-CURRENCY TO CS-CURRENCY.
           MOVE CALC-OPERATOR TO CS-OPERATOR.
           MOVE WS-CL-APROBADOR TO CS-APROBADOR.
           MOVE WS-CL-MOTIVO TO CS-MOTIVO.
           MOVE "P" TO CS-ESTADO.
           MOVE ZERO TO CS-REV-FECHA.
           MOVE ZERO TO CS-REV-HORA.
           WRITE CONTROL-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO CTLSAMP.DAT (STATUS "
                       WS-CS-STATUS ")"
                   MOVE 8 TO WS-RETURN-CODE
                   SET WS-EOF TO TRUE
           END-WRITE.

      ******************************************************************
      * LA CABECERA (ITEM 00000) VA AL FINAL: SOLO UN SORTEO COMPLETO
      * LA TIENE
      ******************************************************************
       5000-GRABAR-CABECERA.
           MOVE SPACES TO CONTROL-SAMPLE-RECORD.
           MOVE WS-MES TO CS-MES.
           MOVE ZERO TO CS-ITEM.
           MOVE WS-SEMILLA TO CS-SEMILLA.
           MOVE WS-PORCENTAJE TO CS-PORCENTAJE.
           MOVE WS-PESO TO CS-PESO.
           MOVE WS-POBLACION TO CS-POBLACION.
           MOVE WS-ESPECIALES TO CS-ESPECIALES.
           MOVE WS-ITEM TO CS-MUESTRA.
           MOVE WS-ES-COUNT TO CS-ESTRATOS.
           MOVE WS-SUPER-ID TO CS-SORTEO-POR.
           ACCEPT CS-SORTEO-FECHA FROM DATE YYYYMMDD.
           ACCEPT CS-SORTEO-HORA FROM TIME.
           WRITE CONTROL-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA CABECERA DE CTLSAMP.DAT "
                       "(STATUS " WS-CS-STATUS ")"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 5000-EXIT
           END-WRITE.
           DISPLAY "CTLSAMP: MES " WS-MES "  CALCULOS " WS-POBLACION
               "  ESPECIALES " WS-ESPECIALES.
           DISPLAY "CTLSAMP: " WS-ES-COUNT " ESTRATOS, MUESTRA DE "
               WS-ITEM " CALCULOS (ctlRev PARA REVISARLOS)".
           MOVE "SAMP DRAW" TO WS-SEG-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE.
           STRING "MES " DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               " MUESTRA " DELIMITED BY SIZE
               WS-ITEM DELIMITED BY SIZE
               INTO WS-SEG-DETALLE.
           PERFORM 7100-REGISTRAR-SEGURIDAD.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * N NORMAL, H OVERRIDE DEL LIMITE DURO, D OVERRIDE SOLO DEL
      * DIARIO (NO PESA MAS PERO SU SUPERVISOR NO LO PUEDE REVISAR),
      * R REVERSO DE calcAdj (LO GRABA EL SUPERVISOR QUE LO APROBO)
      ******************************************************************
       7000-CLASIFICAR-CALCULO.
           MOVE "N" TO WS-CL-MOTIVO.
           MOVE SPACES TO WS-CL-APROBADOR.
           IF CALC-PROGRAM = "calcAdj"
               MOVE "R" TO WS-CL-MOTIVO
               MOVE CALC-OPERATOR TO WS-CL-APROBADOR
           ELSE
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM 7010-BUSCAR-OVERRIDE
                   VARYING WS-OV-SUB FROM 1 BY 1
                   UNTIL WS-OV-SUB > WS-OV-COUNT OR WS-HALLADO
           END-IF.

       7010-BUSCAR-OVERRIDE.
           IF WS-OV-KEY(WS-OV-SUB) = CALC-KEY
               SET WS-HALLADO TO TRUE
               MOVE WS-OV-SUPERVISOR(WS-OV-SUB) TO WS-CL-APROBADOR
               IF WS-OV-MOTIVO(WS-OV-SUB) = "D"
                   MOVE "D" TO WS-CL-MOTIVO
               ELSE
                   MOVE "H" TO WS-CL-MOTIVO
               END-IF
           END-IF.

      ******************************************************************
      * LOS CAMBIOS TAMBIEN VAN AL JOURNAL DE SEGURIDAD CONSOLIDADO
      * SECJRNL.DAT (secRpt ES EL INFORME).
      ******************************************************************
       7100-REGISTRAR-SEGURIDAD.
           MOVE SPACES TO SECURITY-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE "ctlSamp" TO SJ-PROGRAM.
           MOVE WS-SEG-EVENTO TO SJ-EVENT.
           MOVE WS-SUPER-ID TO SJ-USER.
           MOVE WS-SEG-DETALLE TO SJ-DETAIL.
           CALL "secJrnl" USING SECURITY-JOURNAL-RECORD.

      ******************************************************************
      * EL ESTRATO ENTIDAD + OPERACION DEL CALCULO EN WS-ES-IDX; SE
      * CREA LA PRIMERA VEZ
      ******************************************************************
       7200-BUSCAR-ESTRATO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-ES-IDX.
           PERFORM 7210-COMPARAR-ESTRATO
               VARYING WS-ES-SUB FROM 1 BY 1
               UNTIL WS-ES-SUB > WS-ES-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-ES-COUNT < 199
                   ADD 1 TO WS-ES-COUNT
                   MOVE WS-ES-COUNT TO WS-ES-IDX
                   MOVE CALC-ENTITY TO WS-ES-ENTITY(WS-ES-IDX)
                   MOVE CALC-OPERATION TO WS-ES-OPERATION(WS-ES-IDX)
                   PERFORM 7220-INICIAR-ESTRATO
               ELSE
                   MOVE 200 TO WS-ES-IDX
                   IF WS-ES-COUNT = 199
                       MOVE 200 TO WS-ES-COUNT
                       MOVE "**" TO WS-ES-ENTITY(WS-ES-IDX)
                       MOVE "OTRAS" TO WS-ES-OPERATION(WS-ES-IDX)
                       PERFORM 7220-INICIAR-ESTRATO
                   END-IF
               END-IF
           END-IF.

       7210-COMPARAR-ESTRATO.
           IF WS-ES-ENTITY(WS-ES-SUB) = CALC-ENTITY
               AND WS-ES-OPERATION(WS-ES-SUB) = CALC-OPERATION
               MOVE WS-ES-SUB TO WS-ES-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

       7220-INICIAR-ESTRATO.
           MOVE ZERO TO WS-ES-POB-NORMAL(WS-ES-IDX)
               WS-ES-POB-ESPECIAL(WS-ES-IDX)
               WS-ES-CUOTA-NORMAL(WS-ES-IDX)
               WS-ES-CUOTA-ESPECIAL(WS-ES-IDX)
               WS-ES-VISTOS-NORMAL(WS-ES-IDX)
               WS-ES-VISTOS-ESPECIAL(WS-ES-IDX)
               WS-ES-SALEN-NORMAL(WS-ES-IDX)
               WS-ES-SALEN-ESPECIAL(WS-ES-IDX).

       7300-SIGUIENTE-ALEATORIO.
           COMPUTE WS-RND-PROD = WS-RND * 16807.
           DIVIDE WS-RND-PROD BY WS-RND-MODULO GIVING WS-RND-COC
               REMAINDER WS-RND.

       9000-TERMINATE.
           IF WS-CALC-ABIERTO
               CLOSE CALC-FILE
           END-IF.
           IF WS-CS-ABIERTO
               CLOSE CONTROL-SAMPLE-FILE
           END-IF.
       END PROGRAM ctlSamp.
