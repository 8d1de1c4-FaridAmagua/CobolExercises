      *          invoice goes out. A calcAdj reversal record COUNTS
      *          AS MINUS ONE line of its operation, so a keying
      *          error plus its supervised reversal bills zero.
      *          RATECARD.DAT: EE OOOOOOOOOO RRRRRRR AAAAMMDD (entity
      *          or blank, operation, rate 9(5)V99, in force from -
      *          see the RATECARD copybook); each record is priced at
      *          the rate in force on its CALC-DATE.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                ITS REVERSAL BILLED THE ENTITY TWICE INSTEAD
      *                OF ZERO. LINE COUNTS ARE SIGNED ON THE
      *                INVOICE.
      * 2026-10-15 FA  EVERY INVOICE SECTION NOW GETS AN INVOICE
      *                NUMBER (RUNSEQ.DAT COUNTER INVOICE) AND IS
      *                RECORDED AS AN OPEN ITEM ON THE ARLEDGER.DAT
      *                RECEIVABLES LEDGER (SEE THE ARLEDGER COPYBOOK);
      *                A RE-RUN OF A MONTH REUSES THE NUMBER ALREADY
      *                ON THE LEDGER INSTEAD OF BOOKING IT TWICE. A
      *                calcAdj REVERSAL THAT ALREADY PRODUCED A CREDIT
      *                NOTE AGAINST THE ORIGINAL INVOICE IS NO LONGER
      *                NETTED INTO THE MONTH IT WAS POSTED IN.
      * 2026-10-15 FA  THE CLOSED DAYS OF THE MONTH (BEFORE THE BUSINESS
      *                DATE) ARE NOW COUNTED FROM THE DAILY SUMMARY ROWS
      *                OF DAYSUM.DAT (dayClose) INSTEAD OF RE-READING
      *                THEIR CALCFILE DETAIL; ONLY THE OPEN BUSINESS
      *                DATE IS READ FROM DETAIL. calcAdj REVERSALS OF
      *                CLOSED DAYS ARE STILL READ ONE BY ONE THROUGH THE
      *                PROGRAM KEY SO THE CREDIT-NOTE CHECK STILL
      *                APPLIES. WITHOUT DAYSUM.DAT EVERYTHING COMES FROM
      *                DETAIL AS BEFORE.
      * 2026-10-15 FA  RATECARD.DAT LINES NOW CARRY AN EFFECTIVE-FROM
      *                DATE (RATECARD COPYBOOK, MAINTAINED BY rateMant)
      *                AND EVERY RECORD IS PRICED AT THE RATE IN FORCE
      *                ON ITS CALC-DATE; A RATE CHANGE IN MID-MONTH
      *                GIVES THE OPERATION ONE INVOICE LINE PER RATE. A
      *                NEW RE-BILL OPTION RE-PRICES A PAST MONTH INTO
      *                REBILL.DAT, MARKED (REFACTURACION), WITH THE
      *                ORIGINAL INVOICE AMOUNT AND THE DIFFERENCE PER
      *                ENTITY; IT NEITHER NUMBERS NOR BOOKS ANYTHING ON
      *                ARLEDGER.DAT.
      * 2026-10-15 FA  EVERY INVOICE SECTION IS NOW IN ITS ENTITY'S
      *                CURRENCY (ENTIDAD.DAT), SHOWN IN THE HEADING. THE
      *                GRAND TOTAL (AND THE RE-BILL DIFFERENCE) IS GIVEN
      *                PER CURRENCY, FOLLOWED BY A BASE-CURRENCY TOTAL
      *                AT THE BUSINESS DATE'S FXRATE.DAT RATE; A
      *                CURRENCY WITH NO RATE FOR THAT DAY IS NAMED
      *                INSTEAD, THERE IS NO BASE TOTAL AND THE RUN ENDS
      *                RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcBill.
               FILE STATUS IS WS-BD-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBILL-FILE ASSIGN TO "REBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE
               ALTERNATE RECORD KEY IS AR-ENT-MES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-REV-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
           SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSQ-ID
               FILE STATUS IS WS-RSQ-STATUS.
           SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCFILE.
       FD  RATE-CARD-FILE.
           COPY RATECARD.
       FD  BUSDATE-FILE.
           COPY RUNCTL.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD              PIC X(80).
       FD  REBILL-FILE.
       01  REBILL-RECORD               PIC X(80).
       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.
       FD  RUNSEQ-FILE.
       01  RUNSEQ-RECORD.
           05  RSQ-ID                  PIC X(8).
           05  RSQ-COUNTER             PIC 9(8).
       FD  DAY-SUMMARY-FILE.
           COPY DAYSUM.
       WORKING-STORAGE SECTION.
       01  WS-CALC-STATUS              PIC XX.
       01  WS-TAR-STATUS               PIC XX.
       01  WS-MES-X                    PIC X(6).
       01  WS-MES                      PIC 9(6).
       01  WS-FECHA-NEGOCIO            PIC 9(8).
       01  WS-OP-SUB                   PIC 99.
       01  WS-ENT-SUB                  PIC 99.
       01  WS-ENT-IDX                  PIC 99.
       01  WS-OP-IDX                   PIC 99.
       01  WS-ENT-COUNT                PIC 99 VALUE ZERO.
       01  WS-TAR-SUB                  PIC 9(3).
       01  WS-TAR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TARIFA                   PIC 9(5)V99.
       01  WS-TARIFA-DESDE             PIC 9(8).
      * ENTIDAD + OPERACION + FECHA DE LA ULTIMA TARIFA BUSCADA: LOS
      * REGISTROS SEGUIDOS DE UN MISMO DIA NO REPITEN LA BUSQUEDA
       01  WS-TAR-CLAVE.
           05  WS-TAR-CLAVE-ENTITY     PIC XX.
           05  WS-TAR-CLAVE-OPERATION  PIC X(10).
           05  WS-TAR-CLAVE-FECHA      PIC 9(8).
       01  WS-TAR-CLAVE-ANT            PIC X(20) VALUE SPACES.
       01  WS-TARIFA-HALLADA           PIC X.
           88  WS-CON-TARIFA           VALUE "Y".
           88  WS-SIN-TARIFA           VALUE "N".
       01  WS-IMPORTE                  PIC S9(9)V99.
       01  WS-TOTAL-ENTIDAD            PIC S9(9)V99.
       01  WS-RETURN-CODE              PIC 9 VALUE ZERO.
       01  WS-AR-STATUS                PIC XX.
       01  WS-AR-SWITCH                PIC X VALUE "N".
           88  WS-CON-LIBRO            VALUE "Y".
       01  WS-AR-FIN-SWITCH            PIC X.
           88  WS-AR-FIN               VALUE "Y".
       01  WS-RSQ-STATUS               PIC XX.
       01  WS-RSQ-INTENTOS             PIC 9(3).
       01  WS-NUM-FACTURA              PIC 9(8).
       01  WS-FACTURA-PREVIA-SWITCH    PIC X.
           88  WS-FACTURA-PREVIA       VALUE "Y".
       01  WS-NOTAS-EXCLUIDAS          PIC 9(5) VALUE ZERO.
       01  WS-PARTIDAS-NUEVAS          PIC 9(3) VALUE ZERO.
      * LOS DIAS CERRADOS DEL MES SALEN DEL RESUMEN DIARIO; EL
      * DETALLE DE CALCFILE SE LEE DESDE WS-DESDE-DETALLE
       01  WS-DS-STATUS                PIC XX.
       01  WS-DS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-DS-EOF               VALUE "Y".
       01  WS-DESDE-DETALLE            PIC 9(8).
       01  WS-FILAS-RESUMEN            PIC 9(5) VALUE ZERO.
      * REFACTURACION DE UN MES YA FACTURADO: SALE A REBILL.DAT CON
      * LA DIFERENCIA CONTRA LA FACTURA ORIGINAL Y NO TOCA EL LIBRO
       01  WS-REFACTURA-X              PIC X.
       01  WS-REFACTURA-SWITCH         PIC X VALUE "N".
           88  WS-REFACTURA            VALUE "Y".
       01  WS-LINEA-FACTURA            PIC X(80).
       01  WS-IMPORTE-ORIGINAL         PIC S9(9)V99.
       01  WS-DIFERENCIA               PIC S9(9)V99.
       01  WS-CON-DIFERENCIA           PIC 9(3) VALUE ZERO.

      * TARJETA DE TARIFAS CARGADA EN MEMORIA; ENTIDAD EN BLANCO ES
      * EL VALOR GLOBAL POR DEFECTO, COMO EN THRESH.DAT. CADA LINEA
      * VALE DESDE WS-TAR-DESDE (CERO = DESDE SIEMPRE)
       01  WS-TAR-TABLA.
           05  WS-TAR-ENTRY OCCURS 200 TIMES.
               10  WS-TAR-ENTITY       PIC XX.
               10  WS-TAR-OPERATION    PIC X(10).
               10  WS-TAR-RATE         PIC 9(5)V99.
               10  WS-TAR-DESDE        PIC 9(8).

      * UNA ENTRADA POR ENTIDAD VISTA EN EL MES, CADA UNA CON SUS
      * CONTADORES POR OPERACION Y TARIFA: SI LA TARIFA CAMBIA A MITAD
      * DE MES, LA OPERACION SALE EN DOS LINEAS, UNA POR TARIFA
       01  WS-ENT-STATS.
           05  WS-ENT-ENTRY OCCURS 10 TIMES.
               10  WS-ENT-CODE         PIC XX.
               10  WS-ENT-MONEDA       PIC X(3).
               10  WS-ENT-OP-COUNT     PIC 99.
               10  WS-ENT-OP OCCURS 16 TIMES.
                   15  WS-EO-OPERATION PIC X(10).
                   15  WS-EO-TARIFA    PIC 9(5)V99.
                   15  WS-EO-HALLADA   PIC X.
      *            FIRMADA: UN REVERSO DE calcAdj RESTA LA LINEA
      *            QUE DESHACE EN VEZ DE FACTURARSE COMO USO EXTRA
                   15  WS-EO-CUENTA    PIC S9(7).

      * TOTAL GENERAL (Y DIFERENCIA GENERAL EN REFACTURACION) POR
      * MONEDA DE FACTURACION, Y SU CONVERSION A MONEDA BASE CON EL
      * CAMBIO DE LA FECHA DE NEGOCIO
       01  WS-MON-SUB                  PIC 99.
       01  WS-MON-IDX                  PIC 99.
       01  WS-MON-COUNT                PIC 99 VALUE ZERO.
       01  WS-MON-TABLA.
           05  WS-MON-ENTRY OCCURS 10 TIMES.
               10  WS-MON-CODE         PIC X(3).
               10  WS-MON-TOTAL        PIC S9(11)V99.
               10  WS-MON-DIFERENCIA   PIC S9(11)V99.
       01  WS-MON-BASE                 PIC S9(13)V99.
       01  WS-TOTAL-BASE               PIC S9(13)V99 VALUE ZERO.
       01  WS-CAMBIO-FALTA-SWITCH      PIC X VALUE "N".
           88  WS-CAMBIO-FALTA         VALUE "Y".
           COPY FXLOOK.

       01  FAC-TITLE-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "FACTURA ENTIDAD ".
           05  FTL-ENTITY              PIC XX.
           05  FILLER                  PIC X(6) VALUE "  MES ".
           05  FTL-MES                 PIC 9(6).
           05  FILLER                  PIC X(13)
                   VALUE "  FACTURA NO ".
           05  FTL-NUMERO              PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FTL-MONEDA              PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  FTL-AVISO               PIC X(15).
       01  FAC-COLUMN-HEADING         PIC X(60) VALUE
               "OPERACION     CANTIDAD    TARIFA        IMPORTE".
       01  FAC-DETAIL-LINE.
                   VALUE "TOTAL ENTIDAD:        ".
           05  FTO-IMPORTE             PIC ZZZZZZZZ9.99-.
       01  FAC-GRAND-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "TOTAL GENERAL ".
           05  FGR-MONEDA              PIC X(3).
           05  FILLER                  PIC X(5) VALUE ":    ".
           05  FGR-IMPORTE             PIC ZZZZZZZZZZ9.99-.
       01  FAC-BASE-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "TOTAL EN BASE ".
           05  FBA-MONEDA              PIC X(3).
           05  FILLER                  PIC X(5) VALUE ":    ".
           05  FBA-IMPORTE             PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(12)
                   VALUE " CAMBIO DEL ".
           05  FBA-FECHA               PIC 9(8).
       01  FAC-SIN-CAMBIO-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "TOTAL EN BASE: FALTA  ".
           05  FSC-MONEDA              PIC X(3).
           05  FILLER                  PIC X(12)
                   VALUE " CAMBIO DEL ".
           05  FSC-FECHA               PIC 9(8).
       01  FAC-ORIGINAL-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "FACTURA ORIGINAL:     ".
           05  FOR-IMPORTE             PIC ZZZZZZZZ9.99-.
       01  FAC-DIFERENCIA-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "DIFERENCIA:           ".
           05  FDI-IMPORTE             PIC ZZZZZZZZ9.99-.
       01  FAC-DIF-GENERAL-LINE.
           05  FILLER                  PIC X(19)
                   VALUE "DIFERENCIA GENERAL ".
           05  FDG-MONEDA              PIC X(3).
           05  FDG-IMPORTE             PIC ZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           ELSE
               MOVE WS-MES-X TO WS-MES
           END-IF.
           DISPLAY "REFACTURACION DE UN MES YA FACTURADO (S/N, "
               "INTRO = N):".
           ACCEPT WS-REFACTURA-X.
           IF WS-REFACTURA-X = "S" OR WS-REFACTURA-X = "s"
               SET WS-REFACTURA TO TRUE
               DISPLAY "REFACTURACION DEL MES " WS-MES
                   " EN REBILL.DAT; ARLEDGER.DAT NO SE TOCA"
           END-IF.
           PERFORM 1200-CARGAR-TARIFAS.
           PERFORM 1300-ABRIR-LIBRO.
           IF WS-REFACTURA
               OPEN OUTPUT REBILL-FILE
           ELSE
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           OPEN INPUT CALC-FILE.
           IF WS-CALC-STATUS NOT = "00"
               DISPLAY "CALCFILE.DAT NO DISPONIBLE (STATUS "
                   WS-CALC-STATUS "), NADA QUE FACTURAR"
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT.
           COMPUTE WS-DESDE-DETALLE = WS-MES * 100.
           PERFORM 1400-LEER-RESUMEN THRU 1400-EXIT.
           MOVE WS-DESDE-DETALLE TO CALC-DATE.
           MOVE ZERO TO CALC-RUN-ID.
           MOVE ZERO TO CALC-SEQ.
           MOVE SPACES TO CALC-ENTITY.
               AT END
                   SET WS-TAR-EOF TO TRUE
               NOT AT END
                   IF RC-RATE IS NUMERIC AND WS-TAR-COUNT < 200
                       AND (RC-DESDE IS NUMERIC
                           OR RC-DESDE-X = SPACES)
                       ADD 1 TO WS-TAR-COUNT
                       MOVE RC-ENTITY TO
                           WS-TAR-ENTITY(WS-TAR-COUNT)
                       MOVE RC-OPERATION TO
                           WS-TAR-OPERATION(WS-TAR-COUNT)
                       MOVE RC-RATE TO WS-TAR-RATE(WS-TAR-COUNT)
                       IF RC-DESDE-X = SPACES
                           MOVE ZERO TO WS-TAR-DESDE(WS-TAR-COUNT)
                       ELSE
                           MOVE RC-DESDE TO
                               WS-TAR-DESDE(WS-TAR-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "LINEA DE RATECARD.DAT IGNORADA: "
                           RATE-CARD-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      * EL LIBRO DE CUENTAS A COBRAR SE CREA EN LA PRIMERA
      * FACTURACION. SIN EL, LA FACTURA SALE IGUAL PERO SIN NUMERO NI
      * PARTIDA ABIERTA, Y EL PASO TERMINA CON AVISO.
      ******************************************************************
       1300-ABRIR-LIBRO.
           OPEN I-O AR-LEDGER-FILE.
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN I-O AR-LEDGER-FILE
           END-IF.
           IF WS-AR-STATUS = "00"
               SET WS-CON-LIBRO TO TRUE
           ELSE
               DISPLAY "ARLEDGER.DAT NO DISPONIBLE (STATUS "
                   WS-AR-STATUS "), FACTURAS SIN NUMERAR"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * LOS DIAS DEL MES YA CERRADOS (ANTERIORES A LA FECHA DE
      * NEGOCIO, QUE dayClose RUEDA AL CERRAR) SE CUENTAN CON LAS
      * FILAS DE DAYSUM.DAT EN VEZ DE RELEER SU DETALLE; EL DETALLE
      * SOLO SE LEE DESDE LA FECHA DE NEGOCIO. LOS REVERSOS DE
      * calcAdj DE ESOS DIAS SI SE LEEN UNO A UNO, POR LA CLAVE
      * ALTERNATIVA DE PROGRAMA, PORQUE CADA UNO PUEDE TENER YA SU
      * NOTA DE CREDITO. SIN DAYSUM.DAT TODO SALE DEL DETALLE.
      ******************************************************************
       1400-LEER-RESUMEN.
           IF WS-FECHA-NEGOCIO NOT > WS-DESDE-DETALLE
               GO TO 1400-EXIT.
           OPEN INPUT DAY-SUMMARY-FILE.
           IF WS-DS-STATUS NOT = "00"
               GO TO 1400-EXIT.
           MOVE WS-DESDE-DETALLE TO DS-DATE.
           MOVE LOW-VALUES TO DS-ENTITY.
           MOVE LOW-VALUES TO DS-PROGRAM.
           MOVE LOW-VALUES TO DS-OPERATION.
           START DAY-SUMMARY-FILE KEY NOT < DS-KEY
               INVALID KEY
                   SET WS-DS-EOF TO TRUE
           END-START.
           PERFORM 1410-LEER-FILA UNTIL WS-DS-EOF.
           CLOSE DAY-SUMMARY-FILE.
           MOVE "calcAdj" TO CALC-PROGRAM.
           START CALC-FILE KEY = CALC-PROGRAM
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM 1430-LEER-REVERSO UNTIL WS-EOF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-FECHA-NEGOCIO TO WS-DESDE-DETALLE.
           DISPLAY "CALCBILL: " WS-FILAS-RESUMEN
               " FILAS DE DAYSUM.DAT, DETALLE DESDE " WS-DESDE-DETALLE.
       1400-EXIT.
           EXIT.

       1410-LEER-FILA.
           READ DAY-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DS-EOF TO TRUE
               NOT AT END
                   IF DS-DATE NOT < WS-FECHA-NEGOCIO
                       OR DS-DATE(1:6) NOT = WS-MES
                       SET WS-DS-EOF TO TRUE
                   ELSE
                       IF DS-PROGRAM NOT = "calcAdj"
                           PERFORM 1420-CONTAR-FILA
                       END-IF
                   END-IF
           END-READ.

       1420-CONTAR-FILA.
           ADD 1 TO WS-FILAS-RESUMEN.
           MOVE DS-ENTITY TO CALC-ENTITY.
           MOVE DS-OPERATION TO CALC-OPERATION.
           MOVE DS-DATE TO WS-TAR-CLAVE-FECHA.
           PERFORM 2200-LOCALIZAR-ENTIDAD.
           IF WS-ENT-IDX > ZERO
               PERFORM 2300-LOCALIZAR-OPERACION
               IF WS-OP-IDX > ZERO
                   ADD DS-COUNT TO
                       WS-EO-CUENTA(WS-ENT-IDX, WS-OP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * LEYENDO POR UNA CLAVE ALTERNATIVA CON DUPLICADOS EL STATUS
      * "02" (SIGUE OTRO DUPLICADO) ES UNA LECTURA BUENA.
      ******************************************************************
       1430-LEER-REVERSO.
           READ CALC-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF (WS-CALC-STATUS NOT = "00"
                       AND WS-CALC-STATUS NOT = "02")
                       OR CALC-PROGRAM NOT = "calcAdj"
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       IF CALC-DATE(1:6) = WS-MES
                           AND CALC-DATE < WS-FECHA-NEGOCIO
                           PERFORM 2100-CONTAR-RECORD THRU 2100-EXIT
                       END-IF
                   END-IF
           END-READ.

       2000-ACUMULAR-MES.
           READ CALC-FILE NEXT RECORD
               AT END
                       OR CALC-DATE(1:6) NOT = WS-MES
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 2100-CONTAR-RECORD THRU 2100-EXIT
                   END-IF
           END-READ.

      * FACTURAR CERO, NO DOBLE.
      ******************************************************************
       2100-CONTAR-RECORD.
           IF CALC-PROGRAM = "calcAdj" AND WS-CON-LIBRO
               PERFORM 2050-BUSCAR-NOTA-CREDITO
               IF WS-HALLADO
                   ADD 1 TO WS-NOTAS-EXCLUIDAS
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE CALC-DATE TO WS-TAR-CLAVE-FECHA.
           PERFORM 2200-LOCALIZAR-ENTIDAD.
           IF WS-ENT-IDX > ZERO
               PERFORM 2300-LOCALIZAR-OPERACION
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * UN REVERSO QUE YA DIO UNA NOTA DE CREDITO CONTRA LA FACTURA
      * ORIGINAL (calcAdj) NO SE RESTA OTRA VEZ EN EL MES EN QUE SE
      * POSTEO: SE ACREDITARIA DOS VECES.
      ******************************************************************
       2050-BUSCAR-NOTA-CREDITO.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE CALC-KEY TO AR-REV-KEY.
           READ AR-LEDGER-FILE KEY IS AR-REV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-NOTA-CREDITO
                       SET WS-HALLADO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA) LA ENTIDAD DE CALC-ENTITY Y DEJA SU
               IF WS-ENT-COUNT < 10
                   ADD 1 TO WS-ENT-COUNT
                   MOVE CALC-ENTITY TO WS-ENT-CODE(WS-ENT-COUNT)
      *            LA FACTURA VA EN LA MONEDA DE LA ENTIDAD
                   MOVE "M" TO FXL-FUNCION
                   MOVE CALC-ENTITY TO FXL-ENTITY
                   CALL "fxLook" USING FX-LOOKUP
                   MOVE FXL-MONEDA TO WS-ENT-MONEDA(WS-ENT-COUNT)
                   MOVE ZERO TO WS-ENT-OP-COUNT(WS-ENT-COUNT)
                   MOVE WS-ENT-COUNT TO WS-ENT-IDX
               ELSE
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * LA LINEA DE LA FACTURA ES OPERACION + TARIFA VIGENTE EN LA
      * FECHA DEL CALCULO (WS-TAR-CLAVE-FECHA): UN CAMBIO DE TARIFA A
      * MITAD DE MES ABRE OTRA LINEA PARA LA MISMA OPERACION.
      ******************************************************************
       2300-LOCALIZAR-OPERACION.
           MOVE CALC-ENTITY TO WS-TAR-CLAVE-ENTITY.
           MOVE CALC-OPERATION TO WS-TAR-CLAVE-OPERATION.
           IF WS-TAR-CLAVE NOT = WS-TAR-CLAVE-ANT
               PERFORM 3300-BUSCAR-TARIFA
               MOVE WS-TAR-CLAVE TO WS-TAR-CLAVE-ANT
           END-IF.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-OP-IDX.
           PERFORM 2310-COMPARAR-OPERACION
               UNTIL WS-OP-SUB > WS-ENT-OP-COUNT(WS-ENT-IDX)
               OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-ENT-OP-COUNT(WS-ENT-IDX) < 16
                   ADD 1 TO WS-ENT-OP-COUNT(WS-ENT-IDX)
                   MOVE WS-ENT-OP-COUNT(WS-ENT-IDX) TO WS-OP-IDX
                   MOVE CALC-OPERATION TO
                       WS-EO-OPERATION(WS-ENT-IDX, WS-OP-IDX)
                   MOVE WS-TARIFA TO
                       WS-EO-TARIFA(WS-ENT-IDX, WS-OP-IDX)
                   MOVE WS-TARIFA-HALLADA TO
                       WS-EO-HALLADA(WS-ENT-IDX, WS-OP-IDX)
                   MOVE ZERO TO
                       WS-EO-CUENTA(WS-ENT-IDX, WS-OP-IDX)
               ELSE
                   DISPLAY "DEMASIADAS LINEAS PARA LA ENTIDAD "
                       CALC-ENTITY ", " CALC-OPERATION
                       " SIN FACTURAR"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2310-COMPARAR-OPERACION.
           IF WS-EO-OPERATION(WS-ENT-IDX, WS-OP-SUB)
               = CALC-OPERATION
               AND WS-EO-TARIFA(WS-ENT-IDX, WS-OP-SUB) = WS-TARIFA
               AND WS-EO-HALLADA(WS-ENT-IDX, WS-OP-SUB)
               = WS-TARIFA-HALLADA
               MOVE WS-OP-SUB TO WS-OP-IDX
               SET WS-HALLADO TO TRUE
           END-IF.
           PERFORM 3100-FACTURAR-ENTIDAD
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.
           PERFORM 3700-TOTALES-MONEDA.
           DISPLAY "CALCBILL: " WS-ENT-COUNT
               " ENTIDADES FACTURADAS, MES " WS-MES.
           IF WS-REFACTURA
               PERFORM 3750-DIFERENCIA-MONEDA
                   VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-COUNT
               DISPLAY "CALCBILL: REFACTURACION, " WS-CON-DIFERENCIA
                   " ENTIDADES CON DIFERENCIA CONTRA LA ORIGINAL"
           ELSE
               DISPLAY "CALCBILL: " WS-PARTIDAS-NUEVAS
                   " FACTURAS NUEVAS EN ARLEDGER.DAT, "
                   WS-NOTAS-EXCLUIDAS " REVERSOS YA ACREDITADOS"
           END-IF.

      ******************************************************************
      * EN REFACTURACION LA SECCION LLEVA EL NUMERO DE LA FACTURA
      * ORIGINAL DEL MES, SE MARCA (REFACTURACION) Y CIERRA CON EL
      * IMPORTE ORIGINAL Y LA DIFERENCIA; NO SE NUMERA NI SE ANOTA
      * NADA EN EL LIBRO - LA DIFERENCIA SE REGULARIZA APARTE.
      ******************************************************************
       3100-FACTURAR-ENTIDAD.
           PERFORM 3050-NUMERAR-FACTURA.
           MOVE WS-ENT-CODE(WS-ENT-SUB) TO FTL-ENTITY.
           MOVE WS-MES TO FTL-MES.
           MOVE WS-NUM-FACTURA TO FTL-NUMERO.
           MOVE WS-ENT-MONEDA(WS-ENT-SUB) TO FTL-MONEDA.
           EVALUATE TRUE
               WHEN WS-REFACTURA AND WS-FACTURA-PREVIA
                   MOVE "(REFACTURACION)" TO FTL-AVISO
               WHEN WS-REFACTURA
                   MOVE "(SIN ORIGINAL)" TO FTL-AVISO
               WHEN WS-FACTURA-PREVIA
                   MOVE "(YA REGISTRADA)" TO FTL-AVISO
               WHEN WS-NUM-FACTURA = ZERO
                   MOVE "(SIN NUMERO)" TO FTL-AVISO
               WHEN OTHER
                   MOVE SPACES TO FTL-AVISO
           END-EVALUATE.
           MOVE FAC-TITLE-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE FAC-COLUMN-HEADING TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE ZERO TO WS-TOTAL-ENTIDAD.
           PERFORM 3200-FACTURAR-OPERACION
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-ENT-OP-COUNT(WS-ENT-SUB).
           MOVE WS-TOTAL-ENTIDAD TO FTO-IMPORTE.
           MOVE FAC-TOTAL-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           PERFORM 3600-LOCALIZAR-MONEDA.
           IF WS-REFACTURA
               PERFORM 3150-DIFERENCIA
           END-IF.
           MOVE SPACES TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           IF WS-MON-IDX > ZERO
               ADD WS-TOTAL-ENTIDAD TO WS-MON-TOTAL(WS-MON-IDX)
           END-IF.
           IF WS-CON-LIBRO AND NOT WS-FACTURA-PREVIA
               AND WS-NUM-FACTURA > ZERO AND NOT WS-REFACTURA
               PERFORM 3400-REGISTRAR-PARTIDA
           END-IF.

       3150-DIFERENCIA.
           MOVE WS-IMPORTE-ORIGINAL TO FOR-IMPORTE.
           MOVE FAC-ORIGINAL-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           COMPUTE WS-DIFERENCIA =
               WS-TOTAL-ENTIDAD - WS-IMPORTE-ORIGINAL.
           MOVE WS-DIFERENCIA TO FDI-IMPORTE.
           MOVE FAC-DIFERENCIA-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           IF WS-MON-IDX > ZERO
               ADD WS-DIFERENCIA TO WS-MON-DIFERENCIA(WS-MON-IDX)
           END-IF.
           IF WS-DIFERENCIA NOT = ZERO
               ADD 1 TO WS-CON-DIFERENCIA
           END-IF.

      ******************************************************************
      * SI LA ENTIDAD YA TIENE FACTURA DE ESE MES EN EL LIBRO (UNA
      * REEJECUCION), SE REIMPRIME CON SU NUMERO Y NO SE VUELVE A
      * ANOTAR; SI NO, EL NUMERO SALE DEL CONTADOR INVOICE. UNA
      * REFACTURACION NUNCA GASTA NUMERO.
      ******************************************************************
       3050-NUMERAR-FACTURA.
           MOVE ZERO TO WS-NUM-FACTURA.
           MOVE ZERO TO WS-IMPORTE-ORIGINAL.
           MOVE "N" TO WS-FACTURA-PREVIA-SWITCH.
           IF WS-CON-LIBRO
               MOVE WS-ENT-CODE(WS-ENT-SUB) TO AR-ENTITY
               MOVE WS-MES TO AR-MONTH
               MOVE "N" TO WS-AR-FIN-SWITCH
               START AR-LEDGER-FILE KEY = AR-ENT-MES
                   INVALID KEY
                       SET WS-AR-FIN TO TRUE
               END-START
               PERFORM 3060-LEER-PARTIDA-MES
                   UNTIL WS-AR-FIN OR WS-FACTURA-PREVIA
               IF NOT WS-FACTURA-PREVIA AND NOT WS-REFACTURA
                   PERFORM 3500-OBTENER-NUM-FACTURA THRU 3500-EXIT
               END-IF
           END-IF.

       3060-LEER-PARTIDA-MES.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-AR-FIN TO TRUE
               NOT AT END
                   IF AR-ENTITY NOT = WS-ENT-CODE(WS-ENT-SUB)
                       OR AR-MONTH NOT = WS-MES
                       SET WS-AR-FIN TO TRUE
                   ELSE
                       IF AR-FACTURA
                           MOVE AR-INVOICE TO WS-NUM-FACTURA
                           MOVE AR-AMOUNT TO WS-IMPORTE-ORIGINAL
                           SET WS-FACTURA-PREVIA TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-FACTURAR-OPERACION.
           MOVE WS-EO-TARIFA(WS-ENT-SUB, WS-OP-SUB) TO WS-TARIFA.
           MOVE WS-EO-HALLADA(WS-ENT-SUB, WS-OP-SUB)
               TO WS-TARIFA-HALLADA.
           MOVE WS-EO-OPERATION(WS-ENT-SUB, WS-OP-SUB)
               TO FDL-OPERATION.
           MOVE WS-EO-CUENTA(WS-ENT-SUB, WS-OP-SUB) TO FDL-CUENTA.
           ELSE
               MOVE SPACES TO FDL-AVISO
           END-IF.
           MOVE FAC-DETAIL-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           ADD WS-IMPORTE TO WS-TOTAL-ENTIDAD.

      ******************************************************************
      * TARIFA DE WS-TAR-CLAVE: ENTRE LAS LINEAS DE LA OPERACION YA
      * VIGENTES EN LA FECHA (DESDE NO POSTERIOR), LA DE LA ENTIDAD
      * MANDA; SI NO HAY, VALE LA LINEA CON ENTIDAD EN BLANCO; EN
      * CADA CASO LA DE FECHA DESDE MAS RECIENTE. SIN NINGUNA,
      * TARIFA CERO Y AVISO.
      ******************************************************************
       3300-BUSCAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE ZERO TO WS-TARIFA WS-TARIFA-DESDE.
           PERFORM 3310-COMPARAR-TARIFA
               VARYING WS-TAR-SUB FROM 1 BY 1
               UNTIL WS-TAR-SUB > WS-TAR-COUNT.

       3310-COMPARAR-TARIFA.
           IF WS-TAR-OPERATION(WS-TAR-SUB) = WS-TAR-CLAVE-OPERATION
               AND WS-TAR-DESDE(WS-TAR-SUB) NOT > WS-TAR-CLAVE-FECHA
               IF WS-TAR-ENTITY(WS-TAR-SUB) = WS-TAR-CLAVE-ENTITY
                   IF NOT WS-CON-TARIFA
                       OR WS-TAR-DESDE(WS-TAR-SUB) > WS-TARIFA-DESDE
                       MOVE WS-TAR-RATE(WS-TAR-SUB) TO WS-TARIFA
                       MOVE WS-TAR-DESDE(WS-TAR-SUB)
                           TO WS-TARIFA-DESDE
                       SET WS-CON-TARIFA TO TRUE
                   END-IF
               ELSE
                   IF WS-TAR-ENTITY(WS-TAR-SUB) = SPACES
                       AND NOT WS-CON-TARIFA
                       IF WS-SIN-TARIFA
                           OR WS-TAR-DESDE(WS-TAR-SUB)
                           > WS-TARIFA-DESDE
                           MOVE WS-TAR-RATE(WS-TAR-SUB) TO WS-TARIFA
                           MOVE WS-TAR-DESDE(WS-TAR-SUB)
                               TO WS-TARIFA-DESDE
                           MOVE "D" TO WS-TARIFA-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA) LA MONEDA DE LA ENTIDAD EN FACTURACION
      * Y DEJA SU INDICE EN WS-MON-IDX, CERO SI LA TABLA ESTA LLENA.
      ******************************************************************
       3600-LOCALIZAR-MONEDA.
           MOVE "N" TO WS-HALLADO-SWITCH.
           MOVE ZERO TO WS-MON-IDX.
           PERFORM 3610-COMPARAR-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT OR WS-HALLADO.
           IF NOT WS-HALLADO
               IF WS-MON-COUNT < 10
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-ENT-MONEDA(WS-ENT-SUB)
                       TO WS-MON-CODE(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-TOTAL(WS-MON-COUNT)
                   MOVE ZERO TO WS-MON-DIFERENCIA(WS-MON-COUNT)
                   MOVE WS-MON-COUNT TO WS-MON-IDX
               ELSE
                   DISPLAY "TABLA DE MONEDAS LLENA, "
                       WS-ENT-MONEDA(WS-ENT-SUB) " FUERA DEL TOTAL"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3610-COMPARAR-MONEDA.
           IF WS-MON-CODE(WS-MON-SUB) = WS-ENT-MONEDA(WS-ENT-SUB)
               MOVE WS-MON-SUB TO WS-MON-IDX
               SET WS-HALLADO TO TRUE
           END-IF.

      ******************************************************************
      * UN TOTAL GENERAL POR MONEDA Y EL TOTAL EN MONEDA BASE CON EL
      * CAMBIO EXACTO DE LA FECHA DE NEGOCIO (FXRATE.DAT). SIN EL
      * CAMBIO DE ALGUNA MONEDA NO SE DA TOTAL BASE: SE DICE CUAL
      * FALTA Y LA EJECUCION TERMINA CON RETURN-CODE 4.
      ******************************************************************
       3700-TOTALES-MONEDA.
           PERFORM 3710-TOTAL-MONEDA
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT.
           IF NOT WS-CAMBIO-FALTA
               MOVE "M" TO FXL-FUNCION
               MOVE SPACES TO FXL-ENTITY
               CALL "fxLook" USING FX-LOOKUP
               MOVE FXL-BASE TO FBA-MONEDA
               MOVE WS-TOTAL-BASE TO FBA-IMPORTE
               MOVE WS-FECHA-NEGOCIO TO FBA-FECHA
               MOVE FAC-BASE-LINE TO WS-LINEA-FACTURA
               PERFORM 3900-ESCRIBIR-LINEA
           END-IF.

       3710-TOTAL-MONEDA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO FGR-MONEDA.
           MOVE WS-MON-TOTAL(WS-MON-SUB) TO FGR-IMPORTE.
           MOVE FAC-GRAND-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE "T" TO FXL-FUNCION.
           MOVE WS-FECHA-NEGOCIO TO FXL-FECHA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO FXL-MONEDA.
           CALL "fxLook" USING FX-LOOKUP.
           IF FXL-CAMBIO-HALLADO
               COMPUTE WS-MON-BASE ROUNDED =
                   WS-MON-TOTAL(WS-MON-SUB) * FXL-TASA
               ADD WS-MON-BASE TO WS-TOTAL-BASE
           ELSE
               SET WS-CAMBIO-FALTA TO TRUE
               MOVE WS-MON-CODE(WS-MON-SUB) TO FSC-MONEDA
               MOVE WS-FECHA-NEGOCIO TO FSC-FECHA
               MOVE FAC-SIN-CAMBIO-LINE TO WS-LINEA-FACTURA
               PERFORM 3900-ESCRIBIR-LINEA
               DISPLAY "CALCBILL: SIN CAMBIO DE "
                   WS-MON-CODE(WS-MON-SUB) " PARA EL "
                   WS-FECHA-NEGOCIO ", SIN TOTAL EN MONEDA BASE"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3750-DIFERENCIA-MONEDA.
           MOVE WS-MON-CODE(WS-MON-SUB) TO FDG-MONEDA.
           MOVE WS-MON-DIFERENCIA(WS-MON-SUB) TO FDG-IMPORTE.
           MOVE FAC-DIF-GENERAL-LINE TO WS-LINEA-FACTURA.
           PERFORM 3900-ESCRIBIR-LINEA.

      ******************************************************************
      * LA FACTURA NORMAL VA A INVOICE.DAT; LA REFACTURACION A
      * REBILL.DAT, PARA NO PISAR LA FACTURACION DEL MES EN CURSO.
      ******************************************************************
       3900-ESCRIBIR-LINEA.
           IF WS-REFACTURA
               WRITE REBILL-RECORD FROM WS-LINEA-FACTURA
           ELSE
               WRITE INVOICE-RECORD FROM WS-LINEA-FACTURA
           END-IF.

      ******************************************************************
      * LA SECCION FACTURADA QUEDA COMO PARTIDA ABIERTA DE LA
      * ENTIDAD; UNA FACTURA A CERO O NEGATIVA NACE CERRADA.
      ******************************************************************
       3400-REGISTRAR-PARTIDA.
           MOVE SPACES TO AR-RECORD.
           MOVE WS-NUM-FACTURA TO AR-INVOICE.
           MOVE WS-ENT-CODE(WS-ENT-SUB) TO AR-ENTITY.
           MOVE WS-MES TO AR-MONTH.
           MOVE "F" TO AR-TYPE.
           MOVE WS-FECHA-NEGOCIO TO AR-ISSUE-DATE.
           MOVE WS-TOTAL-ENTIDAD TO AR-AMOUNT AR-BALANCE.
           MOVE ZERO TO AR-PAID AR-CREDITED AR-REF-INVOICE
               AR-LAST-PAY-DATE.
           IF AR-BALANCE > ZERO
               SET AR-ABIERTA TO TRUE
           ELSE
               SET AR-CERRADA TO TRUE
           END-IF.
           WRITE AR-RECORD
               INVALID KEY
                   DISPLAY "FACTURA " WS-NUM-FACTURA " YA EXISTE EN "
                       "ARLEDGER.DAT, NO SE ANOTA"
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PARTIDAS-NUEVAS
           END-WRITE.

      ******************************************************************
      * EL NUMERO DE FACTURA SALE DEL REGISTRO INVOICE DE RUNSEQ.DAT,
      * BAJO EL MISMO CERROJO EXCLUSIVO QUE EL CONTADOR DE RUN-ID;
      * calcAdj NUMERA SUS NOTAS DE CREDITO CON EL MISMO CONTADOR.
      ******************************************************************
       3500-OBTENER-NUM-FACTURA.
           MOVE ZERO TO WS-RSQ-INTENTOS.
       3500-ABRIR-CONTADOR.
           OPEN I-O RUNSEQ-FILE.
           EVALUATE TRUE
               WHEN WS-RSQ-STATUS = "00"
                   CONTINUE
               WHEN WS-RSQ-STATUS = "35"
                   OPEN OUTPUT RUNSEQ-FILE
                   IF WS-RSQ-STATUS = "00"
                       MOVE "RUNSEQ" TO RSQ-ID
                       MOVE 50000000 TO RSQ-COUNTER
                       WRITE RUNSEQ-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       CLOSE RUNSEQ-FILE
                   END-IF
                   GO TO 3500-ABRIR-CONTADOR
               WHEN WS-RSQ-STATUS = "30" OR WS-RSQ-STATUS = "39"
                   DISPLAY "RUNSEQ.DAT ILEGIBLE (STATUS "
                       WS-RSQ-STATUS "), FACTURA SIN NUMERAR"
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE ZERO TO WS-NUM-FACTURA
                   GO TO 3500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-RSQ-INTENTOS
                   IF WS-RSQ-INTENTOS > 500
                       DISPLAY "RUNSEQ.DAT SIGUE OCUPADO "
                           "(STATUS " WS-RSQ-STATUS "), "
                           "REINTENTANDO"
                       MOVE ZERO TO WS-RSQ-INTENTOS
                   END-IF
                   GO TO 3500-ABRIR-CONTADOR
           END-EVALUATE.
           MOVE "INVOICE" TO RSQ-ID.
           READ RUNSEQ-FILE
               INVALID KEY
                   MOVE 1 TO WS-NUM-FACTURA
                   MOVE "INVOICE" TO RSQ-ID
                   MOVE WS-NUM-FACTURA TO RSQ-COUNTER
                   WRITE RUNSEQ-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF RSQ-COUNTER IS NUMERIC
                       COMPUTE WS-NUM-FACTURA = RSQ-COUNTER + 1
                   ELSE
                       MOVE 1 TO WS-NUM-FACTURA
                   END-IF
                   MOVE WS-NUM-FACTURA TO RSQ-COUNTER
                   REWRITE RUNSEQ-RECORD
                   END-REWRITE
           END-READ.
           CLOSE RUNSEQ-FILE.
       3500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-CALC-STATUS NOT = "35" AND WS-CALC-STATUS NOT = "30"
               CLOSE CALC-FILE
           END-IF.
           IF WS-REFACTURA
               CLOSE REBILL-FILE
           ELSE
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-CON-LIBRO
               CLOSE AR-LEDGER-FILE
           END-IF.
       END PROGRAM calcBill.
