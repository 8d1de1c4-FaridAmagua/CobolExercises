      ******************************************************************
      * COPYBOOK: CTLSAMP
      * Registro de CTLSAMP.DAT, la muestra de control mensual: los
      * calculos de CALCFILE.DAT del mes que ctlSamp saco al azar
      * (reproducible: la misma semilla sobre el mismo mes da la
      * misma muestra) para que otra persona los compare con el
      * documento de origen en ctlRev. Fichero INDEXADO con clave
      * CS-KEY: mes + numero de item. El item 00000 es la cabecera
      * del mes (parametros y semilla del sorteo, quien y cuando);
      * los items 00001 en adelante son los calculos sacados, con la
      * copia del calculo, quien lo grabo (CS-OPERATOR) y quien lo
      * aprobo (CS-APROBADOR: el supervisor del override en
      * OVRAPPR.DAT, o el del reverso de calcAdj), que ctlRev no
      * deja revisar, y el veredicto: pendiente, conforme o marcado
      * con comentario. ctlRpt es el informe de cobertura y tasa de
      * excepciones; monthClose avisa o rechaza (SAMPCFG.DAT) con
      * items pendientes. Cada SELECT declara ORGANIZATION INDEXED,
      * ACCESS DYNAMIC y RECORD KEY CS-KEY.
      ******************************************************************
       01  CONTROL-SAMPLE-RECORD.
           05  CS-KEY.
               10  CS-MES              PIC 9(6).
               10  CS-ITEM             PIC 9(5).
                   88  CS-ES-CABECERA  VALUE ZERO.
           05  CS-DATOS                PIC X(170).
      *    ITEM 00000: CABECERA DEL MES
           05  CS-CABECERA REDEFINES CS-DATOS.
               10  CS-SEMILLA          PIC 9(10).
               10  CS-PORCENTAJE       PIC 9(3).
               10  CS-PESO             PIC 9(2).
               10  CS-POBLACION        PIC 9(7).
               10  CS-ESPECIALES       PIC 9(7).
               10  CS-MUESTRA          PIC 9(5).
               10  CS-ESTRATOS         PIC 9(3).
               10  CS-SORTEO-POR       PIC X(8).
               10  CS-SORTEO-FECHA     PIC 9(8).
               10  CS-SORTEO-HORA      PIC 9(8).
               10  FILLER              PIC X(109).
      *    ITEMS 00001-99999: CALCULOS DE LA MUESTRA
           05  CS-CALCULO REDEFINES CS-DATOS.
               10  CS-CALC-KEY.
                   15  CS-CALC-DATE    PIC 9(8).
                   15  CS-CALC-RUN-ID  PIC 9(8).
                   15  CS-CALC-SEQ     PIC 9(6).
                   15  CS-CALC-ENTITY  PIC XX.
               10  CS-PROGRAM          PIC X(20).
               10  CS-OPERATION        PIC X(10).
               10  CS-VALUE-1          PIC S9(7)V99.
               10  CS-VALUE-2          PIC S9(7)V99.
               10  CS-RESULT           PIC S9(7)V99.
               10  CS-CURRENCY         PIC X(3).
               10  CS-OPERATOR         PIC X(8).
               10  CS-APROBADOR        PIC X(8).
      *        N NORMAL, H OVERRIDE DEL LIMITE DURO, D OVERRIDE DEL
      *        LIMITE DIARIO, R REVERSO DE calcAdj
               10  CS-MOTIVO           PIC X.
                   88  CS-NORMAL       VALUE "N".
                   88  CS-OVR-DURO     VALUE "H".
                   88  CS-OVR-DIARIO   VALUE "D".
                   88  CS-REVERSO      VALUE "R".
               10  CS-ESTADO           PIC X.
                   88  CS-PENDIENTE    VALUE "P".
                   88  CS-CONFORME     VALUE "C".
                   88  CS-MARCADO      VALUE "F".
               10  CS-REVISOR          PIC X(8).
               10  CS-REV-FECHA        PIC 9(8).
               10  CS-REV-HORA         PIC 9(8).
               10  CS-COMENTARIO       PIC X(40).
               10  FILLER              PIC X(4).
