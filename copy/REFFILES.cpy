      ******************************************************************
      * COPYBOOK: REFFILES
      * Los ficheros de parametros que guarda la biblioteca de
      * instantaneas REFSNAP.DAT (refSnap, refDiff, refRest). Cada
      * fichero de la lista tiene su SELECT en refSnap y refRest. Por
      * fichero:
      *   RF-FICHERO       NOMBRE DEL FICHERO
      *   RF-ORGANIZACION  L = LINE SEQUENTIAL, I = INDEXADO (RUTTAB)
      *   RF-CLAVE-LONG    POSICIONES DEL PRINCIPIO DE LA LINEA QUE LA
      *                    IDENTIFICAN: DOS LINEAS CON LA MISMA CLAVE
      *                    Y TEXTO DISTINTO SON UN CAMBIO, NO UNA
      *                    BAJA Y UN ALTA. CERO = FICHERO DE UN SOLO
      *                    VALOR
      *   RF-OPER-DESDE    COLUMNAS QUE CAMBIA LA PROPIA OPERACION
      *   RF-OPER-LONG     (PT-NEXT-SEQ, QUE AVANZA divIntake): UN
      *                    CAMBIO SOLO AHI NO PIDE EXPLICACION
      *   RF-PROGRAMA      PROGRAMA DE MANTENIMIENTO CUYAS ANOTACIONES
      *                    EN SECJRNL.DAT EXPLICAN LOS CAMBIOS. LOS DE
      *                    THRESH.DAT LOS EXPLICA THRESHLG.DAT POR
      *                    ENTIDAD; msgMant Y rutinasMant NO ANOTAN EN
      *                    SECJRNL.DAT Y LOS FICHEROS SIN PROGRAMA SE
      *                    EDITAN A MANO: SUS CAMBIOS SOLO LOS EXPLICA
      *                    UNA RESTAURACION DE refRest
      ******************************************************************
       01  RF-NUM-FICHEROS             PIC 99 VALUE 10.
       01  RF-VALORES.
           05  FILLER                  PIC X(12) VALUE "THRESH.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 02.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ENTIDAD.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 02.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE "entMant".
           05  FILLER                  PIC X(12) VALUE "RATECARD.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 13.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE "rateMant".
           05  FILLER                  PIC X(12) VALUE "PARTNERS.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 08.
           05  FILLER                  PIC 999 VALUE 010.
           05  FILLER                  PIC 99 VALUE 06.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "WORKCAL.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 08.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "RETENT.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 08.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ALERTCFG.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "STEPCFG.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "MSGCAT.DAT".
           05  FILLER                  PIC X VALUE "L".
           05  FILLER                  PIC 99 VALUE 11.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "RUTINAS.DAT".
           05  FILLER                  PIC X VALUE "I".
           05  FILLER                  PIC 99 VALUE 02.
           05  FILLER                  PIC 999 VALUE ZERO.
           05  FILLER                  PIC 99 VALUE ZERO.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  RF-TABLA REDEFINES RF-VALORES.
           05  RF-ENTRY OCCURS 10 TIMES.
               10  RF-FICHERO          PIC X(12).
               10  RF-ORGANIZACION     PIC X.
                   88  RF-INDEXADO     VALUE "I".
               10  RF-CLAVE-LONG       PIC 99.
               10  RF-OPER-DESDE       PIC 999.
               10  RF-OPER-LONG        PIC 99.
               10  RF-PROGRAMA         PIC X(20).
