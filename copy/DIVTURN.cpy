      ******************************************************************
      * COPYBOOK: DIVTURN
      * Registro de DIVTURN.DAT, el diario de plazos de los ficheros
      * de socios: una linea por fichero de socio (remitente +
      * secuencia de fichero de DI-ORIGEN) y por hito. DivisionesBatch
      * apunta B al terminar la corrida que proceso sus detalles y
      * divOutbound apunta R al dejar su fichero de retorno. Con la
      * hora de recepcion de INTAKEN.DAT, divMonitor calcula el plazo
      * de respuesta de cada fichero contra lo prometido al socio.
      * La fecha y hora son las del sistema: registran el momento
      * real del hito, como ERRLOG.DAT y ALERTS.DAT.
      ******************************************************************
       01  TURN-RECORD.
           05  TU-SENDER               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TU-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  TU-EVENTO               PIC X.
               88  TU-LOTE             VALUE "B".
               88  TU-RETORNO          VALUE "R".
           05  FILLER                  PIC X VALUE SPACE.
           05  TU-FECHA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TU-HORA                 PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  TU-DETALLES             PIC 9(6).
