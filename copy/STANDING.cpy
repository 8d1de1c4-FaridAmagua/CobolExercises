      ******************************************************************
      * COPYBOOK: STANDING
      * Registro del fichero de instrucciones permanentes
      * (STANDING.DAT): los calculos que una entidad repite en un
      * ciclo fijo - la comision mensual sobre una base fija, la
      * division semanal - y que antes se reteclean por divEntry
      * cada vez. Lo mantiene standMant bajo firma de supervisor y
      * lo lee standGen en la cadena nocturna, que encola en
      * DIVIN.DAT cada instruccion que vence en la fecha de negocio.
      * SI-FREQ: D diaria, W semanal (SI-DAY = dia de la semana,
      * 1 lunes ... 7 domingo), M mensual (SI-DAY = dia del mes; un
      * dia que el mes no tiene vence el ultimo dia del mes), L
      * ultimo dia laborable del mes. Un vencimiento que cae en
      * sabado, domingo o festivo de WORKCAL.DAT rueda al siguiente
      * dia laborable. SI-END en ceros = sin fecha de fin.
      ******************************************************************
       01  STANDING-RECORD.
           05  SI-ID                   PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-NUM1                 PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-NUM2                 PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-OPCODE               PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-FREQ                 PIC X.
               88  SI-DIARIA           VALUE "D".
               88  SI-SEMANAL          VALUE "W".
               88  SI-MENSUAL          VALUE "M".
               88  SI-FIN-DE-MES       VALUE "L".
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-DAY                  PIC 99.
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-START                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-END                  PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SI-DESCRIPTION          PIC X(30).
