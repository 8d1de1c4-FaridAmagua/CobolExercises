      ******************************************************************
      * COPYBOOK: DISPUTE
      * Registro de DISPUTE.DAT, los casos de disputa que una entidad
      * abre contra uno o mas resultados. Fichero INDEXADO con clave
      * DP-KEY: numero de caso + linea. La linea 000 es la cabecera
      * del caso (entidad, motivo, quien lo planteo, estado); las
      * lineas 001 en adelante son las notas fechadas, incluidas las
      * que dispMant y calcAdj anotan solas en cada cambio de estado
      * y en cada reverso. Los calculos disputados estan en
      * DISPCALC.DAT (copybook DISPCALC). Lo mantiene dispMant.cbl;
      * el numero de caso sale del contador DISPUTE de RUNSEQ.DAT.
      * Mientras el caso esta vigente (ABIERTO o EN REVISION)
      * calcHskp no depura sus calculos; dispRpt.cbl es el informe
      * de antiguedad de los casos vigentes por entidad.
      * Cada SELECT declara ORGANIZATION INDEXED, ACCESS DYNAMIC y
      * RECORD KEY DP-KEY.
      ******************************************************************
       01  DISPUTE-RECORD.
           05  DP-KEY.
               10  DP-CASO             PIC 9(6).
               10  DP-LINEA            PIC 9(3).
                   88  DP-ES-CABECERA  VALUE ZERO.
           05  DP-DATOS                PIC X(120).
      *    LINEA 000: CABECERA DEL CASO
           05  DP-CABECERA REDEFINES DP-DATOS.
               10  DP-ENTITY           PIC XX.
               10  DP-ESTADO           PIC X.
                   88  DP-ABIERTO      VALUE "A".
                   88  DP-EN-REVISION  VALUE "R".
                   88  DP-SIN-CAMBIO   VALUE "N".
                   88  DP-REVERSADO    VALUE "V".
                   88  DP-RECHAZADO    VALUE "J".
                   88  DP-VIGENTE      VALUE "A" "R".
               10  DP-MOTIVO           PIC X(30).
               10  DP-PLANTEADO-POR    PIC X(20).
               10  DP-ABIERTO-POR      PIC X(8).
               10  DP-ABIERTO-FECHA    PIC 9(8).
               10  DP-ESTADO-POR       PIC X(8).
               10  DP-ESTADO-FECHA     PIC 9(8).
               10  DP-ULT-LINEA        PIC 9(3).
               10  DP-NUM-CALCULOS     PIC 9(3).
               10  FILLER              PIC X(29).
      *    LINEAS 001-999: NOTAS
           05  DP-NOTA REDEFINES DP-DATOS.
               10  DP-NOTA-FECHA       PIC 9(8).
               10  DP-NOTA-HORA        PIC 9(8).
               10  DP-NOTA-POR         PIC X(8).
               10  DP-NOTA-TEXTO       PIC X(60).
               10  FILLER              PIC X(36).
