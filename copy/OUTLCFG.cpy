      ******************************************************************
      * COPYBOOK: OUTLCFG
      * Parametros del analisis de calculos atipicos de calcOutl
      * (OUTLCFG.DAT, se edita a mano como SAMPCFG.DAT). Una linea
      * por entidad; la linea con OC-ENTITY en blanco es el defecto
      * de las entidades sin linea propia, como en EXPLIM.DAT:
      *   OC-DIAS          DIAS LABORABLES DE LA VENTANA DEL PERFIL
      *                    (LOS ANTERIORES A LA FECHA DE NEGOCIO,
      *                    SIN SABADOS, DOMINGOS NI FESTIVOS DE
      *                    WORKCAL.DAT). DEFECTO 20
      *   OC-SENSIBILIDAD  DESVIACIONES TIPICAS A PARTIR DE LAS QUE
      *                    UN VALOR O UN VOLUMEN ES ATIPICO, CON UN
      *                    DECIMAL (30 = 3,0). DEFECTO 3,0
      *   OC-MINIMO        CALCULOS QUE DEBE TENER EL PERFIL PARA
      *                    JUZGAR EL DIA; CON MENOS NO SE JUZGA.
      *                    DEFECTO 20
      * Un campo a cero o no numerico toma el defecto.
      ******************************************************************
       01  OUTLIER-CONFIG-RECORD.
           05  OC-ENTITY               PIC XX.
           05  FILLER                  PIC X.
           05  OC-DIAS                 PIC 9(3).
           05  FILLER                  PIC X.
           05  OC-SENSIBILIDAD         PIC 9V9.
           05  FILLER                  PIC X.
           05  OC-MINIMO               PIC 9(4).
