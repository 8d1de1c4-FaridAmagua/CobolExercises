      ******************************************************************
      * COPYBOOK: LEGALHLD
      * Registro de LEGALHLD.DAT, las retenciones legales sobre los
      * datos de una entidad. Las pone y las levanta un supervisor con
      * holdMant.cbl; cada alta y cada liberacion queda ademas en
      * SECJRNL.DAT (HOLD PLACE / HOLD RELEASE). Mientras una
      * retencion esta activa (LH-ESTADO A), calcHskp no depura de
      * CALCFILE.DAT ni de TRANLOG.DAT ningun registro de la entidad
      * (o de cualquiera si LH-ENTITY es **) con fecha dentro de
      * LH-DESDE / LH-HASTA, y archInq no restaura ni retira ese
      * registro de CALCARCH.DAT. Una retencion liberada se conserva
      * en el fichero con quien la levanto y cuando.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-ID                   PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
      *    ** = TODAS LAS ENTIDADES
           05  LH-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-DESDE                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-HASTA                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-ESTADO               PIC X.
               88  LH-ACTIVA           VALUE "A".
               88  LH-LIBERADA         VALUE "L".
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-MOTIVO               PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-PUESTA-POR           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-PUESTA-FECHA         PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-PUESTA-HORA          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-LIBERADA-POR         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-LIBERADA-FECHA       PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LH-LIBERADA-HORA        PIC 9(8).
