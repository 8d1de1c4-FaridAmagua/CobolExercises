      ******************************************************************
      * COPYBOOK: EXPLIM
      * Registro de los limites diarios de exposicion por entidad
      * (EXPLIM.DAT), mantenido con limitMant.cbl, que deja cada
      * cambio en EXPLIMLG.DAT y en SECJRNL.DAT (EXPLIM CHG).
      * THRESH.DAT mira cada resultado por separado; aqui se limita
      * lo ACUMULADO por la entidad en la fecha de negocio: cuantos
      * calculos lleva en CALCFILE.DAT y la suma de sus resultados
      * (las mismas cifras por entidad de la hoja de control de
      * dayClose), sumando lo interactivo y lo batch.
      * Una linea por entidad; la linea con EX-ENTITY en blanco es
      * el defecto global de las entidades sin linea propia. Un
      * limite a cero es "sin limite" en esa dimension.
      * Divisiones pide el override de supervisor del limite duro
      * para el calculo que pasaria del limite; DivisionesBatch
      * manda el registro a DIVREJ.DAT con motivo DAILY LIMIT para
      * que divResub lo libere otro dia.
      ******************************************************************
       01  EXPOSURE-LIMIT-RECORD.
           05  EX-ENTITY               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  EX-MAX-CALCULOS         PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  EX-MAX-IMPORTE          PIC 9(9)V99.
