      ******************************************************************
      * COPYBOOK: FXLOOK
      * Area de enlace de fxLook.cbl, la consulta comun de monedas.
      * FXL-FUNCION:
      *   M  MONEDA DE LA ENTIDAD FXL-ENTITY EN FXL-MONEDA (LA BASE
      *      SI LA ENTIDAD NO TIENE MONEDA O NO ESTA EN ENTIDAD.DAT)
      *   T  CAMBIO DE FXL-MONEDA EL DIA FXL-FECHA EN FXL-TASA;
      *      FXL-HALLADA "N" CUANDO NO HAY CAMBIO PARA ESE DIA
      * En las dos funciones FXL-BASE vuelve con la moneda base.
      ******************************************************************
       01  FX-LOOKUP.
           05  FXL-FUNCION             PIC X.
           05  FXL-ENTITY              PIC XX.
           05  FXL-FECHA               PIC 9(8).
           05  FXL-MONEDA              PIC X(3).
           05  FXL-BASE                PIC X(3).
           05  FXL-TASA                PIC 9(5)V9(6).
           05  FXL-HALLADA             PIC X.
               88  FXL-CAMBIO-HALLADO  VALUE "Y".
