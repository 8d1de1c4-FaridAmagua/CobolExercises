      ******************************************************************
      * COPYBOOK: FXRATE
      * Registro de FXRATE.DAT, el fichero indexado de cambios
      * diarios. Clave: fecha + moneda ISO. FX-TASA es el numero de
      * unidades de moneda base que vale una unidad de la moneda ese
      * dia. El registro de fecha cero no es un cambio: su moneda es
      * la moneda base de la instalacion (sin el, EUR). Lo mantiene
      * fxMant.cbl bajo firma de supervisor, con journal de cada
      * cambio en FXRATELG.DAT; los programas lo consultan a traves
      * de fxLook.cbl. La moneda base vale siempre 1.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-FECHA            PIC 9(8).
               10  FX-MONEDA           PIC X(3).
           05  FX-TASA                 PIC 9(5)V9(6).
           05  FX-USUARIO              PIC X(8).
