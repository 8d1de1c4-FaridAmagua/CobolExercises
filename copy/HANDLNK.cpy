      ******************************************************************
      * COPYBOOK: HANDLNK
      * Area de enlace de shiftHnd.cbl, el traspaso de turno que
      * MenuPrincipal llama al firmar y al despedir al operador.
      * HOL-FUNCION:
      *   L  AL FIRMAR: MUESTRA EL ULTIMO TRASPASO DE HANDOVR.DAT SI
      *      NADIE LO HA LEIDO Y NO LO ESCRIBIO ESTE OPERADOR, Y PIDE
      *      LA CONFIRMACION DE LECTURA
      *   E  AL SALIR: EMITE LA HOJA DE TRASPASO DE LA SESION QUE
      *      EMPEZO EN HOL-INICIO-FECHA / HOL-INICIO-HORA (HORA DEL
      *      SISTEMA, LA DE ACTLOG.DAT Y CALCJRNL.DAT)
      * HOL-NUMERO vuelve con el numero del traspaso mostrado o
      * emitido (cero si no hubo ninguno).
      ******************************************************************
       01  HAND-OVER-LINK.
           05  HOL-FUNCION             PIC X.
           05  HOL-OPERADOR            PIC X(8).
           05  HOL-ENTIDAD             PIC XX.
           05  HOL-INICIO-FECHA        PIC 9(8).
           05  HOL-INICIO-HORA         PIC 9(8).
           05  HOL-NUMERO              PIC 9(6).
