      ******************************************************************
      * COPYBOOK: DAYSUM
      * Registro del resumen diario de calculos (DAYSUM.DAT), fichero
      * INDEXADO con clave DS-KEY: una fila por fecha, entidad,
      * programa y operacion con la cantidad de calculos, la suma de
      * sus resultados y el menor y el mayor resultado. dayClose
      * rehace las filas del dia al cerrarlo (las borra y las graba
      * de nuevo desde CALCFILE.DAT) y calcAdj ajusta la fila del dia
      * en que postea cada reverso. Los informes de mes y de rango
      * (calcBill, calcActRpt, divisionesRpt) leen estas filas para
      * los dias ya cerrados - los anteriores a la fecha de negocio
      * de BUSDATE.DAT - y solo van al detalle para el dia abierto;
      * sin DAYSUM.DAT leen el detalle como siempre. closeAudit
      * vuelve a sumar el detalle contra estas filas. Las filas de
      * los dias anteriores al fichero se cargan una sola vez con
      * daySumBld.cbl.
      * Cada SELECT declara ORGANIZATION INDEXED, ACCESS DYNAMIC y
      * RECORD KEY DS-KEY.
      ******************************************************************
       01  DAY-SUMMARY-RECORD.
           05  DS-KEY.
               10  DS-DATE             PIC 9(8).
               10  DS-ENTITY           PIC XX.
               10  DS-PROGRAM          PIC X(20).
               10  DS-OPERATION        PIC X(10).
           05  DS-COUNT                PIC 9(7).
           05  DS-TOTAL                PIC S9(11)V99.
           05  DS-MIN                  PIC S9(7)V99.
           05  DS-MAX                  PIC S9(7)V99.
