      ******************************************************************
      * Author:  farid
      * Date:    2026-08-21
      * Purpose: day-end print spool - merges the calculation
      *          table report (TABLARPT.DAT), the Divisiones summary
      *          (DIVRPT.DAT) and an extract of today's ERRLOG.DAT
      *          lines into one print-ready file (DAYSPOOL.DAT) with
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-21 FA  INITIAL VERSION.
      * 2026-10-15 FA  SECTION 1 IS NOW TITLED TABLAS DE CALCULO -
      *                TABLARPT.DAT CARRIES ADDITION, POWER, DIVISION
      *                AND PERCENTAGE TABLES AS WELL AS MULTIPLICATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. daySpool.
           05  FILLER                   PIC X(7) VALUE "FECHA: ".
           05  CVR-DATE                 PIC 9(8).
       01  SPL-COVER-3                  PIC X(40)
               VALUE "SECCION 1: TABLAS DE CALCULO".
       01  SPL-COVER-4                  PIC X(40)
               VALUE "SECCION 2: RESUMEN DE DIVISIONES".
       01  SPL-COVER-5                  PIC X(40)
      * 60) Y CIERRA CON EL TRAILER DE CONTROL.
      ******************************************************************
       2000-SECCION-TABLAS.
           MOVE "TABLAS DE CALCULO" TO WS-SECCION-TITULO.
           PERFORM 7000-ABRIR-SECCION.
           OPEN INPUT TABLA-REPORT-FILE.
           IF WS-TABLA-STATUS = "35"
