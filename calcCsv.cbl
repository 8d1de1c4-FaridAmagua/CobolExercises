      * 2026-09-02 FA  THE COMPANY NAME FROM THE ENTIDAD.DAT MASTER
      *                IS NOW EXPORTED AS ITS OWN COLUMN AFTER
      *                CALC-ENTITY; THE ROW WIDENED TO 160.
      * 2026-10-15 FA  AN INACTIVE ENTITY (ENTIDAD.DAT FLAG N) STILL
      *                PRINTS ITS NAME, MARKED INACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcCsv.
                       ADD 1 TO WS-ENM-COUNT
                       MOVE EN-CODE TO WS-ENM-CODE(WS-ENM-COUNT)
                       MOVE EN-NAME TO WS-ENM-NAME(WS-ENM-COUNT)
      *                UNA ENTIDAD DADA DE BAJA (entMant) SIGUE CON
      *                SU NOMBRE, MARCADA
                       IF EN-ACTIVE = "N"
                           MOVE " INACTIVA" TO
                               WS-ENM-NAME(WS-ENM-COUNT)(22:9)
                       END-IF
                   END-IF
           END-READ.

