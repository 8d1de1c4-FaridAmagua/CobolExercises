      ******************************************************************
      * Author:  farid
      * Date:    2026-10-15
      * Purpose: shared chain-value routine of the security journal,
      *          CALLed by secJrnl when it writes a SECJRNL.DAT record
      *          and by secVrfy when it walks the file, so both compute
      *          SJ-CHAIN exactly the same way. Folds the previous
      *          record's chain value and every byte of the record up
      *          to and including SJ-SEQ, each weighted by its
      *          position, into a nine-digit value. Changing,
      *          removing or inserting any byte or record changes the
      *          value of that record and of every record after it.
      *          LINKAGE: SH-PREVIO 9(9) in (chain value of the record
      *          before; zero for the first), SH-TEXTO X(101) in (the
      *          record up to SJ-SEQ), SH-VALOR 9(9) out.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15 FA  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secHash.
       AUTHOR. farid
       INSTALLATION. www.
       DATE-WRITTEN.15/10/2026
       DATE-COMPILED.15/10/2026
       REMARKS. valor de encadenado de SECJRNL.DAT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MODULO                   PIC 9(9) VALUE 999999937.
       01  WS-ACUM                     PIC 9(11) COMP.
       01  WS-COCIENTE                 PIC 9(11) COMP.
       01  WS-SUB                      PIC 9(4) COMP.
      *    UN BYTE DETRAS DE UN LOW-VALUE SE LEE COMO SU NUMERO DE
      *    ORDEN EN LA TABLA DE CARACTERES
       01  WS-BYTE-PAR.
           05  WS-BYTE-ALTO            PIC X VALUE LOW-VALUE.
           05  WS-BYTE                 PIC X.
       01  WS-BYTE-NUM REDEFINES WS-BYTE-PAR PIC 9(4) COMP.
       LINKAGE SECTION.
       01  SH-PREVIO                   PIC 9(9).
       01  SH-TEXTO                    PIC X(101).
       01  SH-VALOR                    PIC 9(9).
       PROCEDURE DIVISION USING SH-PREVIO SH-TEXTO SH-VALOR.
       0000-MAINLINE.
           MOVE SH-PREVIO TO WS-ACUM.
           PERFORM 1000-SUMAR-BYTE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 101.
           MOVE WS-ACUM TO SH-VALOR.
           GOBACK.

      *****************************************************************
      * ACUM = (ACUM * 31 + ORDEN DEL BYTE + POSICION) MODULO PRIMO
      *****************************************************************
       1000-SUMAR-BYTE.
           MOVE LOW-VALUE TO WS-BYTE-ALTO.
           MOVE SH-TEXTO(WS-SUB:1) TO WS-BYTE.
           COMPUTE WS-ACUM = WS-ACUM * 31 + WS-BYTE-NUM + WS-SUB.
           DIVIDE WS-ACUM BY WS-MODULO GIVING WS-COCIENTE
               REMAINDER WS-ACUM.
       END PROGRAM secHash.
