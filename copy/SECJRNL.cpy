      * autenticacion y autorizacion - antes estaban desperdigados
      * entre ERRLOG.DAT, STRINGs de Divisiones y flags de
      * AUTHUSR.DAT. Eventos: LOGON OK / LOGON FAIL / LOGON DENY /
      * LOCKOUT (firma de MenuPrincipal), ADMIN DENY (opcion de
      * usuarios sin rol S, MenuPrincipal), AUTH OK / AUTH FAIL /
      * AUTH DENY (gates de supervisor), OVR APPROVE / OVR DENY
      * (override del limite duro en Divisiones), USR PENDING /
      * USR APPROVE / USR REJECT (maker-checker de usuarios),
      * THRESH CHG (cambios de THRESH.DAT), REVERSAL (reversos de
      * calcAdj), STAND CHG (cambios de STANDING.DAT, standMant),
      * FORM CHG (cambios de FORMULA.DAT, formMant), HOLD PLACE /
      * HOLD RELEASE (retenciones legales de LEGALHLD.DAT, holdMant),
      * EXPLIM CHG (limites diarios de EXPLIM.DAT, limitMant),
      * AR PAYMENT (cobros de clientes, arPago), CREDIT NOTE (notas de
      * credito de reversos facturados, calcAdj), ENTITY CHG (cambios
      * de ENTIDAD.DAT, entMant), FX CHG (tipos de cambio de
      * FXRATE.DAT, fxMant), RATE CHG (tarifas de RATECARD.DAT,
      * rateMant),
      * PARM RESTORE (restauracion de parametros desde una foto,
      * refRest), SAMP DRAW (muestra de control, ctlSamp),
      * SAMP CONFIRM / SAMP FLAG / SAMP DENY (revision de la muestra,
      * ctlRev), STRM FORCE (salto o reejecucion forzada de un paso
      * del stream nocturno, strmForce).
      * SJ-USER es el AUTH-ID implicado; SJ-DETAIL lleva
      * el contexto (objetivo, entidad, clave). secRpt.cbl es el
      * informe de revision por rango de fechas y por usuario.
      * En OVR APPROVE / OVR DENY, SJ-USER es el supervisor y
      * SJ-DETAIL(23:8) el operador que pidio el override; operRpt.cbl
      * lo cuenta por operador.
      * SJ-SEQ y SJ-CHAIN encadenan el fichero: secJrnl.cbl, el unico
      * que graba en SECJRNL.DAT, numera cada registro con el
      * siguiente de la secuencia y calcula SJ-CHAIN (secHash.cbl)
      * sobre el contenido del registro hasta SJ-SEQ y el SJ-CHAIN del
      * registro anterior. Un registro borrado, insertado o retocado
      * rompe la cadena desde ese punto; secVrfy.cbl la recorre.
      * Los registros anteriores al encadenado llevan ambos en blanco.
      ******************************************************************
       01  SECURITY-JOURNAL-RECORD.
           05  SJ-DATE                 PIC 9(8).
           05  SJ-USER                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  SJ-DETAIL               PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  SJ-SEQ                  PIC 9(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  SJ-CHAIN                PIC 9(9).
