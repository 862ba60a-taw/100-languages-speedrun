      *****************************************************
      *  FIZZRATR.CPY                                     *
      *  Record layout for the FIZZRATR rule approval      *
      *  transaction file read by FIZZRAPR.  One record     *
      *  decides one FIZZRPND entry, named by its           *
      *  RP-PEND-KEY as printed on the FIZZPEND pending     *
      *  approval report:                                   *
      *    A  approve - release the held rule change; the   *
      *       next FIZZRMNT run applies it                   *
      *    D  decline - close the entry without applying    *
      *       it; RV-REASON is required                      *
      *  RV-APPROVER-ID is the checker's user id and may    *
      *  not be the id that submitted the transaction.      *
      *****************************************************
       01  FIZZRATR-RECORD.
           05  RV-ACTION             PIC X(01).
               88  RV-APPROVE        VALUE 'A'.
               88  RV-DECLINE        VALUE 'D'.
           05  RV-PEND-KEY.
               10  RV-KEY-STAMP      PIC X(16).
               10  RV-KEY-SEQ        PIC 9(5).
           05  RV-APPROVER-ID        PIC X(8).
           05  RV-REASON             PIC X(60).
