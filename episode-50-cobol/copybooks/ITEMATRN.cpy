      *****************************************************
      *  ITEMATRN.CPY                                     *
      *  Record layout for the ITEMATRN approval           *
      *  transaction file read by ITEMAPRV.  One record     *
      *  decides one ITEMPEND entry, named by its           *
      *  PE-PEND-KEY as printed on the FIZZPEND pending     *
      *  approval report:                                   *
      *    A  approve - release the held transaction; the   *
      *       next ITEMMNT run applies it                    *
      *    D  decline - close the entry without applying    *
      *       it; AT-REASON is required                      *
      *  AT-APPROVER-ID is the checker's user id and may    *
      *  not be the id that submitted the transaction.      *
      *****************************************************
       01  ITEMATRN-RECORD.
           05  AT-ACTION             PIC X(01).
               88  AT-APPROVE        VALUE 'A'.
               88  AT-DECLINE        VALUE 'D'.
           05  AT-PEND-KEY.
               10  AT-KEY-STAMP      PIC X(16).
               10  AT-KEY-SEQ        PIC 9(5).
           05  AT-APPROVER-ID        PIC X(8).
           05  AT-REASON             PIC X(40).
