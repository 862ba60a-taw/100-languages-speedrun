      *  classification rule set, applied or rejected, is    *
      *  answerable without digging through SYSOUT, the      *
      *  same way ITEMAUDT answers for ITEMMSTR.             *
      *  FIZZRAPR logs its approval decisions here under     *
      *  RA-TRANS-CODE 'P'.  RA-SUBMITTED-BY is the maker of *
      *  the transaction, RA-APPROVED-BY the checker who     *
      *  released or declined it, where there was one.       *
      *****************************************************
       01  FIZZRADT-RECORD.
           05  RA-TIMESTAMP          PIC X(21).
           05  RA-EXP-DATE           PIC 9(8).
           05  RA-STATUS             PIC X(8).
           05  RA-REASON             PIC X(60).
           05  RA-SUBMITTED-BY       PIC X(8).
           05  RA-APPROVED-BY        PIC X(8).
