      *  retirement sets the matching active rule's          *
      *  expiration date to RT-EXP-DATE (its last effective  *
      *  day), leaving the rule on file for the dates it     *
      *  already served.  RT-SUBMITTED-BY is the user id    *
      *  of whoever raised it; FIZZRMNT holds every          *
      *  transaction on FIZZRPND until a different user      *
      *  approves it through FIZZRAPR.                       *
      *****************************************************
       01  FIZZRTRN-RECORD.
           05  RT-TRANS-CODE         PIC X(01).
           05  RT-LABEL              PIC X(8).
           05  RT-EFF-DATE           PIC 9(8).
           05  RT-EXP-DATE           PIC 9(8).
           05  RT-SUBMITTED-BY       PIC X(8).
