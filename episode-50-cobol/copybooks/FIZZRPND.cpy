      *****************************************************
      *  FIZZRPND.CPY                                     *
      *  Record layout for the FIZZRPND rule approval      *
      *  file.  FIZZRMNT writes one record for every        *
      *  FIZZRTRN transaction that passes its edits,        *
      *  instead of applying it, with the full transaction  *
      *  image.  VSAM KSDS keyed on RP-PEND-KEY: the        *
      *  holding run's start stamp plus a sequence within   *
      *  that run.  FIZZRAPR releases or declines entries,  *
      *  and never for the user who submitted them; a       *
      *  released entry is applied by the next FIZZRMNT     *
      *  run ahead of cross-validation, and closed as       *
      *  applied - or as failed, with the reason - only     *
      *  once that run has staged a valid rule set.         *
      *  Applied, declined and failed entries stay on file  *
      *  as history; only pending and released entries are  *
      *  open.                                              *
      *****************************************************
       01  FIZZRPND-RECORD.
           05  RP-PEND-KEY.
               10  RP-KEY-STAMP      PIC X(16).
               10  RP-KEY-SEQ        PIC 9(5).
           05  RP-STATUS             PIC X(01).
               88  RP-PENDING        VALUE 'P'.
               88  RP-RELEASED       VALUE 'R'.
               88  RP-APPLIED        VALUE 'A'.
               88  RP-DECLINED       VALUE 'D'.
               88  RP-FAILED         VALUE 'F'.
               88  RP-OPEN           VALUE 'P' 'R'.
           05  RP-SUBMIT-DATE        PIC 9(8).
           05  RP-DECIDED-BY         PIC X(8).
           05  RP-DECIDED-STAMP      PIC X(16).
           05  RP-APPLIED-STAMP      PIC X(16).
           05  RP-REASON             PIC X(60).
           05  RP-TRAN-IMAGE.
               10  RP-TRANS-CODE         PIC X(01).
               10  RP-DIVISOR            PIC 9(3).
               10  RP-LABEL              PIC X(8).
               10  RP-EFF-DATE           PIC 9(8).
               10  RP-EXP-DATE           PIC 9(8).
               10  RP-SUBMITTED-BY       PIC X(8).
