      *****************************************************
      *  ITEMPEND.CPY                                     *
      *  Record layout for the ITEMPEND item approval      *
      *  file.  ITEMMNT writes one record for every         *
      *  ITEMTRAN transaction whose valuation movement      *
      *  exceeds the ITEMVPRM threshold, instead of         *
      *  applying it, with the full transaction image and   *
      *  the before and after extended value it would have  *
      *  moved.  VSAM KSDS keyed on PE-PEND-KEY: the        *
      *  holding run's start stamp plus a sequence within   *
      *  that run.  ITEMAPRV releases or declines entries,  *
      *  and never for the user who submitted them; a       *
      *  released entry is applied by the next ITEMMNT run  *
      *  ahead of the new ITEMTRAN batch.  One that no      *
      *  longer applies there is closed as failed and goes  *
      *  to ITEMSUSP like any other reject.  Applied,       *
      *  declined and failed entries stay on file as        *
      *  history; only pending and released entries are     *
      *  open.                                              *
      *****************************************************
       01  ITEMPEND-RECORD.
           05  PE-PEND-KEY.
               10  PE-KEY-STAMP      PIC X(16).
               10  PE-KEY-SEQ        PIC 9(5).
           05  PE-STATUS             PIC X(01).
               88  PE-PENDING        VALUE 'P'.
               88  PE-RELEASED       VALUE 'R'.
               88  PE-APPLIED        VALUE 'A'.
               88  PE-DECLINED       VALUE 'D'.
               88  PE-FAILED         VALUE 'F'.
               88  PE-OPEN           VALUE 'P' 'R'.
           05  PE-SUBMIT-DATE        PIC 9(8).
           05  PE-BEFORE-VALUE       PIC 9(10)V99.
           05  PE-AFTER-VALUE        PIC 9(10)V99.
           05  PE-THRESHOLD          PIC 9(9)V99.
           05  PE-DECIDED-BY         PIC X(8).
           05  PE-DECIDED-STAMP      PIC X(16).
           05  PE-APPLIED-STAMP      PIC X(16).
           05  PE-REASON             PIC X(40).
           05  PE-TRAN-IMAGE.
               10  PE-TRANS-CODE         PIC X(01).
               10  PE-ITEM-NUMBER        PIC 9(7).
               10  PE-ITEM-DESCRIPTION   PIC X(20).
               10  PE-ITEM-CATEGORY      PIC X(4).
               10  PE-ITEM-QUANTITY      PIC 9(5).
               10  PE-ITEM-UNIT-PRICE    PIC 9(5)V99.
               10  PE-SUBMITTED-BY       PIC X(8).
