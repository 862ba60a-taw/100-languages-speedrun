      *****************************************************
      *  ITEMSUSP.CPY                                     *
      *  Record layout for the ITEMSUSP item suspense      *
      *  file.  ITEMMNT writes one record for every         *
      *  ITEMTRAN transaction it rejects, carrying the full  *
      *  transaction image, the reject reason, and the date  *
      *  it was first rejected, so a rejected change is     *
      *  worked instead of lost in the audit trail.  VSAM    *
      *  KSDS keyed on SU-SUSP-KEY: the rejecting run's      *
      *  start stamp plus a sequence within that run.        *
      *  ITEMSMNT corrects, releases, or cancels entries;    *
      *  an entry marked for recycle is re-presented by the  *
      *  next ITEMMNT run ahead of the new ITEMTRAN batch.   *
      *  Applied and cancelled entries stay on file as       *
      *  history; only pending and recycle entries are open. *
      *  A recycled entry whose valuation movement needs     *
      *  approval is closed as held - it carries on, under   *
      *  its own key, on the ITEMPEND approval file.         *
      *****************************************************
       01  ITEMSUSP-RECORD.
           05  SU-SUSP-KEY.
               10  SU-KEY-STAMP      PIC X(16).
               10  SU-KEY-SEQ        PIC 9(5).
           05  SU-STATUS             PIC X(01).
               88  SU-PENDING        VALUE 'P'.
               88  SU-RECYCLE        VALUE 'R'.
               88  SU-APPLIED        VALUE 'A'.
               88  SU-CANCELLED      VALUE 'X'.
               88  SU-HELD           VALUE 'H'.
               88  SU-OPEN           VALUE 'P' 'R'.
           05  SU-FIRST-REJECT-DATE  PIC 9(8).
           05  SU-LAST-REJECT-DATE   PIC 9(8).
           05  SU-REJECT-COUNT       PIC 9(3).
           05  SU-REASON             PIC X(40).
           05  SU-TRAN-IMAGE.
               10  SU-TRANS-CODE         PIC X(01).
               10  SU-ITEM-NUMBER        PIC 9(7).
               10  SU-ITEM-DESCRIPTION   PIC X(20).
               10  SU-ITEM-CATEGORY      PIC X(4).
               10  SU-ITEM-QUANTITY      PIC 9(5).
               10  SU-ITEM-UNIT-PRICE    PIC 9(5)V99.
               10  SU-SUBMITTED-BY       PIC X(8).
