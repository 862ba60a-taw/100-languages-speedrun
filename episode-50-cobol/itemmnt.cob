      *    under normal file-status checking, logging the
      *    outcome of every transaction to ITEMAUDT so master
      *    file updates no longer have to happen by hand-editing
      *    ITEMMSTR outside the system.  Every rejected
      *    transaction is also held on the ITEMSUSP suspense file
      *    with its full image, reason, and first-rejected date,
      *    and entries corrected or released there (see ITEMSMNT)
      *    are re-presented at the start of the next run, ahead of
      *    the new ITEMTRAN batch, so a correction applies before
      *    anything submitted after it.  Every update actually
      *    applied is journaled to ITEMJRNL with the full ITEMMSTR
      *    image before and after it, under this run's start
      *    stamp, which is what ITEMRCVR rolls forward or backs
      *    out from.  A transaction whose valuation movement
      *    exceeds the ITEMVPRM threshold is not applied at all:
      *    it is held on the ITEMPEND approval file until a user
      *    other than its submitter releases it through ITEMAPRV,
      *    and released entries are applied at the start of the
      *    next run, ahead of the suspense recycle and the new
      *    ITEMTRAN batch.  With no usable ITEMVPRM threshold the
      *    run aborts before touching ITEMMSTR - the approval
      *    hold cannot be switched off by leaving the file out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMDLTA ASSIGN TO "ITEMDLTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMJRNL ASSIGN TO "ITEMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CATEGORY-CODE
               FILE STATUS IS WS-CATMSTR-FILE-STATUS.
           SELECT ITEMSUSP ASSIGN TO "ITEMSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT ITEMPEND ASSIGN TO "ITEMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ITEMAUDT.
       FD  ITEMDLTA.
           COPY ITEMDLTA.
       FD  ITEMJRNL.
           COPY ITEMJRNL.
       FD  CATMSTR.
           COPY CATMSTR.
       FD  ITEMSUSP.
           COPY ITEMSUSP.
       FD  ITEMPEND.
           COPY ITEMPEND.

       WORKING-STORAGE SECTION.
           01 WS-ITEMMSTR-FILE-STATUS PIC XX.
           01 WS-CNT-DELETES PIC 9(7) VALUE ZERO.
           01 WS-CNT-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.
      *    Suspense handling.  The run stamp taken at startup
      *    plus a sequence number keys each new suspense entry;
      *    the outcome flag tells the recycle pass whether the
      *    re-presented transaction applied or rejected again.
           01 WS-SUSP-FILE-STATUS PIC XX.
           01 WS-SUSP-EOF PIC X VALUE 'N'.
               88 END-OF-SUSPENSE VALUE 'Y'.
           01 WS-RUN-STAMP PIC X(21).
           01 WS-TODAY PIC 9(8).
           01 WS-SUSP-SEQ PIC 9(5) VALUE ZERO.
           01 WS-SUSP-REASON PIC X(40).
           01 WS-RECYCLE-MODE PIC X VALUE 'N'.
               88 RECYCLING VALUE 'Y'.
           01 WS-TRAN-OUTCOME PIC X.
               88 TRAN-APPLIED  VALUE 'A'.
               88 TRAN-REJECTED VALUE 'R'.
               88 TRAN-HELD     VALUE 'H'.
           01 WS-CNT-SUSPENDED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RECYCLED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RECYCLE-APPLIED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RESUSPENDED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RECYCLE-HELD PIC 9(7) VALUE ZERO.
      *    Dual control.  A transaction moving more value than the
      *    ITEMVPRM threshold is held on ITEMPEND under the run
      *    stamp plus a sequence number; the release pass applies
      *    entries a checker has approved, and the switch keeps
      *    them from being held a second time.
           01 WS-PEND-FILE-STATUS PIC XX.
           01 WS-PEND-EOF PIC X VALUE 'N'.
               88 END-OF-PENDING VALUE 'Y'.
           01 WS-PEND-SEQ PIC 9(5) VALUE ZERO.
           01 WS-RELEASE-MODE PIC X VALUE 'N'.
               88 RELEASING VALUE 'Y'.
           01 WS-PEND-BEFORE PIC 9(10)V99.
           01 WS-PEND-AFTER PIC 9(10)V99.
           01 WS-PEND-FOUND PIC X.
               88 PEND-BASE-FOUND VALUE 'Y'.
           01 WS-CNT-HELD PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASE-APPLIED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASE-FAILED PIC 9(7) VALUE ZERO.
      *    Journal images, captured off the master as each update
      *    is built so the journal record can be written once the
      *    update is known to have applied.
           01 WS-JRNL-BEFORE PIC X(43).
           01 WS-JRNL-AFTER PIC X(43).
           01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
      *    Valuation impact tracking.  Every applied transaction
      *    contributes its before and after extended value
      *    (quantity times unit price), summarized by category,

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-APPLY-RELEASED
           PERFORM 1500-RECYCLE-SUSPENSE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

      *    The movement threshold drives the hold for approval as
      *    well as the impact flagging, and maker/checker control
      *    over large movements is not optional - a missing,
      *    empty or zero ITEMVPRM stops the run before ITEMMSTR is
      *    opened, rather than letting every movement through.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           OPEN INPUT ITEMVPRM
           IF WS-VPRM-FILE-STATUS = '00'
             READ ITEMVPRM
             CLOSE ITEMVPRM
           END-IF
           IF NOT FLAGGING-ENABLED
             DISPLAY 'ITEMMNT: NO USABLE ITEMVPRM THRESHOLD - '
                 'APPROVAL HOLDS CANNOT BE APPLIED - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT ITEMTRAN
           OPEN I-O ITEMMSTR
           END-IF
           OPEN EXTEND ITEMAUDT
           OPEN EXTEND ITEMDLTA
           OPEN EXTEND ITEMJRNL
      *    The category reference master is a hard requirement -
      *    running maintenance without it would let phantom
      *    categories back onto ITEMMSTR, which is the corruption
           IF WS-CATMSTR-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMMNT: CATMSTR OPEN FAILED - FILE STATUS '
                 WS-CATMSTR-FILE-STATUS ' - ABORTING'
             CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O ITEMSUSP
           IF WS-SUSP-FILE-STATUS = '35'
             OPEN OUTPUT ITEMSUSP
             CLOSE ITEMSUSP
             OPEN I-O ITEMSUSP
           END-IF
           IF WS-SUSP-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMMNT: ITEMSUSP OPEN FAILED - FILE STATUS '
                 WS-SUSP-FILE-STATUS ' - ABORTING'
             CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
                 CATMSTR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O ITEMPEND
           IF WS-PEND-FILE-STATUS = '35'
             OPEN OUTPUT ITEMPEND
             CLOSE ITEMPEND
             OPEN I-O ITEMPEND
           END-IF
           IF WS-PEND-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMMNT: ITEMPEND OPEN FAILED - FILE STATUS '
                 WS-PEND-FILE-STATUS ' - ABORTING'
             CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
                 CATMSTR ITEMSUSP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      *    Entries a checker has released through ITEMAPRV are
      *    applied first - they were held before anything still
      *    waiting in suspense or on the new ITEMTRAN batch was
      *    submitted.  The held image goes through the same edits
      *    and apply logic as a fresh transaction, without being
      *    held again.  One that no longer applies (the item was
      *    deleted meanwhile, say) is closed as failed and goes to
      *    suspense like any other reject.
       1400-APPLY-RELEASED.
           SET RELEASING TO TRUE
           MOVE LOW-VALUES TO PE-PEND-KEY
           START ITEMPEND KEY NOT LESS THAN PE-PEND-KEY
             INVALID KEY
               SET END-OF-PENDING TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING
             READ ITEMPEND NEXT RECORD
               AT END
                 SET END-OF-PENDING TO TRUE
               NOT AT END
                 IF PE-RELEASED
                   PERFORM 1450-APPLY-RELEASED-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'N' TO WS-RELEASE-MODE.

       1450-APPLY-RELEASED-ENTRY.
           ADD 1 TO WS-CNT-RELEASED
           MOVE PE-TRAN-IMAGE TO ITEMTRAN-RECORD
           PERFORM 3000-APPLY-TRANSACTION
           IF TRAN-APPLIED
             SET PE-APPLIED TO TRUE
             MOVE WS-RUN-STAMP(1:16) TO PE-APPLIED-STAMP
             ADD 1 TO WS-CNT-RELEASE-APPLIED
           ELSE
             SET PE-FAILED TO TRUE
             MOVE WS-RUN-STAMP(1:16) TO PE-APPLIED-STAMP
             MOVE WS-SUSP-REASON TO PE-REASON
             ADD 1 TO WS-CNT-RELEASE-FAILED
           END-IF
           REWRITE ITEMPEND-RECORD
             INVALID KEY
               DISPLAY 'ITEMMNT: ITEMPEND REWRITE FAILED FOR ENTRY '
                   PE-PEND-KEY ' - FILE STATUS ' WS-PEND-FILE-STATUS
           END-REWRITE.

      *    Suspense entries marked for recycle go through exactly
      *    the same edits and apply logic as a fresh ITEMTRAN
      *    record - the held image is dropped into the ITEMTRAN
      *    record area and handed to 3000-APPLY-TRANSACTION.  An
      *    entry that applies is closed as applied; one that
      *    rejects again goes back to pending with its new reason,
      *    keeping its original first-rejected date so the aging
      *    report still shows how long it has really been out.
       1500-RECYCLE-SUSPENSE.
           SET RECYCLING TO TRUE
           MOVE LOW-VALUES TO SU-SUSP-KEY
           START ITEMSUSP KEY NOT LESS THAN SU-SUSP-KEY
             INVALID KEY
               SET END-OF-SUSPENSE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SUSPENSE
             READ ITEMSUSP NEXT RECORD
               AT END
                 SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                 IF SU-RECYCLE
                   PERFORM 1600-RECYCLE-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'N' TO WS-RECYCLE-MODE.

       1600-RECYCLE-ENTRY.
           ADD 1 TO WS-CNT-RECYCLED
           MOVE SU-TRAN-IMAGE TO ITEMTRAN-RECORD
           PERFORM 3000-APPLY-TRANSACTION
           EVALUATE TRUE
             WHEN TRAN-APPLIED
               SET SU-APPLIED TO TRUE
               ADD 1 TO WS-CNT-RECYCLE-APPLIED
             WHEN TRAN-HELD
               SET SU-HELD TO TRUE
               ADD 1 TO WS-CNT-RECYCLE-HELD
             WHEN OTHER
               SET SU-PENDING TO TRUE
               MOVE WS-TODAY TO SU-LAST-REJECT-DATE
               IF SU-REJECT-COUNT < 999
                 ADD 1 TO SU-REJECT-COUNT
               END-IF
               MOVE WS-SUSP-REASON TO SU-REASON
               ADD 1 TO WS-CNT-RESUSPENDED
           END-EVALUATE
           REWRITE ITEMSUSP-RECORD
             INVALID KEY
               DISPLAY 'ITEMMNT: ITEMSUSP REWRITE FAILED FOR ENTRY '
                   SU-SUSP-KEY ' - FILE STATUS ' WS-SUSP-FILE-STATUS
           END-REWRITE.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRAN
             READ ITEMTRAN
           END-PERFORM.

       3000-APPLY-TRANSACTION.
           MOVE SPACE TO WS-TRAN-OUTCOME
           PERFORM 3050-EDIT-CHECK
           IF TRAN-VALID AND FLAGGING-ENABLED AND NOT RELEASING
             PERFORM 3600-CHECK-DUAL-CONTROL
           END-IF
           IF TRAN-INVALID
             ADD 1 TO WS-CNT-REJECTED
             PERFORM 3920-LOG-EDIT-REJECT
           ELSE
             IF NOT TRAN-HELD
               EVALUATE TRUE
                 WHEN IT-ADD
                   PERFORM 3100-ADD-ITEM
                 WHEN IT-CHANGE
                   PERFORM 3200-CHANGE-ITEM
                 WHEN IT-DELETE
                   PERFORM 3300-DELETE-ITEM
                 WHEN OTHER
                   PERFORM 3400-REJECT-INVALID-CODE
               END-EVALUATE
             END-IF
           END-IF
           ADD 1 TO WS-CNT-TOTAL.

      *    ITEMMSTR would data-exception every downstream program
      *    that computes quantity times unit price.  Deletes only
      *    need a valid key, so only the item number is edited for
      *    them.  Every transaction has to name its submitter -
      *    dual control has nobody to keep from approving it
      *    otherwise.
       3050-EDIT-CHECK.
           SET TRAN-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
           IF TRAN-VALID AND IT-SUBMITTED-BY = SPACES
             MOVE 'SUBMITTER ID MISSING' TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           END-IF.

      *    An add or change must carry a category that is on the
           MOVE IT-ITEM-CATEGORY    TO IM-ITEM-CATEGORY
           MOVE IT-ITEM-QUANTITY    TO IM-ITEM-QUANTITY
           MOVE IT-ITEM-UNIT-PRICE  TO IM-ITEM-UNIT-PRICE
           MOVE SPACES          TO WS-JRNL-BEFORE
           MOVE ITEMMSTR-RECORD TO WS-JRNL-AFTER
           WRITE ITEMMSTR-RECORD
             INVALID KEY
               ADD 1 TO WS-CNT-REJECTED
               COMPUTE WS-BEFORE-VALUE = IM-ITEM-QUANTITY *
                   IM-ITEM-UNIT-PRICE
               MOVE IM-ITEM-CATEGORY TO WS-BEFORE-CAT
               MOVE ITEMMSTR-RECORD TO WS-JRNL-BEFORE
               MOVE IT-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION
               MOVE IT-ITEM-CATEGORY    TO IM-ITEM-CATEGORY
               MOVE IT-ITEM-QUANTITY    TO IM-ITEM-QUANTITY
               MOVE IT-ITEM-UNIT-PRICE  TO IM-ITEM-UNIT-PRICE
               MOVE ITEMMSTR-RECORD TO WS-JRNL-AFTER
               REWRITE ITEMMSTR-RECORD
                 INVALID KEY
                   ADD 1 TO WS-CNT-REJECTED
                   IM-ITEM-UNIT-PRICE
               MOVE IM-ITEM-CATEGORY TO WS-BEFORE-CAT
               MOVE IM-ITEM-CATEGORY TO WS-AFTER-CAT
               MOVE ITEMMSTR-RECORD TO WS-JRNL-BEFORE
               MOVE SPACES          TO WS-JRNL-AFTER
               DELETE ITEMMSTR RECORD
                 INVALID KEY
                   ADD 1 TO WS-CNT-REJECTED
           ADD 1 TO WS-CNT-REJECTED
           PERFORM 3910-LOG-REJECTED.

      *    The movement the transaction would book is worked out
      *    before anything is applied, the same way 3700 measures
      *    it afterwards: an add brings its whole extended value
      *    on, a delete takes the item's current value off, and a
      *    change moves the difference.  A change or delete whose
      *    item is not on file is left to the apply paragraphs to
      *    reject in the usual way.
       3600-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-PEND-FOUND
           MOVE ZERO TO WS-PEND-BEFORE
           MOVE ZERO TO WS-PEND-AFTER
           EVALUATE TRUE
             WHEN IT-ADD
               SET PEND-BASE-FOUND TO TRUE
               COMPUTE WS-PEND-AFTER = IT-ITEM-QUANTITY *
                   IT-ITEM-UNIT-PRICE
             WHEN IT-CHANGE OR IT-DELETE
               MOVE IT-ITEM-NUMBER TO IM-ITEM-NUMBER
               READ ITEMMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET PEND-BASE-FOUND TO TRUE
                   COMPUTE WS-PEND-BEFORE = IM-ITEM-QUANTITY *
                       IM-ITEM-UNIT-PRICE
                   IF IT-CHANGE
                     COMPUTE WS-PEND-AFTER = IT-ITEM-QUANTITY *
                         IT-ITEM-UNIT-PRICE
                   END-IF
               END-READ
           END-EVALUATE
           IF PEND-BASE-FOUND
             COMPUTE WS-MOVEMENT = WS-PEND-AFTER - WS-PEND-BEFORE
             MOVE WS-MOVEMENT TO WS-ABS-MOVEMENT
             IF WS-ABS-MOVEMENT > WS-THRESHOLD
               PERFORM 3650-HOLD-FOR-APPROVAL
             END-IF
           END-IF.

       3650-HOLD-FOR-APPROVAL.
           SET TRAN-HELD TO TRUE
           ADD 1 TO WS-CNT-HELD
           INITIALIZE ITEMPEND-RECORD
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-RUN-STAMP(1:16) TO PE-KEY-STAMP
           MOVE WS-PEND-SEQ        TO PE-KEY-SEQ
           SET PE-PENDING TO TRUE
           MOVE WS-TODAY           TO PE-SUBMIT-DATE
           MOVE WS-PEND-BEFORE     TO PE-BEFORE-VALUE
           MOVE WS-PEND-AFTER      TO PE-AFTER-VALUE
           MOVE WS-THRESHOLD       TO PE-THRESHOLD
           MOVE ITEMTRAN-RECORD    TO PE-TRAN-IMAGE
           WRITE ITEMPEND-RECORD
             INVALID KEY
               DISPLAY 'ITEMMNT: ITEMPEND WRITE FAILED FOR ITEM '
                   IT-ITEM-NUMBER ' - FILE STATUS '
                   WS-PEND-FILE-STATUS ' - ABORTING'
               CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
                   CATMSTR ITEMSUSP ITEMPEND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE IT-TRANS-CODE   TO IA-TRANS-CODE
           MOVE IT-ITEM-NUMBER  TO IA-ITEM-NUMBER
           MOVE 'PENDING'       TO IA-STATUS
           STRING 'HELD FOR APPROVAL ' PE-KEY-STAMP '-' PE-KEY-SEQ
               DELIMITED BY SIZE INTO IA-REASON
           MOVE IT-SUBMITTED-BY TO IA-SUBMITTED-BY
           WRITE ITEMAUDT-RECORD
           MOVE WS-MOVEMENT  TO WS-EDIT-MOVEMENT
           MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD
           DISPLAY 'ITEMMNT: HELD FOR APPROVAL - ITEM '
               IT-ITEM-NUMBER ' TRANS ' IT-TRANS-CODE
               ' MOVES ' WS-EDIT-MOVEMENT
               ' (THRESHOLD ' WS-EDIT-THRESHOLD ')'.

       3700-TRACK-VALUATION.
           MOVE WS-BEFORE-CAT TO WS-VCAT-WANTED
           PERFORM 3750-FIND-OR-ADD-VCAT
             IF WS-VCAT-COUNT >= WS-MAX-VCATS
               DISPLAY 'ITEMMNT: TOO MANY DISTINCT CATEGORIES FOR '
                   'THE VALUATION REPORT - ABORTING'
               CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
                   CATMSTR ITEMSUSP ITEMPEND
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           MOVE IT-TRANS-CODE  TO IA-TRANS-CODE
           MOVE IT-ITEM-NUMBER TO IA-ITEM-NUMBER
           MOVE 'APPLIED'      TO IA-STATUS
           PERFORM 3980-AUDIT-USERS
           WRITE ITEMAUDT-RECORD
           SET TRAN-APPLIED TO TRUE
           PERFORM 3950-WRITE-DELTA-KEY
           PERFORM 3970-WRITE-JOURNAL.

      *    Hands the applied key off to the delta-mode FIZZBUZZ
      *    run.  Only applied transactions go on ITEMDLTA -
           MOVE IT-ITEM-NUMBER TO DL-ITEM-NUMBER
           WRITE ITEMDLTA-RECORD.

      *    Only applied updates are journaled - the journal is the
      *    exact sequence of changes ITEMMSTR went through, and a
      *    reject changed nothing.
       3970-WRITE-JOURNAL.
           INITIALIZE ITEMJRNL-RECORD
           ADD 1 TO WS-JRNL-SEQ
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE WS-RUN-STAMP(1:16) TO JR-RUN-STAMP
           MOVE WS-JRNL-SEQ        TO JR-SEQ
           MOVE IT-TRANS-CODE      TO JR-ACTION
           MOVE IT-ITEM-NUMBER     TO JR-ITEM-NUMBER
           MOVE WS-JRNL-BEFORE     TO JR-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER      TO JR-AFTER-IMAGE
           WRITE ITEMJRNL-RECORD.

       3910-LOG-REJECTED.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
             WHEN OTHER
               MOVE 'INVALID TRANSACTION CODE' TO IA-REASON
           END-EVALUATE
           MOVE IA-REASON TO WS-SUSP-REASON
           PERFORM 3980-AUDIT-USERS
           WRITE ITEMAUDT-RECORD
           PERFORM 3960-SUSPEND-TRANSACTION.

       3920-LOG-EDIT-REJECT.
           INITIALIZE ITEMAUDT-RECORD
           MOVE IT-ITEM-NUMBER TO IA-ITEM-NUMBER
           MOVE 'REJECTED'     TO IA-STATUS
           MOVE WS-EDIT-REASON TO IA-REASON
           MOVE WS-EDIT-REASON TO WS-SUSP-REASON
           PERFORM 3980-AUDIT-USERS
           WRITE ITEMAUDT-RECORD
           PERFORM 3960-SUSPEND-TRANSACTION.

      *    The maker goes on every audit record; an entry being
      *    applied off ITEMPEND also carries the checker who
      *    released it, and its pending key where the reason
      *    line is free.
       3980-AUDIT-USERS.
           MOVE IT-SUBMITTED-BY TO IA-SUBMITTED-BY
           IF RELEASING
             MOVE PE-DECIDED-BY TO IA-APPROVED-BY
             IF IA-REASON = SPACES
               STRING 'APPROVED ENTRY ' PE-KEY-STAMP '-' PE-KEY-SEQ
                   DELIMITED BY SIZE INTO IA-REASON
             END-IF
           END-IF.

      *    Every reject is held on ITEMSUSP with its full image so
      *    it can be worked and recycled instead of resubmitted by
      *    hand.  A recycled entry that rejects again is already
      *    on file - 1600-RECYCLE-ENTRY updates it in place - so
      *    only a fresh ITEMTRAN reject creates a new entry.
       3960-SUSPEND-TRANSACTION.
           SET TRAN-REJECTED TO TRUE
           IF NOT RECYCLING
             INITIALIZE ITEMSUSP-RECORD
             ADD 1 TO WS-SUSP-SEQ
             MOVE WS-RUN-STAMP(1:16) TO SU-KEY-STAMP
             MOVE WS-SUSP-SEQ        TO SU-KEY-SEQ
             SET SU-PENDING TO TRUE
             MOVE WS-TODAY           TO SU-FIRST-REJECT-DATE
             MOVE WS-TODAY           TO SU-LAST-REJECT-DATE
             MOVE 1                  TO SU-REJECT-COUNT
             MOVE WS-SUSP-REASON     TO SU-REASON
             MOVE ITEMTRAN-RECORD    TO SU-TRAN-IMAGE
             WRITE ITEMSUSP-RECORD
               INVALID KEY
                 DISPLAY 'ITEMMNT: ITEMSUSP WRITE FAILED FOR ITEM '
                     IT-ITEM-NUMBER ' - FILE STATUS '
                     WS-SUSP-FILE-STATUS ' - ABORTING'
                 CLOSE ITEMTRAN ITEMMSTR ITEMAUDT ITEMDLTA ITEMJRNL
                     CATMSTR ITEMSUSP ITEMPEND
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-WRITE
             ADD 1 TO WS-CNT-SUSPENDED
           END-IF.

       9000-FINALIZE.
           CLOSE ITEMTRAN
           CLOSE ITEMMSTR
           CLOSE ITEMAUDT
           CLOSE ITEMDLTA
           CLOSE ITEMJRNL
           CLOSE CATMSTR
           CLOSE ITEMSUSP
           CLOSE ITEMPEND
           DISPLAY '================================================'
           DISPLAY 'ITEMMNT CONTROL TOTALS'
           DISPLAY '  RUN STAMP . . . . . . . . .  ' WS-RUN-STAMP(1:16)
           DISPLAY '  ADDS APPLIED . . . . . . . . ' WS-CNT-ADDS
           DISPLAY '  CHANGES APPLIED . . . . . .  ' WS-CNT-CHANGES
           DISPLAY '  DELETES APPLIED . . . . . .  ' WS-CNT-DELETES
           DISPLAY '  TRANSACTIONS REJECTED . . .  ' WS-CNT-REJECTED
           DISPLAY '  TOTAL TRANSACTIONS READ . .  ' WS-CNT-TOTAL
           DISPLAY '  NEW SUSPENSE ENTRIES  . . .  ' WS-CNT-SUSPENDED
           DISPLAY '  SUSPENSE ENTRIES RECYCLED .  ' WS-CNT-RECYCLED
           DISPLAY '    APPLIED ON RECYCLE  . . .  '
               WS-CNT-RECYCLE-APPLIED
           DISPLAY '    REJECTED AGAIN  . . . . .  ' WS-CNT-RESUSPENDED
           DISPLAY '    HELD FOR APPROVAL . . . .  ' WS-CNT-RECYCLE-HELD
           DISPLAY '  APPROVED ENTRIES RELEASED .  ' WS-CNT-RELEASED
           DISPLAY '    APPLIED ON RELEASE  . . .  '
               WS-CNT-RELEASE-APPLIED
           DISPLAY '    FAILED TO SUSPENSE  . . .  '
               WS-CNT-RELEASE-FAILED
           DISPLAY '  HELD FOR APPROVAL . . . . .  ' WS-CNT-HELD
           DISPLAY '  JOURNAL RECORDS WRITTEN . .  ' WS-JRNL-SEQ
           DISPLAY '================================================'
           PERFORM 9100-VALUATION-REPORT.

