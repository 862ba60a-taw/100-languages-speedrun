      *    for the operator to catalog over the live FIZZRULE -
      *    a failing set aborts here, at staging time, with the
      *    live file untouched.
      *    No rule change is applied on its submitter's say-so.
      *    A FIZZRTRN transaction that passes its edits is held
      *    on the FIZZRPND approval file instead, and only goes
      *    into the rule set once a different user has released
      *    it through FIZZRAPR: released entries are applied at
      *    the start of the next run, ahead of cross-validation,
      *    and closed as applied or failed only when that run
      *    stages a valid set - otherwise they stay released and
      *    are tried again next time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRULN ASSIGN TO "FIZZRULN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRPND ASSIGN TO "FIZZRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-PEND-KEY
               FILE STATUS IS WS-RPND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         FR-LABEL        BY FRN-LABEL
                         FR-EFF-DATE     BY FRN-EFF-DATE
                         FR-EXP-DATE     BY FRN-EXP-DATE.
       FD  FIZZRPND.
           COPY FIZZRPND.

       WORKING-STORAGE SECTION.
           01 WS-RULE-EOF PIC X VALUE 'N'.
           01 WS-CNT-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.
           01 WS-CNT-VAL-ERRORS PIC 9(7) VALUE ZERO.
      *    Dual control.  New transactions are held on FIZZRPND
      *    under the run stamp plus a sequence number.  Released
      *    entries are applied with the switch on so they are not
      *    held a second time, and each one's outcome is kept in
      *    the table until the set has been cross-validated.
           01 WS-RPND-FILE-STATUS PIC XX.
           01 WS-RUN-STAMP PIC X(21).
           01 WS-PEND-EOF PIC X VALUE 'N'.
               88 END-OF-PENDING VALUE 'Y'.
           01 WS-PEND-SEQ PIC 9(5) VALUE ZERO.
           01 WS-RELEASE-MODE PIC X VALUE 'N'.
               88 RELEASING VALUE 'Y'.
           01 WS-TRAN-OUTCOME PIC X.
               88 TRAN-APPLIED  VALUE 'A'.
               88 TRAN-REJECTED VALUE 'R'.
           01 WS-MAX-RELEASED PIC 9(3) VALUE 100.
           01 WS-REL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-RELEASED-TABLE.
               05 WS-REL-ENTRY OCCURS 100 TIMES.
                   10 WS-REL-KEY     PIC X(21).
                   10 WS-REL-OUTCOME PIC X.
                   10 WS-REL-REASON  PIC X(60).
           01 WS-CNT-HELD PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASE-APPLIED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASE-FAILED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASE-DEFERRED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RULE-FILE
           PERFORM 1500-APPLY-RELEASED
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 5000-CROSS-VALIDATE
           IF RULE-SET-INVALID
             DISPLAY 'FIZZRMNT: CROSS-RULE VALIDATION FAILED - '
                 'STAGED RULE FILE NOT WRITTEN - ABORTING'
             IF WS-REL-COUNT > ZERO
               ADD WS-REL-COUNT TO WS-CNT-RELEASE-DEFERRED
               DISPLAY 'FIZZRMNT: ' WS-REL-COUNT ' RELEASED '
                   'ENTRIES LEFT OPEN FOR THE NEXT RUN'
             END-IF
             PERFORM 9000-FINALIZE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 6000-WRITE-NEW-RULE-FILE
             PERFORM 7000-CLOSE-RELEASED
             PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           OPEN INPUT FIZZRTRN
           OPEN EXTEND FIZZRADT
           OPEN I-O FIZZRPND
           IF WS-RPND-FILE-STATUS = '35'
             OPEN OUTPUT FIZZRPND
             CLOSE FIZZRPND
             OPEN I-O FIZZRPND
           END-IF
           IF WS-RPND-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZRMNT: FIZZRPND OPEN FAILED - FILE STATUS '
                 WS-RPND-FILE-STATUS ' - ABORTING'
             CLOSE FIZZRTRN FIZZRADT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       1100-LOAD-RULE-FILE.
           OPEN INPUT FIZZRULE
                   OR FR-EXP-DATE NOT NUMERIC
             DISPLAY 'FIZZRMNT: LIVE FIZZRULE RECORD IS NOT NUMERIC '
                 '- FIX THE LIVE FILE FIRST - ABORTING'
             CLOSE FIZZRULE FIZZRTRN FIZZRADT FIZZRPND
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-RS-COUNT >= WS-MAX-RULE-RECS
             DISPLAY 'FIZZRMNT: TOO MANY FIZZRULE RECORDS - ABORTING'
             CLOSE FIZZRULE FIZZRTRN FIZZRADT FIZZRPND
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE FR-EFF-DATE TO WS-RS-EFF-DATE(WS-RS-COUNT)
           MOVE FR-EXP-DATE TO WS-RS-EXP-DATE(WS-RS-COUNT).

      *    Entries a checker has released through FIZZRAPR go
      *    into the rule set through the same edits and apply
      *    logic as a fresh transaction, before anything new is
      *    read.  Their FIZZRPND records are not closed here:
      *    7000 does that once the resulting set is known to be
      *    good.  Any beyond the table's capacity simply wait for
      *    the next run.
       1500-APPLY-RELEASED.
           SET RELEASING TO TRUE
           MOVE LOW-VALUES TO RP-PEND-KEY
           START FIZZRPND KEY NOT LESS THAN RP-PEND-KEY
             INVALID KEY
               SET END-OF-PENDING TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING
             READ FIZZRPND NEXT RECORD
               AT END
                 SET END-OF-PENDING TO TRUE
               NOT AT END
                 IF RP-RELEASED
                   PERFORM 1550-APPLY-RELEASED-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'N' TO WS-RELEASE-MODE.

       1550-APPLY-RELEASED-ENTRY.
           IF WS-REL-COUNT >= WS-MAX-RELEASED
             ADD 1 TO WS-CNT-RELEASE-DEFERRED
             DISPLAY 'FIZZRMNT: RELEASED ENTRY ' RP-PEND-KEY
                 ' DEFERRED TO THE NEXT RUN - TABLE FULL'
           ELSE
             ADD 1 TO WS-CNT-RELEASED
             MOVE RP-TRAN-IMAGE TO FIZZRTRN-RECORD
             PERFORM 3000-APPLY-TRANSACTION
             ADD 1 TO WS-REL-COUNT
             MOVE RP-PEND-KEY     TO WS-REL-KEY(WS-REL-COUNT)
             MOVE WS-TRAN-OUTCOME TO WS-REL-OUTCOME(WS-REL-COUNT)
             MOVE WS-EDIT-REASON  TO WS-REL-REASON(WS-REL-COUNT)
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRAN
             READ FIZZRTRN
             END-READ
           END-PERFORM.

      *    Outside the release pass a transaction that passes its
      *    edits is held for approval, never applied.
       3000-APPLY-TRANSACTION.
           MOVE SPACE TO WS-TRAN-OUTCOME
           PERFORM 3050-EDIT-CHECK
           IF TRAN-INVALID
             ADD 1 TO WS-CNT-REJECTED
             PERFORM 3920-LOG-EDIT-REJECT
           ELSE
             EVALUATE TRUE
               WHEN NOT (RT-ADD OR RT-CHANGE OR RT-RETIRE)
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-REASON
                 PERFORM 3920-LOG-EDIT-REJECT
               WHEN NOT RELEASING
                 PERFORM 3650-HOLD-FOR-APPROVAL
               WHEN RT-ADD
                 PERFORM 3100-ADD-RULE
               WHEN RT-CHANGE
                 PERFORM 3200-CHANGE-RULE
               WHEN RT-RETIRE
                 PERFORM 3300-RETIRE-RULE
             END-EVALUATE
           END-IF
           ADD 1 TO WS-CNT-TOTAL.
                   AND RT-LABEL = SPACES
             MOVE 'LABEL MAY NOT BE BLANK' TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           END-IF
           IF TRAN-VALID AND RT-SUBMITTED-BY = SPACES
             MOVE 'SUBMITTER ID MISSING' TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           END-IF.

       3100-ADD-RULE.
             IF WS-RS-COUNT >= WS-MAX-RULE-RECS
               DISPLAY 'FIZZRMNT: TOO MANY FIZZRULE RECORDS - '
                   'ABORTING'
               CLOSE FIZZRTRN FIZZRADT FIZZRPND
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             END-IF
           END-PERFORM.

      *    Every valid transaction is written to FIZZRPND with its
      *    full image for a checker to decide; the audit trail
      *    shows the hold and the key FIZZRAPR will need.
       3650-HOLD-FOR-APPROVAL.
           INITIALIZE FIZZRPND-RECORD
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-RUN-STAMP(1:16) TO RP-KEY-STAMP
           MOVE WS-PEND-SEQ        TO RP-KEY-SEQ
           SET RP-PENDING TO TRUE
           MOVE WS-RUN-DATE        TO RP-SUBMIT-DATE
           MOVE FIZZRTRN-RECORD    TO RP-TRAN-IMAGE
           WRITE FIZZRPND-RECORD
             INVALID KEY
               DISPLAY 'FIZZRMNT: FIZZRPND WRITE FAILED FOR DIVISOR '
                   RT-DIVISOR ' - FILE STATUS ' WS-RPND-FILE-STATUS
                   ' - ABORTING'
               CLOSE FIZZRTRN FIZZRADT FIZZRPND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE
           ADD 1 TO WS-CNT-HELD
           INITIALIZE FIZZRADT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE RT-TRANS-CODE   TO RA-TRANS-CODE
           MOVE RT-DIVISOR      TO RA-DIVISOR
           MOVE RT-LABEL        TO RA-LABEL
           MOVE RT-EFF-DATE     TO RA-EFF-DATE
           MOVE RT-EXP-DATE     TO RA-EXP-DATE
           MOVE 'PENDING'       TO RA-STATUS
           STRING 'HELD FOR APPROVAL ' RP-KEY-STAMP '-' RP-KEY-SEQ
               DELIMITED BY SIZE INTO RA-REASON
           MOVE RT-SUBMITTED-BY TO RA-SUBMITTED-BY
           WRITE FIZZRADT-RECORD
           DISPLAY 'FIZZRMNT: HELD FOR APPROVAL - DIVISOR '
               RT-DIVISOR ' TRANS ' RT-TRANS-CODE ' AS '
               RP-KEY-STAMP '-' RP-KEY-SEQ.

       3900-LOG-APPLIED.
           SET TRAN-APPLIED TO TRUE
           INITIALIZE FIZZRADT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE RT-TRANS-CODE TO RA-TRANS-CODE
           MOVE RT-EFF-DATE   TO RA-EFF-DATE
           MOVE RT-EXP-DATE   TO RA-EXP-DATE
           MOVE 'APPLIED'     TO RA-STATUS
           PERFORM 3980-AUDIT-USERS
           WRITE FIZZRADT-RECORD.

       3920-LOG-EDIT-REJECT.
           SET TRAN-REJECTED TO TRUE
           INITIALIZE FIZZRADT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE RT-TRANS-CODE TO RA-TRANS-CODE
           END-IF
           MOVE 'REJECTED'    TO RA-STATUS
           MOVE WS-EDIT-REASON TO RA-REASON
           PERFORM 3980-AUDIT-USERS
           WRITE FIZZRADT-RECORD.

      *    The maker goes on every audit record; a released entry
      *    also carries the checker who released it, and its
      *    pending key where the reason line is free.
       3980-AUDIT-USERS.
           MOVE RT-SUBMITTED-BY TO RA-SUBMITTED-BY
           IF RELEASING
             MOVE RP-DECIDED-BY TO RA-APPROVED-BY
             IF RA-REASON = SPACES
               STRING 'APPROVED ENTRY ' RP-KEY-STAMP '-' RP-KEY-SEQ
                   DELIMITED BY SIZE INTO RA-REASON
             END-IF
           END-IF.

      *    Whole-set validation of what the transactions left
      *    behind.  Every failure is reported and audited before
      *    the run aborts, so one staging pass surfaces every
           END-PERFORM
           CLOSE FIZZRULN.

      *    The staged set is good, so each released entry applied
      *    this run is closed with its outcome: applied, or failed
      *    with the reason it was rejected.
       7000-CLOSE-RELEASED.
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-REL-COUNT
             MOVE WS-REL-KEY(WS-SUB-I) TO RP-PEND-KEY
             READ FIZZRPND
               INVALID KEY
                 DISPLAY 'FIZZRMNT: RELEASED ENTRY '
                     WS-REL-KEY(WS-SUB-I) ' NO LONGER ON FIZZRPND'
               NOT INVALID KEY
                 PERFORM 7100-CLOSE-ENTRY
             END-READ
           END-PERFORM.

       7100-CLOSE-ENTRY.
           MOVE WS-RUN-STAMP(1:16) TO RP-APPLIED-STAMP
           IF WS-REL-OUTCOME(WS-SUB-I) = 'A'
             SET RP-APPLIED TO TRUE
             ADD 1 TO WS-CNT-RELEASE-APPLIED
           ELSE
             SET RP-FAILED TO TRUE
             MOVE WS-REL-REASON(WS-SUB-I) TO RP-REASON
             ADD 1 TO WS-CNT-RELEASE-FAILED
           END-IF
           REWRITE FIZZRPND-RECORD
             INVALID KEY
               DISPLAY 'FIZZRMNT: FIZZRPND REWRITE FAILED FOR ENTRY '
                   RP-PEND-KEY ' - FILE STATUS ' WS-RPND-FILE-STATUS
           END-REWRITE.

       9000-FINALIZE.
           CLOSE FIZZRTRN
           CLOSE FIZZRADT
           CLOSE FIZZRPND
           DISPLAY '================================================'
           DISPLAY 'FIZZRMNT CONTROL TOTALS'
           DISPLAY '  ADDS APPLIED . . . . . . . . ' WS-CNT-ADDS
           DISPLAY '  VALIDATION ERRORS . . . . .  '
               WS-CNT-VAL-ERRORS
           DISPLAY '  RULES ON RESULTING SET . . . ' WS-RS-COUNT
           DISPLAY '  HELD FOR APPROVAL . . . . .  ' WS-CNT-HELD
           DISPLAY '  APPROVED ENTRIES RELEASED .  ' WS-CNT-RELEASED
           DISPLAY '    CLOSED AS APPLIED . . . .  '
               WS-CNT-RELEASE-APPLIED
           DISPLAY '    CLOSED AS FAILED  . . . .  '
               WS-CNT-RELEASE-FAILED
           DISPLAY '  RELEASED ENTRIES LEFT OPEN   '
               WS-CNT-RELEASE-DEFERRED
           DISPLAY '  RUN STAMP . . . . . . . . .  ' WS-RUN-STAMP(1:16)
           DISPLAY '================================================'.
