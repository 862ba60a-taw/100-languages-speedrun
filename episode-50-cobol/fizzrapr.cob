       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRAPR.

      *    Rule approval run - the checker's half of dual control
      *    over the classification rule set.  Reads a FIZZRATR
      *    transaction file naming FIZZRPND entries by key and
      *    approves or declines each one.  An approved entry is
      *    marked released, and the next FIZZRMNT run applies it
      *    and cross-validates the resulting set; a declined entry
      *    is closed without ever reaching FIZZRULE.  The
      *    approver's user id is on every decision and may never
      *    be the id that submitted the rule change.  Only a
      *    pending entry can be approved; a released entry
      *    FIZZRMNT has not closed yet can still be declined.
      *    Every decision, and every rejected decision, is logged
      *    to FIZZRADT under transaction code P.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZRATR ASSIGN TO "FIZZRATR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRPND ASSIGN TO "FIZZRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-PEND-KEY
               FILE STATUS IS WS-RPND-FILE-STATUS.
           SELECT FIZZRADT ASSIGN TO "FIZZRADT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZRATR.
           COPY FIZZRATR.
       FD  FIZZRPND.
           COPY FIZZRPND.
       FD  FIZZRADT.
           COPY FIZZRADT.

       WORKING-STORAGE SECTION.
           01 WS-RPND-FILE-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.
               88 END-OF-TRAN VALUE 'Y'.
           01 WS-TRAN-VALID PIC X VALUE 'Y'.
               88 TRAN-VALID   VALUE 'Y'.
               88 TRAN-INVALID VALUE 'N'.
           01 WS-EDIT-REASON PIC X(60).
           01 WS-AUDIT-DIVISOR PIC 9(3).
           01 WS-AUDIT-LABEL PIC X(8).
           01 WS-AUDIT-EFF-DATE PIC 9(8).
           01 WS-AUDIT-EXP-DATE PIC 9(8).
           01 WS-AUDIT-SUBMITTER PIC X(8).
           01 WS-ACTION-TEXT PIC X(10).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-CNT-APPROVED PIC 9(7) VALUE ZERO.
           01 WS-CNT-DECLINED PIC 9(7) VALUE ZERO.
           01 WS-CNT-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

      *    The approval file is created by FIZZRMNT on its first
      *    hold, so a missing file here means there is nothing to
      *    decide - that is an operator error worth stopping on.
       1000-INITIALIZE.
           OPEN INPUT FIZZRATR
           OPEN I-O FIZZRPND
           IF WS-RPND-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZRAPR: FIZZRPND OPEN FAILED - FILE STATUS '
                 WS-RPND-FILE-STATUS ' - ABORTING'
             CLOSE FIZZRATR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND FIZZRADT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRAN
             READ FIZZRATR
               AT END
                 SET END-OF-TRAN TO TRUE
               NOT AT END
                 PERFORM 3000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

       3000-APPLY-TRANSACTION.
           MOVE ZERO TO WS-AUDIT-DIVISOR
           MOVE SPACES TO WS-AUDIT-LABEL
           MOVE ZERO TO WS-AUDIT-EFF-DATE
           MOVE ZERO TO WS-AUDIT-EXP-DATE
           MOVE SPACES TO WS-AUDIT-SUBMITTER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 3050-EDIT-CHECK
           IF TRAN-VALID
             PERFORM 3100-READ-ENTRY
           END-IF
           IF TRAN-INVALID
             ADD 1 TO WS-CNT-REJECTED
             PERFORM 3920-LOG-EDIT-REJECT
           ELSE
             MOVE RV-APPROVER-ID        TO RP-DECIDED-BY
             MOVE WS-CURRENT-DATE(1:16) TO RP-DECIDED-STAMP
             EVALUATE TRUE
               WHEN RV-APPROVE
                 SET RP-RELEASED TO TRUE
                 MOVE 'APPROVED' TO WS-ACTION-TEXT
               WHEN RV-DECLINE
                 SET RP-DECLINED TO TRUE
                 MOVE RV-REASON TO RP-REASON
                 MOVE 'DECLINED' TO WS-ACTION-TEXT
             END-EVALUATE
             PERFORM 3200-REWRITE-ENTRY
           END-IF
           ADD 1 TO WS-CNT-TOTAL.

       3050-EDIT-CHECK.
           SET TRAN-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF RV-KEY-STAMP = SPACES OR RV-KEY-SEQ NOT NUMERIC
             MOVE 'PENDING KEY IS BLANK OR INVALID'
                 TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           ELSE
             IF NOT (RV-APPROVE OR RV-DECLINE)
               MOVE 'INVALID APPROVAL ACTION CODE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             ELSE
               IF RV-APPROVER-ID = SPACES
                 MOVE 'APPROVER ID MISSING' TO WS-EDIT-REASON
                 SET TRAN-INVALID TO TRUE
               ELSE
                 IF RV-DECLINE AND RV-REASON = SPACES
                   MOVE 'DECLINE REASON MISSING' TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    The maker/checker test itself: the id approving or
      *    declining may not be the id that submitted the held
      *    transaction.
       3100-READ-ENTRY.
           MOVE RV-PEND-KEY TO RP-PEND-KEY
           READ FIZZRPND
             INVALID KEY
               MOVE 'PENDING ENTRY NOT ON FILE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             NOT INVALID KEY
               MOVE RP-DIVISOR  TO WS-AUDIT-DIVISOR
               MOVE RP-LABEL    TO WS-AUDIT-LABEL
               MOVE RP-EFF-DATE TO WS-AUDIT-EFF-DATE
               MOVE RP-EXP-DATE TO WS-AUDIT-EXP-DATE
               MOVE RP-SUBMITTED-BY TO WS-AUDIT-SUBMITTER
               EVALUATE TRUE
                 WHEN NOT RP-OPEN
                   MOVE 'PENDING ENTRY ALREADY CLOSED'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 WHEN RV-APPROVE AND RP-RELEASED
                   MOVE 'PENDING ENTRY ALREADY APPROVED'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 WHEN RV-APPROVER-ID = RP-SUBMITTED-BY
                   MOVE 'APPROVER IS THE SUBMITTER'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
               END-EVALUATE
           END-READ.

       3200-REWRITE-ENTRY.
           REWRITE FIZZRPND-RECORD
             INVALID KEY
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'PENDING ENTRY REWRITE FAILED'
                   TO WS-EDIT-REASON
               PERFORM 3920-LOG-EDIT-REJECT
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN RV-APPROVE
                   ADD 1 TO WS-CNT-APPROVED
                 WHEN RV-DECLINE
                   ADD 1 TO WS-CNT-DECLINED
               END-EVALUATE
               PERFORM 3900-LOG-APPLIED
           END-REWRITE.

       3900-LOG-APPLIED.
           INITIALIZE FIZZRADT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE 'P'                TO RA-TRANS-CODE
           MOVE WS-AUDIT-DIVISOR   TO RA-DIVISOR
           MOVE WS-AUDIT-LABEL     TO RA-LABEL
           MOVE WS-AUDIT-EFF-DATE  TO RA-EFF-DATE
           MOVE WS-AUDIT-EXP-DATE  TO RA-EXP-DATE
           IF RV-APPROVE
             MOVE 'RELEASED'       TO RA-STATUS
           ELSE
             MOVE 'DECLINED'       TO RA-STATUS
           END-IF
           STRING 'PEND ' RV-KEY-STAMP '-' RV-KEY-SEQ ' '
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO RA-REASON
           MOVE WS-AUDIT-SUBMITTER TO RA-SUBMITTED-BY
           MOVE RV-APPROVER-ID     TO RA-APPROVED-BY
           WRITE FIZZRADT-RECORD.

       3920-LOG-EDIT-REJECT.
           INITIALIZE FIZZRADT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
           MOVE 'P'                TO RA-TRANS-CODE
           MOVE WS-AUDIT-DIVISOR   TO RA-DIVISOR
           MOVE WS-AUDIT-LABEL     TO RA-LABEL
           MOVE WS-AUDIT-EFF-DATE  TO RA-EFF-DATE
           MOVE WS-AUDIT-EXP-DATE  TO RA-EXP-DATE
           MOVE 'REJECTED'         TO RA-STATUS
           MOVE WS-EDIT-REASON     TO RA-REASON
           MOVE WS-AUDIT-SUBMITTER TO RA-SUBMITTED-BY
           MOVE RV-APPROVER-ID     TO RA-APPROVED-BY
           WRITE FIZZRADT-RECORD
           DISPLAY 'FIZZRAPR: ' RV-ACTION ' FOR PENDING ENTRY '
               RV-KEY-STAMP '-' RV-KEY-SEQ ' BY ' RV-APPROVER-ID
               ' REJECTED - ' WS-EDIT-REASON.

       9000-FINALIZE.
           CLOSE FIZZRATR
           CLOSE FIZZRPND
           CLOSE FIZZRADT
           DISPLAY '================================================'
           DISPLAY 'FIZZRAPR CONTROL TOTALS'
           DISPLAY '  ENTRIES APPROVED  . . . . .  ' WS-CNT-APPROVED
           DISPLAY '  ENTRIES DECLINED  . . . . .  ' WS-CNT-DECLINED
           DISPLAY '  TRANSACTIONS REJECTED . . .  ' WS-CNT-REJECTED
           DISPLAY '  TOTAL TRANSACTIONS READ . .  ' WS-CNT-TOTAL
           DISPLAY '================================================'.
