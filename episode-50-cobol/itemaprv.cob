       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMAPRV.

      *    Item approval run - the checker's half of dual control
      *    over ITEMMSTR valuation.  Reads an ITEMATRN transaction
      *    file naming ITEMPEND entries by key and approves or
      *    declines each one.  An approved entry is marked
      *    released, and the next ITEMMNT run applies it ahead of
      *    its suspense recycle and new ITEMTRAN batch; a declined
      *    entry is closed without ever being applied.  The
      *    approver's user id is on every decision and may never
      *    be the id that submitted the held transaction.  Only a
      *    pending entry can be approved; a released entry ITEMMNT
      *    has not applied yet can still be declined.  Every
      *    decision, and every rejected decision, is logged to
      *    ITEMAUDT under transaction code P so the item's audit
      *    trail shows who held, approved and applied its change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMATRN ASSIGN TO "ITEMATRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMPEND ASSIGN TO "ITEMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT ITEMAUDT ASSIGN TO "ITEMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMATRN.
           COPY ITEMATRN.
       FD  ITEMPEND.
           COPY ITEMPEND.
       FD  ITEMAUDT.
           COPY ITEMAUDT.

       WORKING-STORAGE SECTION.
           01 WS-PEND-FILE-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.
               88 END-OF-TRAN VALUE 'Y'.
           01 WS-TRAN-VALID PIC X VALUE 'Y'.
               88 TRAN-VALID   VALUE 'Y'.
               88 TRAN-INVALID VALUE 'N'.
           01 WS-EDIT-REASON PIC X(40).
           01 WS-AUDIT-ITEM PIC 9(7).
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

      *    The approval file is created by ITEMMNT on its first
      *    hold, so a missing file here means there is nothing to
      *    decide - that is an operator error worth stopping on.
       1000-INITIALIZE.
           OPEN INPUT ITEMATRN
           OPEN I-O ITEMPEND
           IF WS-PEND-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMAPRV: ITEMPEND OPEN FAILED - FILE STATUS '
                 WS-PEND-FILE-STATUS ' - ABORTING'
             CLOSE ITEMATRN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND ITEMAUDT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRAN
             READ ITEMATRN
               AT END
                 SET END-OF-TRAN TO TRUE
               NOT AT END
                 PERFORM 3000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

       3000-APPLY-TRANSACTION.
           MOVE ZERO TO WS-AUDIT-ITEM
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
             MOVE AT-APPROVER-ID        TO PE-DECIDED-BY
             MOVE WS-CURRENT-DATE(1:16) TO PE-DECIDED-STAMP
             EVALUATE TRUE
               WHEN AT-APPROVE
                 SET PE-RELEASED TO TRUE
                 MOVE 'APPROVED' TO WS-ACTION-TEXT
               WHEN AT-DECLINE
                 SET PE-DECLINED TO TRUE
                 MOVE AT-REASON TO PE-REASON
                 MOVE 'DECLINED' TO WS-ACTION-TEXT
             END-EVALUATE
             PERFORM 3200-REWRITE-ENTRY
           END-IF
           ADD 1 TO WS-CNT-TOTAL.

       3050-EDIT-CHECK.
           SET TRAN-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF AT-KEY-STAMP = SPACES OR AT-KEY-SEQ NOT NUMERIC
             MOVE 'PENDING KEY IS BLANK OR INVALID'
                 TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           ELSE
             IF NOT (AT-APPROVE OR AT-DECLINE)
               MOVE 'INVALID APPROVAL ACTION CODE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             ELSE
               IF AT-APPROVER-ID = SPACES
                 MOVE 'APPROVER ID MISSING' TO WS-EDIT-REASON
                 SET TRAN-INVALID TO TRUE
               ELSE
                 IF AT-DECLINE AND AT-REASON = SPACES
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
           MOVE AT-PEND-KEY TO PE-PEND-KEY
           READ ITEMPEND
             INVALID KEY
               MOVE 'PENDING ENTRY NOT ON FILE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             NOT INVALID KEY
               IF PE-ITEM-NUMBER NUMERIC
                 MOVE PE-ITEM-NUMBER TO WS-AUDIT-ITEM
               END-IF
               MOVE PE-SUBMITTED-BY TO WS-AUDIT-SUBMITTER
               EVALUATE TRUE
                 WHEN NOT PE-OPEN
                   MOVE 'PENDING ENTRY ALREADY CLOSED'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 WHEN AT-APPROVE AND PE-RELEASED
                   MOVE 'PENDING ENTRY ALREADY APPROVED'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 WHEN AT-APPROVER-ID = PE-SUBMITTED-BY
                   MOVE 'APPROVER IS THE SUBMITTER'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
               END-EVALUATE
           END-READ.

       3200-REWRITE-ENTRY.
           REWRITE ITEMPEND-RECORD
             INVALID KEY
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'PENDING ENTRY REWRITE FAILED'
                   TO WS-EDIT-REASON
               PERFORM 3920-LOG-EDIT-REJECT
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN AT-APPROVE
                   ADD 1 TO WS-CNT-APPROVED
                 WHEN AT-DECLINE
                   ADD 1 TO WS-CNT-DECLINED
               END-EVALUATE
               PERFORM 3900-LOG-APPLIED
           END-REWRITE.

       3900-LOG-APPLIED.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE 'P'                TO IA-TRANS-CODE
           MOVE WS-AUDIT-ITEM      TO IA-ITEM-NUMBER
           IF AT-APPROVE
             MOVE 'RELEASED'       TO IA-STATUS
           ELSE
             MOVE 'DECLINED'       TO IA-STATUS
           END-IF
           STRING 'PEND ' AT-KEY-STAMP '-' AT-KEY-SEQ ' '
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO IA-REASON
           MOVE WS-AUDIT-SUBMITTER TO IA-SUBMITTED-BY
           MOVE AT-APPROVER-ID     TO IA-APPROVED-BY
           WRITE ITEMAUDT-RECORD.

       3920-LOG-EDIT-REJECT.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE 'P'                TO IA-TRANS-CODE
           MOVE WS-AUDIT-ITEM      TO IA-ITEM-NUMBER
           MOVE 'REJECTED'         TO IA-STATUS
           MOVE WS-EDIT-REASON     TO IA-REASON
           MOVE WS-AUDIT-SUBMITTER TO IA-SUBMITTED-BY
           MOVE AT-APPROVER-ID     TO IA-APPROVED-BY
           WRITE ITEMAUDT-RECORD
           DISPLAY 'ITEMAPRV: ' AT-ACTION ' FOR PENDING ENTRY '
               AT-KEY-STAMP '-' AT-KEY-SEQ ' BY ' AT-APPROVER-ID
               ' REJECTED - ' WS-EDIT-REASON.

       9000-FINALIZE.
           CLOSE ITEMATRN
           CLOSE ITEMPEND
           CLOSE ITEMAUDT
           DISPLAY '================================================'
           DISPLAY 'ITEMAPRV CONTROL TOTALS'
           DISPLAY '  ENTRIES APPROVED  . . . . .  ' WS-CNT-APPROVED
           DISPLAY '  ENTRIES DECLINED  . . . . .  ' WS-CNT-DECLINED
           DISPLAY '  TRANSACTIONS REJECTED . . .  ' WS-CNT-REJECTED
           DISPLAY '  TOTAL TRANSACTIONS READ . .  ' WS-CNT-TOTAL
           DISPLAY '================================================'.
