       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMSMNT.

      *    Item suspense maintenance run.  Reads an ITEMSTRN
      *    transaction file naming ITEMSUSP entries by key and
      *    corrects, releases, or cancels each one.  A corrected
      *    entry has its held ITEMTRAN image replaced with the
      *    image on the transaction; a released entry keeps the
      *    image it has (the cause was fixed elsewhere).  Both are
      *    marked for recycle, and the next ITEMMNT run applies
      *    them ahead of its new ITEMTRAN batch.  A cancelled
      *    entry is closed without ever being applied.  Only open
      *    entries - pending or already marked for recycle - can
      *    be worked; applied and cancelled entries are history.
      *    Every action, and every rejected action, is logged to
      *    ITEMAUDT under transaction code S so the item's audit
      *    trail shows what happened to its rejected change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMSTRN ASSIGN TO "ITEMSTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMSUSP ASSIGN TO "ITEMSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT ITEMAUDT ASSIGN TO "ITEMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMSTRN.
           COPY ITEMSTRN.
       FD  ITEMSUSP.
           COPY ITEMSUSP.
       FD  ITEMAUDT.
           COPY ITEMAUDT.

       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.
               88 END-OF-TRAN VALUE 'Y'.
           01 WS-TRAN-VALID PIC X VALUE 'Y'.
               88 TRAN-VALID   VALUE 'Y'.
               88 TRAN-INVALID VALUE 'N'.
           01 WS-EDIT-REASON PIC X(40).
           01 WS-AUDIT-ITEM PIC 9(7).
           01 WS-ACTION-TEXT PIC X(10).
           01 WS-CNT-CORRECTIONS PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASES PIC 9(7) VALUE ZERO.
           01 WS-CNT-CANCELS PIC 9(7) VALUE ZERO.
           01 WS-CNT-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

      *    The suspense file is created by ITEMMNT on its first
      *    reject, so a missing file here means there is nothing
      *    to work - that is an operator error worth stopping on.
       1000-INITIALIZE.
           OPEN INPUT ITEMSTRN
           OPEN I-O ITEMSUSP
           IF WS-SUSP-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMSMNT: ITEMSUSP OPEN FAILED - FILE STATUS '
                 WS-SUSP-FILE-STATUS ' - ABORTING'
             CLOSE ITEMSTRN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND ITEMAUDT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRAN
             READ ITEMSTRN
               AT END
                 SET END-OF-TRAN TO TRUE
               NOT AT END
                 PERFORM 3000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

       3000-APPLY-TRANSACTION.
           MOVE ZERO TO WS-AUDIT-ITEM
           PERFORM 3050-EDIT-CHECK
           IF TRAN-VALID
             PERFORM 3100-READ-ENTRY
           END-IF
           IF TRAN-INVALID
             ADD 1 TO WS-CNT-REJECTED
             PERFORM 3920-LOG-EDIT-REJECT
           ELSE
             EVALUATE TRUE
               WHEN ST-CORRECT
                 MOVE ST-TRAN-IMAGE TO SU-TRAN-IMAGE
                 MOVE ST-CORRECTED-BY TO SU-SUBMITTED-BY
                 SET SU-RECYCLE TO TRUE
                 MOVE 'CORRECTED' TO WS-ACTION-TEXT
               WHEN ST-RELEASE
                 SET SU-RECYCLE TO TRUE
                 MOVE 'RELEASED' TO WS-ACTION-TEXT
               WHEN ST-CANCEL
                 SET SU-CANCELLED TO TRUE
                 MOVE 'CANCELLED' TO WS-ACTION-TEXT
             END-EVALUATE
             PERFORM 3200-REWRITE-ENTRY
           END-IF
           ADD 1 TO WS-CNT-TOTAL.

      *    A correction has to carry an image ITEMMNT could apply
      *    at all - a valid transaction code and a numeric item
      *    number.  The full field edits are left to ITEMMNT on
      *    recycle, so the two can never disagree; an image that
      *    still fails them simply comes back to suspense.
      *    Whoever works the entry must say who they are: a
      *    corrected image is re-made by that user, so the image's
      *    own submitted-by is never trusted - otherwise a
      *    correction could pass a price change off as another
      *    user's and slip past the dual-control maker/checker.
       3050-EDIT-CHECK.
           SET TRAN-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF ST-KEY-STAMP = SPACES OR ST-KEY-SEQ NOT NUMERIC
             MOVE 'SUSPENSE KEY IS BLANK OR INVALID'
                 TO WS-EDIT-REASON
             SET TRAN-INVALID TO TRUE
           ELSE
             IF NOT (ST-CORRECT OR ST-RELEASE OR ST-CANCEL)
               MOVE 'INVALID SUSPENSE ACTION CODE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             ELSE
               IF ST-CORRECTED-BY = SPACES
                 MOVE 'CORRECTED-BY USER ID MISSING' TO WS-EDIT-REASON
                 SET TRAN-INVALID TO TRUE
               END-IF
               IF TRAN-VALID AND ST-CORRECT
                 IF ST-TRANS-CODE NOT = 'A' AND NOT = 'C'
                         AND NOT = 'D'
                   MOVE 'CORRECTED TRANSACTION CODE INVALID'
                       TO WS-EDIT-REASON
                   SET TRAN-INVALID TO TRUE
                 ELSE
                   IF ST-ITEM-NUMBER NOT NUMERIC
                     MOVE 'CORRECTED ITEM NUMBER NOT NUMERIC'
                         TO WS-EDIT-REASON
                     SET TRAN-INVALID TO TRUE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       3100-READ-ENTRY.
           MOVE ST-SUSP-KEY TO SU-SUSP-KEY
           READ ITEMSUSP
             INVALID KEY
               MOVE 'SUSPENSE ENTRY NOT ON FILE' TO WS-EDIT-REASON
               SET TRAN-INVALID TO TRUE
             NOT INVALID KEY
               IF SU-ITEM-NUMBER NUMERIC
                 MOVE SU-ITEM-NUMBER TO WS-AUDIT-ITEM
               END-IF
               IF NOT SU-OPEN
                 MOVE 'SUSPENSE ENTRY ALREADY CLOSED'
                     TO WS-EDIT-REASON
                 SET TRAN-INVALID TO TRUE
               END-IF
           END-READ.

       3200-REWRITE-ENTRY.
           REWRITE ITEMSUSP-RECORD
             INVALID KEY
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'SUSPENSE ENTRY REWRITE FAILED'
                   TO WS-EDIT-REASON
               PERFORM 3920-LOG-EDIT-REJECT
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN ST-CORRECT
                   ADD 1 TO WS-CNT-CORRECTIONS
                 WHEN ST-RELEASE
                   ADD 1 TO WS-CNT-RELEASES
                 WHEN ST-CANCEL
                   ADD 1 TO WS-CNT-CANCELS
               END-EVALUATE
               IF SU-ITEM-NUMBER NUMERIC
                 MOVE SU-ITEM-NUMBER TO WS-AUDIT-ITEM
               END-IF
               PERFORM 3900-LOG-APPLIED
           END-REWRITE.

       3900-LOG-APPLIED.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE 'S'            TO IA-TRANS-CODE
           MOVE WS-AUDIT-ITEM  TO IA-ITEM-NUMBER
           MOVE 'APPLIED'      TO IA-STATUS
           STRING 'SUSP ' ST-KEY-STAMP '-' ST-KEY-SEQ ' '
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO IA-REASON
           MOVE ST-CORRECTED-BY TO IA-SUBMITTED-BY
           WRITE ITEMAUDT-RECORD.

       3920-LOG-EDIT-REJECT.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE 'S'            TO IA-TRANS-CODE
           MOVE WS-AUDIT-ITEM  TO IA-ITEM-NUMBER
           MOVE 'REJECTED'     TO IA-STATUS
           MOVE WS-EDIT-REASON TO IA-REASON
           MOVE ST-CORRECTED-BY TO IA-SUBMITTED-BY
           WRITE ITEMAUDT-RECORD
           DISPLAY 'ITEMSMNT: ' ST-ACTION ' FOR SUSPENSE ENTRY '
               ST-KEY-STAMP '-' ST-KEY-SEQ ' REJECTED - '
               WS-EDIT-REASON.

       9000-FINALIZE.
           CLOSE ITEMSTRN
           CLOSE ITEMSUSP
           CLOSE ITEMAUDT
           DISPLAY '================================================'
           DISPLAY 'ITEMSMNT CONTROL TOTALS'
           DISPLAY '  CORRECTIONS APPLIED . . . .  ' WS-CNT-CORRECTIONS
           DISPLAY '  RELEASES APPLIED  . . . . .  ' WS-CNT-RELEASES
           DISPLAY '  CANCELLATIONS APPLIED . . .  ' WS-CNT-CANCELS
           DISPLAY '  TRANSACTIONS REJECTED . . .  ' WS-CNT-REJECTED
           DISPLAY '  TOTAL TRANSACTIONS READ . .  ' WS-CNT-TOTAL
           DISPLAY '================================================'.
