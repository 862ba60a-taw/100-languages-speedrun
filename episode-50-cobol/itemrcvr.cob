       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMRCVR.

      *    Item master point-in-time recovery.  Rebuilds ITEMMSTR
      *    from the last ITEMBKUP backup and the ITEMJRNL journal
      *    ITEMMNT writes, in one of two modes named on the
      *    ITEMRPRM parameter card:
      *      F  roll forward - apply every journal record taken
      *         after the backup up to and including the target
      *         stamp, leaving the master as it stood then
      *      B  back out     - roll the whole journal forward,
      *         then undo every update one named maintenance run
      *         made, newest first, from its before images
      *    A roll-forward record whose before image does not match
      *    the rebuilt master (wrong backup, or a hand edit the
      *    journal never saw) is still applied - the journal is
      *    the record of what happened - but is counted and
      *    audited as a mismatch.  A back-out update whose key a
      *    later run has since changed again is NOT undone, since
      *    that would silently throw the later change away; it is
      *    audited as rejected for the owners to resolve by hand.
      *    Every action goes on ITEMAUDT and every key touched -
      *    including keys a roll forward deliberately stops short
      *    of - goes on ITEMDLTA, so the next delta-mode FIZZBUZZ
      *    run reclassifies exactly what the recovery moved.
      *    Every change the recovery makes that the journal does
      *    not already hold - each undo of a back-out, and the
      *    reversal of every record a roll forward stopped short
      *    of, newest first - is appended to ITEMJRNL under the
      *    recovery's own run stamp, so the journal stays the
      *    exact history of the master and a later recovery
      *    replays to what this one left.
      *    Mismatches, back-out conflicts, or a back-out of a run
      *    with no journal records set return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMRPRM ASSIGN TO "ITEMRPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMBKUP ASSIGN TO "ITEMBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.
           SELECT ITEMJRNL ASSIGN TO "ITEMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT ITEMMSTR ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEMMSTR-FILE-STATUS.
           SELECT ITEMAUDT ASSIGN TO "ITEMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMDLTA ASSIGN TO "ITEMDLTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMRPRM.
           COPY ITEMRPRM.
       FD  ITEMBKUP.
           01  ITEMBKUP-RECORD PIC X(43).
       FD  ITEMJRNL.
           COPY ITEMJRNL.
       FD  ITEMMSTR.
           COPY ITEMMSTR.
       FD  ITEMAUDT.
           COPY ITEMAUDT.
       FD  ITEMDLTA.
           COPY ITEMDLTA.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-JRNL-POS           PIC 9(7).
               05  SW-SEQ                PIC 9(7).
               05  SW-RUN-STAMP          PIC X(16).
               05  SW-ACTION             PIC X(01).
               05  SW-ITEM-NUMBER        PIC 9(7).
               05  SW-BEFORE-IMAGE       PIC X(43).
               05  SW-AFTER-IMAGE        PIC X(43).

       WORKING-STORAGE SECTION.
           01 WS-BKUP-FILE-STATUS PIC XX.
           01 WS-JRNL-FILE-STATUS PIC XX.
           01 WS-ITEMMSTR-FILE-STATUS PIC XX.
           01 WS-BKUP-EOF PIC X VALUE 'N'.
               88 END-OF-BACKUP VALUE 'Y'.
           01 WS-JRNL-EOF PIC X VALUE 'N'.
               88 END-OF-JOURNAL VALUE 'Y'.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-PARM-VALID PIC X VALUE 'Y'.
               88 PARMS-VALID   VALUE 'Y'.
               88 PARMS-INVALID VALUE 'N'.
      *    The journal record being acted on, moved here from
      *    either the journal itself (roll forward) or the sort
      *    (back out) so both passes share one set of paragraphs.
           01 WS-ACT-RUN-STAMP PIC X(16).
           01 WS-ACT-ACTION PIC X.
           01 WS-ACT-ITEM PIC 9(7).
           01 WS-ACT-BEFORE PIC X(43).
           01 WS-ACT-AFTER PIC X(43).
           01 WS-SWAP-IMAGE PIC X(43).
           01 WS-ON-FILE PIC X.
               88 ITEM-ON-FILE VALUE 'Y'.
           01 WS-MISMATCH PIC X.
               88 IMAGE-MISMATCH VALUE 'Y'.
           01 WS-AUDIT-CODE PIC X.
           01 WS-AUDIT-STATUS PIC X(8).
           01 WS-AUDIT-NOTE PIC X(19).
           01 WS-RCVR-STAMP PIC X(16).
           01 WS-RCVR-SEQ PIC 9(7) VALUE ZERO.
           01 WS-JRNL-POS PIC 9(7) VALUE ZERO.
           01 WS-JRNL-OPEN PIC X VALUE 'N'.
               88 JRNL-APPENDING VALUE 'Y'.
           01 WS-CNT-RESTORED PIC 9(7) VALUE ZERO.
           01 WS-CNT-JRNL-READ PIC 9(7) VALUE ZERO.
           01 WS-CNT-IN-BACKUP PIC 9(7) VALUE ZERO.
           01 WS-CNT-ROLLED PIC 9(7) VALUE ZERO.
           01 WS-CNT-PAST-TARGET PIC 9(7) VALUE ZERO.
           01 WS-CNT-MISMATCHES PIC 9(7) VALUE ZERO.
           01 WS-CNT-RUN-RECORDS PIC 9(7) VALUE ZERO.
           01 WS-CNT-BACKED-OUT PIC 9(7) VALUE ZERO.
           01 WS-CNT-CONFLICTS PIC 9(7) VALUE ZERO.
           01 WS-CNT-JRNL-WRITTEN PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESTORE-BACKUP
           PERFORM 3000-ROLL-FORWARD
           IF RP-ROLL-FORWARD AND WS-CNT-PAST-TARGET > ZERO
             PERFORM 3500-REVERSE-PAST-TARGET
           END-IF
           IF RP-BACKOUT
             PERFORM 4000-BACK-OUT-RUN
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RCVR-STAMP
           OPEN INPUT ITEMRPRM
           READ ITEMRPRM
             AT END
               DISPLAY 'ITEMRCVR: ITEMRPRM IS EMPTY - ABORTING'
               CLOSE ITEMRPRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ
           CLOSE ITEMRPRM
           SET PARMS-VALID TO TRUE
           EVALUATE TRUE
             WHEN RP-ROLL-FORWARD
               IF RP-TARGET-STAMP = SPACES
                 DISPLAY 'ITEMRCVR: ROLL FORWARD NEEDS A TARGET STAMP'
                 SET PARMS-INVALID TO TRUE
               ELSE
                 IF RP-TARGET-STAMP <= RP-BACKUP-STAMP
                   DISPLAY 'ITEMRCVR: TARGET STAMP MUST BE LATER THAN '
                       'THE BACKUP STAMP'
                   SET PARMS-INVALID TO TRUE
                 END-IF
               END-IF
             WHEN RP-BACKOUT
               IF RP-RUN-STAMP = SPACES
                 DISPLAY 'ITEMRCVR: BACK OUT NEEDS THE RUN STAMP OF '
                     'THE MAINTENANCE RUN TO REMOVE'
                 SET PARMS-INVALID TO TRUE
               END-IF
             WHEN OTHER
               DISPLAY 'ITEMRCVR: RP-MODE MUST BE F OR B'
               SET PARMS-INVALID TO TRUE
           END-EVALUATE
           IF PARMS-INVALID
             DISPLAY 'ITEMRCVR: PARAMETER VALIDATION FAILED - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT ITEMBKUP
           IF WS-BKUP-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMRCVR: ITEMBKUP OPEN FAILED - FILE STATUS '
                 WS-BKUP-FILE-STATUS ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT ITEMMSTR
           IF WS-ITEMMSTR-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMRCVR: ITEMMSTR OPEN FAILED - FILE STATUS '
                 WS-ITEMMSTR-FILE-STATUS ' - ABORTING'
             CLOSE ITEMBKUP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN EXTEND ITEMAUDT
           OPEN EXTEND ITEMDLTA.

      *    The backup is an unload of the KSDS in key order, so it
      *    loads straight back with sequential WRITEs.  A key out
      *    of order or duplicated means the backup is not what it
      *    claims to be, and nothing rebuilt on it can be trusted.
       2000-RESTORE-BACKUP.
           PERFORM UNTIL END-OF-BACKUP
             READ ITEMBKUP
               AT END
                 SET END-OF-BACKUP TO TRUE
               NOT AT END
                 MOVE ITEMBKUP-RECORD TO ITEMMSTR-RECORD
                 WRITE ITEMMSTR-RECORD
                   INVALID KEY
                     DISPLAY 'ITEMRCVR: BACKUP KEY ' IM-ITEM-NUMBER
                         ' OUT OF SEQUENCE OR DUPLICATED - ABORTING'
                     CLOSE ITEMBKUP ITEMMSTR ITEMAUDT ITEMDLTA
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                 END-WRITE
                 ADD 1 TO WS-CNT-RESTORED
             END-READ
           END-PERFORM
           CLOSE ITEMBKUP
           CLOSE ITEMMSTR
           OPEN I-O ITEMMSTR
           IF WS-ITEMMSTR-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMRCVR: ITEMMSTR REOPEN FAILED - FILE STATUS '
                 WS-ITEMMSTR-FILE-STATUS ' - ABORTING'
             CLOSE ITEMAUDT ITEMDLTA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      *    The journal is appended in the order updates applied, so
      *    one forward pass replays them in order.  Records at or
      *    before the backup stamp are already in the backup.  In
      *    roll-forward mode, records past the target are only
      *    counted here; 3500 reverses them onto the journal, the
      *    audit trail and ITEMDLTA, since the live master had
      *    them and the recovered one does not.
       3000-ROLL-FORWARD.
           OPEN INPUT ITEMJRNL
           IF WS-JRNL-FILE-STATUS = '35'
             DISPLAY 'ITEMRCVR: NO ITEMJRNL FILE - MASTER RESTORED '
                 'FROM BACKUP ONLY'
           ELSE
             PERFORM UNTIL END-OF-JOURNAL
               READ ITEMJRNL
                 AT END
                   SET END-OF-JOURNAL TO TRUE
                 NOT AT END
                   PERFORM 3100-SELECT-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE ITEMJRNL
           END-IF.

       3100-SELECT-JOURNAL-RECORD.
           ADD 1 TO WS-CNT-JRNL-READ
           IF JR-TIMESTAMP(1:16) <= RP-BACKUP-STAMP
             ADD 1 TO WS-CNT-IN-BACKUP
           ELSE
             IF RP-ROLL-FORWARD
                     AND JR-TIMESTAMP(1:16) > RP-TARGET-STAMP
               ADD 1 TO WS-CNT-PAST-TARGET
             ELSE
               MOVE JR-RUN-STAMP    TO WS-ACT-RUN-STAMP
               MOVE JR-ACTION       TO WS-ACT-ACTION
               MOVE JR-ITEM-NUMBER  TO WS-ACT-ITEM
               MOVE JR-BEFORE-IMAGE TO WS-ACT-BEFORE
               MOVE JR-AFTER-IMAGE  TO WS-ACT-AFTER
               PERFORM 3200-APPLY-FORWARD
             END-IF
           END-IF.

       3200-APPLY-FORWARD.
           PERFORM 5000-READ-CURRENT
           MOVE 'N' TO WS-MISMATCH
           MOVE WS-ACT-ACTION TO WS-AUDIT-CODE
           EVALUATE WS-ACT-ACTION
             WHEN 'A'
               IF ITEM-ON-FILE
                 SET IMAGE-MISMATCH TO TRUE
               END-IF
               MOVE WS-ACT-AFTER TO ITEMMSTR-RECORD
               PERFORM 5100-PUT-RECORD
             WHEN 'C'
               IF NOT ITEM-ON-FILE
                       OR ITEMMSTR-RECORD NOT = WS-ACT-BEFORE
                 SET IMAGE-MISMATCH TO TRUE
               END-IF
               MOVE WS-ACT-AFTER TO ITEMMSTR-RECORD
               PERFORM 5100-PUT-RECORD
             WHEN 'D'
               IF NOT ITEM-ON-FILE
                 SET IMAGE-MISMATCH TO TRUE
               ELSE
                 IF ITEMMSTR-RECORD NOT = WS-ACT-BEFORE
                   SET IMAGE-MISMATCH TO TRUE
                 END-IF
                 PERFORM 5200-REMOVE-RECORD
               END-IF
           END-EVALUATE
           ADD 1 TO WS-CNT-ROLLED
           MOVE 'RECOVERY' TO WS-AUDIT-STATUS
           IF IMAGE-MISMATCH
             ADD 1 TO WS-CNT-MISMATCHES
             MOVE 'IMAGE MISMATCH' TO WS-AUDIT-NOTE
           ELSE
             MOVE 'ROLLED FORWARD' TO WS-AUDIT-NOTE
           END-IF
           PERFORM 8000-LOG-ACTION.

      *    The records past the target were applied to the live
      *    master but are not in the recovered one.  Each goes
      *    back on the journal reversed - action and images
      *    swapped - in the opposite order to the journal, so a
      *    later replay unwinds them exactly as this run did - and
      *    is logged to ITEMAUDT under the run it came from, its
      *    key going on ITEMDLTA.
       3500-REVERSE-PAST-TARGET.
           SORT SORTWORK
               ON DESCENDING KEY SW-JRNL-POS
               INPUT PROCEDURE IS 3600-SORT-INPUT
               OUTPUT PROCEDURE IS 3700-SORT-OUTPUT.

       3600-SORT-INPUT.
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ZERO TO WS-JRNL-POS
           OPEN INPUT ITEMJRNL
           IF WS-JRNL-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-JOURNAL
               READ ITEMJRNL
                 AT END
                   SET END-OF-JOURNAL TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JRNL-POS
                   IF JR-TIMESTAMP(1:16) > RP-BACKUP-STAMP
                           AND JR-TIMESTAMP(1:16) > RP-TARGET-STAMP
                     MOVE WS-JRNL-POS     TO SW-JRNL-POS
                     MOVE JR-SEQ          TO SW-SEQ
                     MOVE JR-RUN-STAMP    TO SW-RUN-STAMP
                     MOVE JR-ACTION       TO SW-ACTION
                     MOVE JR-ITEM-NUMBER  TO SW-ITEM-NUMBER
                     MOVE JR-BEFORE-IMAGE TO SW-BEFORE-IMAGE
                     MOVE JR-AFTER-IMAGE  TO SW-AFTER-IMAGE
                     RELEASE SW-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ITEMJRNL
           END-IF.

       3700-SORT-OUTPUT.
           PERFORM 7000-OPEN-JOURNAL-APPEND
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 MOVE SW-RUN-STAMP    TO WS-ACT-RUN-STAMP
                 MOVE SW-ITEM-NUMBER  TO WS-ACT-ITEM
                 EVALUATE SW-ACTION
                   WHEN 'A'
                     MOVE 'D' TO WS-AUDIT-CODE
                   WHEN 'D'
                     MOVE 'A' TO WS-AUDIT-CODE
                   WHEN OTHER
                     MOVE SW-ACTION TO WS-AUDIT-CODE
                 END-EVALUATE
                 MOVE SW-AFTER-IMAGE  TO WS-ACT-BEFORE
                 MOVE SW-BEFORE-IMAGE TO WS-ACT-AFTER
                 PERFORM 7100-WRITE-JOURNAL
                 MOVE 'RECOVERY'      TO WS-AUDIT-STATUS
                 MOVE 'PAST TARGET UNDONE' TO WS-AUDIT-NOTE
                 PERFORM 8000-LOG-ACTION
             END-RETURN
           END-PERFORM
           PERFORM 7200-CLOSE-JOURNAL-APPEND
           MOVE 'N' TO WS-SORT-EOF.

      *    The named run's journal records come back newest first
      *    off the sort, so an item the run touched twice is
      *    unwound in the right order.
       4000-BACK-OUT-RUN.
           SORT SORTWORK
               ON DESCENDING KEY SW-SEQ
               INPUT PROCEDURE IS 4100-SORT-INPUT
               OUTPUT PROCEDURE IS 4200-SORT-OUTPUT
           IF WS-CNT-RUN-RECORDS = ZERO
             DISPLAY 'ITEMRCVR: NO JOURNAL RECORDS FOR RUN '
                 RP-RUN-STAMP ' - NOTHING BACKED OUT'
           END-IF.

       4100-SORT-INPUT.
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ZERO TO WS-JRNL-POS
           OPEN INPUT ITEMJRNL
           IF WS-JRNL-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-JOURNAL
               READ ITEMJRNL
                 AT END
                   SET END-OF-JOURNAL TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JRNL-POS
                   IF JR-RUN-STAMP = RP-RUN-STAMP
                     ADD 1 TO WS-CNT-RUN-RECORDS
                     MOVE WS-JRNL-POS     TO SW-JRNL-POS
                     MOVE JR-SEQ          TO SW-SEQ
                     MOVE JR-RUN-STAMP    TO SW-RUN-STAMP
                     MOVE JR-ACTION       TO SW-ACTION
                     MOVE JR-ITEM-NUMBER  TO SW-ITEM-NUMBER
                     MOVE JR-BEFORE-IMAGE TO SW-BEFORE-IMAGE
                     MOVE JR-AFTER-IMAGE  TO SW-AFTER-IMAGE
                     RELEASE SW-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ITEMJRNL
           END-IF.

       4200-SORT-OUTPUT.
           IF WS-CNT-RUN-RECORDS > ZERO
             PERFORM 7000-OPEN-JOURNAL-APPEND
           END-IF
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 MOVE SW-RUN-STAMP    TO WS-ACT-RUN-STAMP
                 MOVE SW-ACTION       TO WS-ACT-ACTION
                 MOVE SW-ITEM-NUMBER  TO WS-ACT-ITEM
                 MOVE SW-BEFORE-IMAGE TO WS-ACT-BEFORE
                 MOVE SW-AFTER-IMAGE  TO WS-ACT-AFTER
                 PERFORM 4300-UNDO-ONE
             END-RETURN
           END-PERFORM
           PERFORM 7200-CLOSE-JOURNAL-APPEND.

      *    An update is only undone while the key still holds
      *    exactly what the run left there.  Undoing an add
      *    deletes, undoing a delete re-adds the before image,
      *    and undoing a change puts the before image back.  The
      *    undo itself is journalled with the images swapped.
       4300-UNDO-ONE.
           PERFORM 5000-READ-CURRENT
           MOVE 'N' TO WS-MISMATCH
           EVALUATE WS-ACT-ACTION
             WHEN 'A'
               IF NOT ITEM-ON-FILE
                       OR ITEMMSTR-RECORD NOT = WS-ACT-AFTER
                 SET IMAGE-MISMATCH TO TRUE
               ELSE
                 MOVE 'D' TO WS-AUDIT-CODE
                 PERFORM 5200-REMOVE-RECORD
               END-IF
             WHEN 'C'
               IF NOT ITEM-ON-FILE
                       OR ITEMMSTR-RECORD NOT = WS-ACT-AFTER
                 SET IMAGE-MISMATCH TO TRUE
               ELSE
                 MOVE 'C' TO WS-AUDIT-CODE
                 MOVE WS-ACT-BEFORE TO ITEMMSTR-RECORD
                 PERFORM 5100-PUT-RECORD
               END-IF
             WHEN 'D'
               IF ITEM-ON-FILE
                 SET IMAGE-MISMATCH TO TRUE
               ELSE
                 MOVE 'A' TO WS-AUDIT-CODE
                 MOVE WS-ACT-BEFORE TO ITEMMSTR-RECORD
                 PERFORM 5100-PUT-RECORD
               END-IF
           END-EVALUATE
           IF IMAGE-MISMATCH
             ADD 1 TO WS-CNT-CONFLICTS
             MOVE WS-ACT-ACTION   TO WS-AUDIT-CODE
             MOVE 'REJECTED'      TO WS-AUDIT-STATUS
             MOVE 'LATER CHANGE ON KEY' TO WS-AUDIT-NOTE
             DISPLAY 'ITEMRCVR: ITEM ' WS-ACT-ITEM
                 ' CHANGED AGAIN AFTER RUN ' WS-ACT-RUN-STAMP
                 ' - NOT BACKED OUT'
           ELSE
             ADD 1 TO WS-CNT-BACKED-OUT
             MOVE 'BACKOUT'       TO WS-AUDIT-STATUS
             MOVE 'BACKED OUT'    TO WS-AUDIT-NOTE
             MOVE WS-ACT-BEFORE   TO WS-SWAP-IMAGE
             MOVE WS-ACT-AFTER    TO WS-ACT-BEFORE
             MOVE WS-SWAP-IMAGE   TO WS-ACT-AFTER
             PERFORM 7100-WRITE-JOURNAL
           END-IF
           PERFORM 8000-LOG-ACTION.

       5000-READ-CURRENT.
           MOVE 'N' TO WS-ON-FILE
           MOVE WS-ACT-ITEM TO IM-ITEM-NUMBER
           READ ITEMMSTR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET ITEM-ON-FILE TO TRUE
           END-READ.

      *    Writes or rewrites ITEMMSTR-RECORD depending on whether
      *    the key is already on the rebuilt master.
       5100-PUT-RECORD.
           IF ITEM-ON-FILE
             REWRITE ITEMMSTR-RECORD
               INVALID KEY
                 PERFORM 5900-ABORT-UPDATE
             END-REWRITE
           ELSE
             WRITE ITEMMSTR-RECORD
               INVALID KEY
                 PERFORM 5900-ABORT-UPDATE
             END-WRITE
           END-IF.

       5200-REMOVE-RECORD.
           DELETE ITEMMSTR RECORD
             INVALID KEY
               PERFORM 5900-ABORT-UPDATE
           END-DELETE.

      *    The key was just read, so a failure here is the file
      *    itself failing - the rebuild cannot go on.
       5900-ABORT-UPDATE.
           DISPLAY 'ITEMRCVR: ITEMMSTR UPDATE FAILED FOR ITEM '
               WS-ACT-ITEM ' - FILE STATUS ' WS-ITEMMSTR-FILE-STATUS
               ' - ABORTING'
           CLOSE ITEMMSTR ITEMAUDT ITEMDLTA
           PERFORM 7200-CLOSE-JOURNAL-APPEND
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       7000-OPEN-JOURNAL-APPEND.
           OPEN EXTEND ITEMJRNL
           IF WS-JRNL-FILE-STATUS NOT = '00'
             DISPLAY 'ITEMRCVR: ITEMJRNL OPEN EXTEND FAILED - FILE '
                 'STATUS ' WS-JRNL-FILE-STATUS ' - ABORTING'
             CLOSE ITEMMSTR ITEMAUDT ITEMDLTA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           SET JRNL-APPENDING TO TRUE.

      *    WS-AUDIT-CODE, WS-ACT-ITEM and the two images describe
      *    the change just made to the master.
       7100-WRITE-JOURNAL.
           INITIALIZE ITEMJRNL-RECORD
           ADD 1 TO WS-RCVR-SEQ
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE WS-RCVR-STAMP  TO JR-RUN-STAMP
           MOVE WS-RCVR-SEQ    TO JR-SEQ
           MOVE WS-AUDIT-CODE  TO JR-ACTION
           MOVE WS-ACT-ITEM    TO JR-ITEM-NUMBER
           MOVE WS-ACT-BEFORE  TO JR-BEFORE-IMAGE
           MOVE WS-ACT-AFTER   TO JR-AFTER-IMAGE
           WRITE ITEMJRNL-RECORD
           ADD 1 TO WS-CNT-JRNL-WRITTEN.

       7200-CLOSE-JOURNAL-APPEND.
           IF JRNL-APPENDING
             CLOSE ITEMJRNL
             MOVE 'N' TO WS-JRNL-OPEN
           END-IF.

      *    Every recovery action goes on ITEMAUDT under the
      *    journal run it came from, and every key actually
      *    changed on the master goes on ITEMDLTA.
       8000-LOG-ACTION.
           INITIALIZE ITEMAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO IA-TIMESTAMP
           MOVE WS-AUDIT-CODE   TO IA-TRANS-CODE
           MOVE WS-ACT-ITEM     TO IA-ITEM-NUMBER
           MOVE WS-AUDIT-STATUS TO IA-STATUS
           STRING 'RUN ' WS-ACT-RUN-STAMP ' ' WS-AUDIT-NOTE
               DELIMITED BY SIZE INTO IA-REASON
           WRITE ITEMAUDT-RECORD
           IF WS-AUDIT-STATUS NOT = 'REJECTED'
             MOVE WS-AUDIT-CODE TO DL-ACTION
             MOVE WS-ACT-ITEM   TO DL-ITEM-NUMBER
             WRITE ITEMDLTA-RECORD
           END-IF.

       9000-FINALIZE.
           CLOSE ITEMMSTR
           CLOSE ITEMAUDT
           CLOSE ITEMDLTA
           DISPLAY '================================================'
           DISPLAY 'ITEMRCVR CONTROL TOTALS'
           DISPLAY '  RECOVERY MODE . . . . . . .  ' RP-MODE
           DISPLAY '  BACKUP STAMP  . . . . . . .  ' RP-BACKUP-STAMP
           IF RP-ROLL-FORWARD
             DISPLAY '  TARGET STAMP  . . . . . . .  ' RP-TARGET-STAMP
           ELSE
             DISPLAY '  RUN BACKED OUT  . . . . . .  ' RP-RUN-STAMP
           END-IF
           DISPLAY '  RECORDS RESTORED FROM BACKUP ' WS-CNT-RESTORED
           DISPLAY '  JOURNAL RECORDS READ  . . .  ' WS-CNT-JRNL-READ
           DISPLAY '    ALREADY IN BACKUP . . . .  ' WS-CNT-IN-BACKUP
           DISPLAY '    ROLLED FORWARD  . . . . .  ' WS-CNT-ROLLED
           DISPLAY '    PAST TARGET, NOT APPLIED .  ' WS-CNT-PAST-TARGET
           DISPLAY '    IMAGE MISMATCHES  . . . .  ' WS-CNT-MISMATCHES
           IF RP-BACKOUT
             DISPLAY '  RUN JOURNAL RECORDS . . . .  '
                 WS-CNT-RUN-RECORDS
             DISPLAY '    BACKED OUT  . . . . . . .  '
                 WS-CNT-BACKED-OUT
             DISPLAY '    NOT BACKED OUT - CONFLICT  '
                 WS-CNT-CONFLICTS
           END-IF
           DISPLAY '  RECOVERY RUN STAMP  . . . .  ' WS-RCVR-STAMP
           DISPLAY '  JOURNAL RECORDS APPENDED  .  '
               WS-CNT-JRNL-WRITTEN
           DISPLAY '================================================'
           IF WS-CNT-MISMATCHES NOT = ZERO
                   OR WS-CNT-CONFLICTS NOT = ZERO
                   OR (RP-BACKOUT AND WS-CNT-RUN-RECORDS = ZERO)
             MOVE 8 TO RETURN-CODE
           END-IF.
