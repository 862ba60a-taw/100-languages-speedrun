       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMEND.

      *    Month-end close.  Freezes the FIZZPDAT processing
      *    date's FIZZOUT vintage as the closing snapshot of its
      *    month (CCYYMM) on the FIZZMCLS close file: every item
      *    as it stood, the valuation by category and
      *    classification, and the FIZZRULE rules in effect that
      *    date - so a closed month can be reproduced exactly
      *    long after FIZZARCH has rolled the vintage off to
      *    FIZZOUTH.  Each category and classification also gets
      *    its period ledger against the prior close: opening
      *    value, additions, deletions, price movement, quantity
      *    movement, reclassification movement and closing value.
      *    Opening is reconciled to the prior close twice over -
      *    its closing totals and its item images must agree -
      *    and every ledger must foot to the snapshot.  An item
      *    carried from the prior close books, in this order:
      *      - a reclassification of its prior value, out of its
      *        prior category and classification and into its
      *        new one, when either changed
      *      - quantity movement at the prior unit price
      *      - price movement on the new quantity
      *    A close that reconciles is written with its control
      *    record last, and the closing totals go to the FIZZMFIN
      *    month-end file in the FIZZFINT header/trailer format,
      *    read back and proved before the control record is
      *    written.  A period whose control record is on file is
      *    closed: it is never rewritten, and neither is any
      *    period earlier than the latest close.  A close that
      *    does not reconcile, or a run that stopped partway, is
      *    not a close - its records are cleared by the next
      *    attempt.  The night's FIZZRUN must have completed
      *    cleanly for the date, whether the night ran the full
      *    sweep or the delta run.
      *      RC 0   period closed
      *      RC 4   period closed, but there was no prior close
      *             or the prior close is not the previous month
      *      RC 16  period not closed
      *    The close report goes to the FIZZPRNT print file with
      *    a record on the FIZZRNDX run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPARM ASSIGN TO "FIZZPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZRULE ASSIGN TO "FIZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZMCLS ASSIGN TO "FIZZMCLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-KEY
               FILE STATUS IS WS-MCLS-FILE-STATUS.
           SELECT FIZZMFIN ASSIGN TO "FIZZMFIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPARM.
           COPY FIZZPRM.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  FIZZRULE.
           COPY FIZZRULE.
       FD  FIZZOUT.
           COPY FIZZOUT.
       FD  FIZZMCLS.
           COPY FIZZMCLS.
       FD  FIZZMFIN.
           COPY FIZZFINT.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.
      *    Prior-close item images (side O) and tonight's FIZZOUT
      *    records (side N) for the same item sort together; SW-SEQ
      *    keeps file order so that if the date was written twice
      *    the last copy wins.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-NUMBER             PIC 9(7).
               05  SW-SIDE               PIC X(01).
                   88  SW-PRIOR          VALUE 'O'.
                   88  SW-TONIGHT        VALUE 'N'.
               05  SW-SEQ                PIC 9(7).
               05  SW-CATEGORY           PIC X(4).
               05  SW-CLASS              PIC X(80).
               05  SW-QUANTITY           PIC 9(5).
               05  SW-UNIT-PRICE         PIC 9(5)V99.
               05  SW-DESCRIPTION        PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-MCLS-FILE-STATUS PIC XX.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-RULE-EOF PIC X VALUE 'N'.
               88 END-OF-RULES VALUE 'Y'.
           01 WS-OUT-EOF PIC X VALUE 'N'.
               88 END-OF-OUT VALUE 'Y'.
           01 WS-MCLS-EOF PIC X VALUE 'N'.
               88 END-OF-MCLS VALUE 'Y'.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-FIN-EOF PIC X VALUE 'N'.
               88 END-OF-FIN VALUE 'Y'.
           01 WS-FIRST-RECORD PIC X VALUE 'Y'.
               88 IS-FIRST-RECORD VALUE 'Y'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PERIOD PIC 9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               05 WS-PERIOD-YEAR  PIC 9(4).
               05 WS-PERIOD-MONTH PIC 9(2).
           01 WS-EXPECTED-PRIOR PIC 9(6).
           01 WS-CLEAR-TYPE PIC X(01).
           01 WS-CNT-CLEARED PIC 9(7) VALUE ZERO.
           01 WS-CLOSE-STATE PIC X VALUE 'Y'.
               88 CLOSE-BALANCES VALUE 'Y'.
               88 CLOSE-FAILS    VALUE 'N'.
           01 WS-CLOSE-WARNING PIC X VALUE 'N'.
               88 CLOSE-WARNED VALUE 'Y'.
           01 WS-STREAM-STEP PIC X(8) VALUE 'MENDSTEP'.
           01 WS-DEFAULT-JOB-ID PIC X(8) VALUE 'FIZZBUZZ'.
           01 WS-JOB-ID PIC X(8).
           01 WS-CHECK-MODE PIC X(1).
           COPY FIZZSCTP.
      *    The prior close - the latest period closed before this
      *    one - and its control totals.
           01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
           01 WS-PRIOR-CTL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PRIOR-CTL-VALUE PIC 9(13)V99 VALUE ZERO.
           01 WS-PRIOR-ITEM-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PRIOR-ITEM-VALUE PIC 9(13)V99 VALUE ZERO.
      *    Rules in effect on the processing date.
           01 WS-MAX-RULES PIC 9(3) VALUE 100.
           01 WS-RUL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-RULE-TABLE.
               05 WS-RUL-ENTRY OCCURS 100 TIMES.
                   10 WS-RUL-DIVISOR  PIC 9(3).
                   10 WS-RUL-LABEL    PIC X(8).
                   10 WS-RUL-EFF-DATE PIC 9(8).
                   10 WS-RUL-EXP-DATE PIC 9(8).
      *    One entry per category and classification seen on
      *    either side, kept in category/classification order so
      *    the report breaks on category.  Opening is held twice:
      *    as the prior close recorded it, and as rebuilt from
      *    the prior close's item images.
           01 WS-MAX-CELLS PIC 9(3) VALUE 300.
           01 WS-CELL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CELL-TABLE.
               05 WS-CELL-ENTRY OCCURS 300 TIMES.
                   10 WS-CELL-KEY.
                       15 WS-CELL-CATEGORY PIC X(4).
                       15 WS-CELL-CLASS    PIC X(80).
                   10 WS-CELL-ITEMS        PIC 9(7).
                   10 WS-CELL-QUANTITY     PIC 9(11).
                   10 WS-CELL-OPEN-PRIOR   PIC 9(13)V99.
                   10 WS-CELL-OPEN-ITEMS   PIC 9(13)V99.
                   10 WS-CELL-ADDITIONS    PIC 9(13)V99.
                   10 WS-CELL-DELETIONS    PIC 9(13)V99.
                   10 WS-CELL-PRICE-MOVE   PIC S9(13)V99.
                   10 WS-CELL-QTY-MOVE     PIC S9(13)V99.
                   10 WS-CELL-RECLASS-MOVE PIC S9(13)V99.
                   10 WS-CELL-CLOSING      PIC 9(13)V99.
           01 WS-FIND-KEY.
               05 WS-FIND-CATEGORY PIC X(4).
               05 WS-FIND-CLASS    PIC X(80).
           01 WS-CELL-SUB PIC 9(3).
           01 WS-SHIFT-SUB PIC 9(3).
           01 WS-CELL-FOUND PIC X.
               88 CELL-FOUND VALUE 'Y'.
      *    The item being matched, built up from its sorted
      *    prior and tonight records.
           01 WS-CUR-NUMBER PIC 9(7).
           01 WS-HAVE-OLD PIC X.
               88 HAVE-OLD VALUE 'Y'.
           01 WS-HAVE-NEW PIC X.
               88 HAVE-NEW VALUE 'Y'.
           01 WS-OLD-CATEGORY PIC X(4).
           01 WS-OLD-CLASS PIC X(80).
           01 WS-OLD-QUANTITY PIC 9(5).
           01 WS-OLD-UNIT-PRICE PIC 9(5)V99.
           01 WS-OLD-VALUE PIC 9(10)V99.
           01 WS-NEW-CATEGORY PIC X(4).
           01 WS-NEW-CLASS PIC X(80).
           01 WS-NEW-QUANTITY PIC 9(5).
           01 WS-NEW-UNIT-PRICE PIC 9(5)V99.
           01 WS-NEW-DESCRIPTION PIC X(20).
           01 WS-NEW-VALUE PIC 9(10)V99.
           01 WS-MOVE-WORK PIC S9(13)V99.
           01 WS-SEQ PIC 9(7) VALUE ZERO.
           01 WS-CNT-DUPLICATES PIC 9(7) VALUE ZERO.
           01 WS-EXTENDED-VALUE PIC 9(10)V99.
      *    Closing controls, accumulated as the item images are
      *    written, re-accumulated writing the month-end file, and
      *    once more reading it back against its trailer.
           01 WS-CLOSE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CLOSE-HASH PIC 9(13) VALUE ZERO.
           01 WS-CLOSE-VALUE PIC 9(13)V99 VALUE ZERO.
           01 WS-FIN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-FIN-HASH PIC 9(13) VALUE ZERO.
           01 WS-FIN-VALUE PIC 9(13)V99 VALUE ZERO.
           01 WS-VFY-COUNT PIC 9(7) VALUE ZERO.
           01 WS-VFY-HASH PIC 9(13) VALUE ZERO.
           01 WS-VFY-VALUE PIC 9(13)V99 VALUE ZERO.
           01 WS-TRL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRL-HASH PIC 9(13) VALUE ZERO.
           01 WS-TRL-VALUE PIC 9(13)V99 VALUE ZERO.
           01 WS-TRL-FOUND PIC X VALUE 'N'.
               88 TRAILER-FOUND VALUE 'Y'.
           01 WS-FIN-STATE PIC X VALUE 'Y'.
               88 FIN-PROVES VALUE 'Y'.
               88 FIN-FAILS  VALUE 'N'.
      *    Ledger totals for a category break and for the file.
           01 WS-PREV-CATEGORY PIC X(4).
           01 WS-LEDGER-TOTALS.
               05 WS-LT-ITEMS       PIC 9(7).
               05 WS-LT-QUANTITY    PIC 9(11).
               05 WS-LT-OPENING     PIC 9(13)V99.
               05 WS-LT-ADDITIONS   PIC 9(13)V99.
               05 WS-LT-DELETIONS   PIC 9(13)V99.
               05 WS-LT-PRICE-MOVE  PIC S9(13)V99.
               05 WS-LT-QTY-MOVE    PIC S9(13)V99.
               05 WS-LT-RECLASS     PIC S9(13)V99.
               05 WS-LT-CLOSING     PIC 9(13)V99.
           01 WS-GRAND-TOTALS.
               05 WS-GT-ITEMS       PIC 9(7).
               05 WS-GT-QUANTITY    PIC 9(11).
               05 WS-GT-OPENING     PIC 9(13)V99.
               05 WS-GT-ADDITIONS   PIC 9(13)V99.
               05 WS-GT-DELETIONS   PIC 9(13)V99.
               05 WS-GT-PRICE-MOVE  PIC S9(13)V99.
               05 WS-GT-QTY-MOVE    PIC S9(13)V99.
               05 WS-GT-RECLASS     PIC S9(13)V99.
               05 WS-GT-CLOSING     PIC 9(13)V99.
           01 WS-FOOTED PIC S9(13)V99.
           01 WS-CNT-RECON-ERRORS PIC 9(7) VALUE ZERO.
           01 WS-CNT-RULES-WRITTEN PIC 9(3) VALUE ZERO.
           01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
           01 WS-EDIT-QUANTITY PIC ZZ,ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-M1 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M2 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M3 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M4 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M5 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M6 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-M7 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-CHECK-NIGHTLY-RUN
           PERFORM 1100-OPEN-CLOSE-FILE
           PERFORM 1200-FIND-PRIOR-CLOSE
           PERFORM 1300-CLEAR-PARTIAL-CLOSE
           PERFORM 1400-LOAD-RULES
           PERFORM 2000-BUILD-SNAPSHOT
           PERFORM 4000-PRINT-RULES
           PERFORM 4100-PRINT-VALUATION
           PERFORM 4200-PRINT-LEDGER
           PERFORM 4300-RECONCILE
           IF CLOSE-BALANCES
             PERFORM 5000-WRITE-CLOSE
             PERFORM 6000-WRITE-FINANCE-FILE
             PERFORM 6500-VERIFY-FINANCE-FILE
             IF FIN-PROVES
               PERFORM 5500-WRITE-CONTROL
             ELSE
               SET CLOSE-FAILS TO TRUE
             END-IF
           ELSE
             OPEN OUTPUT FIZZMFIN
             CLOSE FIZZMFIN
           END-IF
           PERFORM 7000-PRINT-SUMMARY
           CLOSE FIZZMCLS
           PERFORM 9500-CLOSE-PRINT
           EVALUATE TRUE
             WHEN CLOSE-FAILS
               MOVE 16 TO RETURN-CODE
             WHEN CLOSE-WARNED
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
      *    same control file FIZZBUZZ stamps into FO-RUN-DATE -
      *    and its month is the period closed.  Missing file or
      *    zero date falls back to the current date, per the
      *    FIZZCPRM convention.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT FIZZPDAT
           IF WS-PDAT-FILE-STATUS = '00'
             READ FIZZPDAT
               AT END
                 SET END-OF-PDAT TO TRUE
             END-READ
             IF NOT END-OF-PDAT
                     AND PD-PROCESS-DATE NUMERIC
                     AND PD-PROCESS-DATE NOT = ZERO
               MOVE PD-PROCESS-DATE TO WS-RUN-DATE
             END-IF
             CLOSE FIZZPDAT
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1
             COMPUTE WS-EXPECTED-PRIOR = WS-PERIOD - 89
           ELSE
             COMPUTE WS-EXPECTED-PRIOR = WS-PERIOD - 1
           END-IF
           DISPLAY 'FIZZMEND: CLOSING PERIOD ' WS-PERIOD
               ' FROM THE ' WS-RUN-DATE ' VINTAGE'
           OPEN OUTPUT FIZZPRNT.

      *    A close taken from a night whose classification run
      *    failed would freeze a bad snapshot for good, so the
      *    FIZZRCTL run control is asked whether FIZZRUN completed
      *    cleanly for the date.  Nothing is recorded there - the
      *    close is not a step of the nightly stream.  The night
      *    may have run the full sweep or the delta run, which
      *    record FIZZRUN under run modes 'F' and 'D' of the same
      *    job id, so the full sweep is asked first and the delta
      *    run only when that is refused; either one complete
      *    will do.
       1050-CHECK-NIGHTLY-RUN.
           PERFORM 1060-RESOLVE-JOB-ID
           MOVE 'F' TO WS-CHECK-MODE
           PERFORM 1070-CHECK-RUN-MODE
           IF SC-REFUSE-STEP
             MOVE 'D' TO WS-CHECK-MODE
             PERFORM 1070-CHECK-RUN-MODE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZMEND: CLOSE OF ' WS-PERIOD ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             CLOSE FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NOT SC-NO-CONTROL
             DISPLAY 'FIZZMEND: CLOSING FROM THE ' WS-JOB-ID ' MODE '
                 WS-CHECK-MODE ' FIZZRUN FOR ' WS-RUN-DATE
           END-IF.

      *    Same resolution FIZZBUZZ applies to its own job id: the
      *    FIZZPARM record's FP-JOB-ID, else the 'FIZZBUZZ'
      *    default.  Its run mode is not used - both are asked.
       1060-RESOLVE-JOB-ID.
           MOVE WS-DEFAULT-JOB-ID TO WS-JOB-ID
           OPEN INPUT FIZZPARM
           IF WS-PARM-FILE-STATUS = '00'
             READ FIZZPARM
               AT END
                 MOVE '10' TO WS-PARM-FILE-STATUS
             END-READ
             IF WS-PARM-FILE-STATUS = '00'
                     AND FP-JOB-ID NOT = SPACES
               MOVE FP-JOB-ID TO WS-JOB-ID
             END-IF
             CLOSE FIZZPARM
           END-IF.

       1070-CHECK-RUN-MODE.
           INITIALIZE FIZZSCTP-PARMS
           SET SC-CHECK TO TRUE
           MOVE WS-STREAM-STEP TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE WS-CHECK-MODE  TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZMEND: RUN CONTROL MODE ' WS-CHECK-MODE
                 ' - ' SC-MESSAGE
           END-IF.

       1100-OPEN-CLOSE-FILE.
           OPEN I-O FIZZMCLS
           IF WS-MCLS-FILE-STATUS = '35'
             OPEN OUTPUT FIZZMCLS
             CLOSE FIZZMCLS
             OPEN I-O FIZZMCLS
           END-IF
           IF WS-MCLS-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZMEND: FIZZMCLS OPEN FAILED - FILE STATUS '
                 WS-MCLS-FILE-STATUS ' - ABORTING'
             CLOSE FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      *    The control records for every closed period browse
      *    together.  This period already closed, or a later one
      *    closed, means the close would rewrite history - it is
      *    refused.  The latest earlier close is the prior close
      *    the ledger opens from.
       1200-FIND-PRIOR-CLOSE.
           MOVE LOW-VALUES TO MC-KEY
           MOVE 'C' TO MC-REC-TYPE
           MOVE 'N' TO WS-MCLS-EOF
           START FIZZMCLS KEY NOT LESS THAN MC-KEY
             INVALID KEY
               SET END-OF-MCLS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MCLS
             READ FIZZMCLS NEXT RECORD
               AT END
                 SET END-OF-MCLS TO TRUE
               NOT AT END
                 IF MC-CONTROL
                   PERFORM 1250-CHECK-CONTROL-RECORD
                 ELSE
                   SET END-OF-MCLS TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           IF WS-PRIOR-PERIOD = ZERO
             DISPLAY 'FIZZMEND: NO PRIOR CLOSE - OPENING BALANCES '
                 'ARE ZERO'
             SET CLOSE-WARNED TO TRUE
           ELSE
             IF WS-PRIOR-PERIOD NOT = WS-EXPECTED-PRIOR
               DISPLAY 'FIZZMEND: PRIOR CLOSE IS ' WS-PRIOR-PERIOD
                   ', NOT ' WS-EXPECTED-PRIOR
                   ' - LEDGER SPANS THE GAP'
               SET CLOSE-WARNED TO TRUE
             END-IF
           END-IF.

       1250-CHECK-CONTROL-RECORD.
           IF MC-PERIOD NOT < WS-PERIOD
             IF MC-PERIOD = WS-PERIOD
               DISPLAY 'FIZZMEND: PERIOD ' WS-PERIOD ' WAS CLOSED AT '
                   MC-CTL-CLOSE-STAMP ' FROM ' MC-CTL-PROCESS-DATE
                   ' - A CLOSED PERIOD IS NEVER REWRITTEN - ABORTING'
             ELSE
               DISPLAY 'FIZZMEND: LATER PERIOD ' MC-PERIOD
                   ' IS ALREADY CLOSED - ' WS-PERIOD
                   ' CANNOT BE CLOSED BEHIND IT - ABORTING'
             END-IF
             CLOSE FIZZMCLS FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE MC-PERIOD            TO WS-PRIOR-PERIOD
           MOVE MC-CTL-ITEM-COUNT    TO WS-PRIOR-CTL-COUNT
           MOVE MC-CTL-CLOSING-VALUE TO WS-PRIOR-CTL-VALUE.

      *    With no control record for the period, anything else on
      *    file for it is left from an attempt that did not finish
      *    or did not reconcile, and is cleared before this one.
       1300-CLEAR-PARTIAL-CLOSE.
           MOVE 'I' TO WS-CLEAR-TYPE
           PERFORM 1350-CLEAR-TYPE
           MOVE 'R' TO WS-CLEAR-TYPE
           PERFORM 1350-CLEAR-TYPE
           MOVE 'V' TO WS-CLEAR-TYPE
           PERFORM 1350-CLEAR-TYPE
           IF WS-CNT-CLEARED > ZERO
             DISPLAY 'FIZZMEND: ' WS-CNT-CLEARED ' RECORDS OF AN '
                 'UNFINISHED CLOSE OF ' WS-PERIOD ' CLEARED'
           END-IF.

       1350-CLEAR-TYPE.
           MOVE LOW-VALUES    TO MC-KEY
           MOVE WS-CLEAR-TYPE TO MC-REC-TYPE
           MOVE WS-PERIOD     TO MC-PERIOD
           MOVE 'N' TO WS-MCLS-EOF
           START FIZZMCLS KEY NOT LESS THAN MC-KEY
             INVALID KEY
               SET END-OF-MCLS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MCLS
             READ FIZZMCLS NEXT RECORD
               AT END
                 SET END-OF-MCLS TO TRUE
               NOT AT END
                 IF MC-REC-TYPE = WS-CLEAR-TYPE
                         AND MC-PERIOD = WS-PERIOD
                   DELETE FIZZMCLS RECORD
                     INVALID KEY
                       DISPLAY 'FIZZMEND: FIZZMCLS DELETE FAILED - '
                           'FILE STATUS ' WS-MCLS-FILE-STATUS
                           ' - ABORTING'
                       CLOSE FIZZMCLS FIZZPRNT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-DELETE
                   ADD 1 TO WS-CNT-CLEARED
                 ELSE
                   SET END-OF-MCLS TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

      *    The rule set in effect is the one FIZZBUZZ loaded for
      *    the date: every rule whose effective/expiration window
      *    covers it.
       1400-LOAD-RULES.
           OPEN INPUT FIZZRULE
           PERFORM UNTIL END-OF-RULES
             READ FIZZRULE
               AT END
                 SET END-OF-RULES TO TRUE
               NOT AT END
                 IF FR-DIVISOR NUMERIC
                         AND FR-EFF-DATE NUMERIC
                         AND FR-EXP-DATE NUMERIC
                         AND FR-EFF-DATE <= WS-RUN-DATE
                         AND FR-EXP-DATE >= WS-RUN-DATE
                   PERFORM 1450-STORE-RULE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIZZRULE
           IF WS-RUL-COUNT = ZERO
             DISPLAY 'FIZZMEND: NO FIZZRULE RULES IN EFFECT ON '
                 WS-RUN-DATE ' - ABORTING'
             CLOSE FIZZMCLS FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       1450-STORE-RULE.
           IF WS-RUL-COUNT >= WS-MAX-RULES
             DISPLAY 'FIZZMEND: TOO MANY FIZZRULE RULES IN EFFECT - '
                 'ABORTING'
             CLOSE FIZZRULE FIZZMCLS FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-RUL-COUNT
           MOVE FR-DIVISOR  TO WS-RUL-DIVISOR(WS-RUL-COUNT)
           MOVE FR-LABEL    TO WS-RUL-LABEL(WS-RUL-COUNT)
           MOVE FR-EFF-DATE TO WS-RUL-EFF-DATE(WS-RUL-COUNT)
           MOVE FR-EXP-DATE TO WS-RUL-EXP-DATE(WS-RUL-COUNT).

       2000-BUILD-SNAPSHOT.
           SORT SORTWORK
               ON ASCENDING KEY SW-NUMBER SW-SIDE SW-SEQ
               INPUT PROCEDURE IS 2100-SORT-INPUT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT.

       2100-SORT-INPUT.
           IF WS-PRIOR-PERIOD NOT = ZERO
             PERFORM 2200-LOAD-PRIOR-CELLS
             PERFORM 2300-RELEASE-PRIOR-ITEMS
           END-IF
           PERFORM 2400-RELEASE-TONIGHT.

      *    The prior close's closing value per category and
      *    classification is this period's opening.
       2200-LOAD-PRIOR-CELLS.
           MOVE LOW-VALUES      TO MC-KEY
           MOVE 'V'             TO MC-REC-TYPE
           MOVE WS-PRIOR-PERIOD TO MC-PERIOD
           MOVE 'N' TO WS-MCLS-EOF
           START FIZZMCLS KEY NOT LESS THAN MC-KEY
             INVALID KEY
               SET END-OF-MCLS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MCLS
             READ FIZZMCLS NEXT RECORD
               AT END
                 SET END-OF-MCLS TO TRUE
               NOT AT END
                 IF MC-VALUATION AND MC-PERIOD = WS-PRIOR-PERIOD
                   MOVE MC-VAL-CATEGORY TO WS-FIND-CATEGORY
                   MOVE MC-VAL-CLASS    TO WS-FIND-CLASS
                   PERFORM 3800-FIND-CELL
                   ADD MC-VAL-CLOSING
                       TO WS-CELL-OPEN-PRIOR(WS-CELL-SUB)
                 ELSE
                   SET END-OF-MCLS TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

       2300-RELEASE-PRIOR-ITEMS.
           MOVE LOW-VALUES      TO MC-KEY
           MOVE 'I'             TO MC-REC-TYPE
           MOVE WS-PRIOR-PERIOD TO MC-PERIOD
           MOVE 'N' TO WS-MCLS-EOF
           START FIZZMCLS KEY NOT LESS THAN MC-KEY
             INVALID KEY
               SET END-OF-MCLS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MCLS
             READ FIZZMCLS NEXT RECORD
               AT END
                 SET END-OF-MCLS TO TRUE
               NOT AT END
                 IF MC-ITEM AND MC-PERIOD = WS-PRIOR-PERIOD
                   PERFORM 2350-RELEASE-PRIOR-ITEM
                 ELSE
                   SET END-OF-MCLS TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

       2350-RELEASE-PRIOR-ITEM.
           ADD 1 TO WS-PRIOR-ITEM-COUNT
           COMPUTE WS-EXTENDED-VALUE = MC-ITM-QUANTITY *
               MC-ITM-UNIT-PRICE
           ADD WS-EXTENDED-VALUE TO WS-PRIOR-ITEM-VALUE
           INITIALIZE SW-RECORD
           MOVE MC-ITM-NUMBER      TO SW-NUMBER
           SET SW-PRIOR TO TRUE
           MOVE MC-ITM-CATEGORY    TO SW-CATEGORY
           MOVE MC-ITM-CLASS       TO SW-CLASS
           MOVE MC-ITM-QUANTITY    TO SW-QUANTITY
           MOVE MC-ITM-UNIT-PRICE  TO SW-UNIT-PRICE
           MOVE MC-ITM-DESCRIPTION TO SW-DESCRIPTION
           RELEASE SW-RECORD.

      *    An item with no classification is carried as PLAIN, as
      *    FIZZFEXT sends it to finance.
       2400-RELEASE-TONIGHT.
           OPEN INPUT FIZZOUT
           PERFORM UNTIL END-OF-OUT
             READ FIZZOUT
               AT END
                 SET END-OF-OUT TO TRUE
               NOT AT END
                 IF FO-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-SEQ
                   INITIALIZE SW-RECORD
                   MOVE FO-NUMBER           TO SW-NUMBER
                   SET SW-TONIGHT TO TRUE
                   MOVE WS-SEQ              TO SW-SEQ
                   MOVE FO-ITEM-CATEGORY    TO SW-CATEGORY
                   IF FO-INDICATOR = SPACES
                     MOVE 'PLAIN' TO SW-CLASS
                   ELSE
                     MOVE FO-INDICATOR TO SW-CLASS
                   END-IF
                   MOVE FO-ITEM-QUANTITY    TO SW-QUANTITY
                   MOVE FO-ITEM-UNIT-PRICE  TO SW-UNIT-PRICE
                   MOVE FO-ITEM-DESCRIPTION TO SW-DESCRIPTION
                   RELEASE SW-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIZZOUT.

       3000-SORT-OUTPUT.
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 PERFORM 3100-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM
           IF NOT IS-FIRST-RECORD
             PERFORM 3200-FINISH-ITEM
           END-IF.

       3100-PROCESS-SORTED-RECORD.
           IF IS-FIRST-RECORD
             MOVE 'N' TO WS-FIRST-RECORD
             PERFORM 3150-START-ITEM
           ELSE
             IF SW-NUMBER NOT = WS-CUR-NUMBER
               PERFORM 3200-FINISH-ITEM
               PERFORM 3150-START-ITEM
             END-IF
           END-IF
           IF SW-PRIOR
             SET HAVE-OLD TO TRUE
             MOVE SW-CATEGORY   TO WS-OLD-CATEGORY
             MOVE SW-CLASS      TO WS-OLD-CLASS
             MOVE SW-QUANTITY   TO WS-OLD-QUANTITY
             MOVE SW-UNIT-PRICE TO WS-OLD-UNIT-PRICE
           ELSE
             IF HAVE-NEW
               ADD 1 TO WS-CNT-DUPLICATES
             END-IF
             SET HAVE-NEW TO TRUE
             MOVE SW-CATEGORY    TO WS-NEW-CATEGORY
             MOVE SW-CLASS       TO WS-NEW-CLASS
             MOVE SW-QUANTITY    TO WS-NEW-QUANTITY
             MOVE SW-UNIT-PRICE  TO WS-NEW-UNIT-PRICE
             MOVE SW-DESCRIPTION TO WS-NEW-DESCRIPTION
           END-IF.

       3150-START-ITEM.
           MOVE SW-NUMBER TO WS-CUR-NUMBER
           MOVE 'N' TO WS-HAVE-OLD
           MOVE 'N' TO WS-HAVE-NEW.

      *    Each side is booked to its own cell in turn - finding
      *    a cell can insert one and move the others along, so a
      *    subscript is only used straight after its own find.
       3200-FINISH-ITEM.
           MOVE ZERO TO WS-OLD-VALUE
           MOVE ZERO TO WS-NEW-VALUE
           IF HAVE-OLD
             COMPUTE WS-OLD-VALUE = WS-OLD-QUANTITY *
                 WS-OLD-UNIT-PRICE
             PERFORM 3300-BOOK-OLD-SIDE
           END-IF
           IF HAVE-NEW
             COMPUTE WS-NEW-VALUE = WS-NEW-QUANTITY *
                 WS-NEW-UNIT-PRICE
             PERFORM 3400-BOOK-NEW-SIDE
             PERFORM 3500-WRITE-ITEM-IMAGE
           END-IF.

       3300-BOOK-OLD-SIDE.
           MOVE WS-OLD-CATEGORY TO WS-FIND-CATEGORY
           MOVE WS-OLD-CLASS    TO WS-FIND-CLASS
           PERFORM 3800-FIND-CELL
           ADD WS-OLD-VALUE TO WS-CELL-OPEN-ITEMS(WS-CELL-SUB)
           EVALUATE TRUE
             WHEN NOT HAVE-NEW
               ADD WS-OLD-VALUE TO WS-CELL-DELETIONS(WS-CELL-SUB)
             WHEN WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                     OR WS-NEW-CLASS NOT = WS-OLD-CLASS
               SUBTRACT WS-OLD-VALUE
                   FROM WS-CELL-RECLASS-MOVE(WS-CELL-SUB)
           END-EVALUATE.

       3400-BOOK-NEW-SIDE.
           MOVE WS-NEW-CATEGORY TO WS-FIND-CATEGORY
           MOVE WS-NEW-CLASS    TO WS-FIND-CLASS
           PERFORM 3800-FIND-CELL
           ADD 1               TO WS-CELL-ITEMS(WS-CELL-SUB)
           ADD WS-NEW-QUANTITY TO WS-CELL-QUANTITY(WS-CELL-SUB)
           ADD WS-NEW-VALUE    TO WS-CELL-CLOSING(WS-CELL-SUB)
           IF NOT HAVE-OLD
             ADD WS-NEW-VALUE TO WS-CELL-ADDITIONS(WS-CELL-SUB)
           ELSE
             IF WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                     OR WS-NEW-CLASS NOT = WS-OLD-CLASS
               ADD WS-OLD-VALUE
                   TO WS-CELL-RECLASS-MOVE(WS-CELL-SUB)
             END-IF
             COMPUTE WS-MOVE-WORK =
                 (WS-NEW-QUANTITY - WS-OLD-QUANTITY)
                 * WS-OLD-UNIT-PRICE
             ADD WS-MOVE-WORK TO WS-CELL-QTY-MOVE(WS-CELL-SUB)
             COMPUTE WS-MOVE-WORK =
                 (WS-NEW-UNIT-PRICE - WS-OLD-UNIT-PRICE)
                 * WS-NEW-QUANTITY
             ADD WS-MOVE-WORK TO WS-CELL-PRICE-MOVE(WS-CELL-SUB)
           END-IF.

       3500-WRITE-ITEM-IMAGE.
           INITIALIZE FIZZMCLS-RECORD
           MOVE 'I'                TO MC-REC-TYPE
           MOVE WS-PERIOD          TO MC-PERIOD
           MOVE WS-CUR-NUMBER      TO MC-ITM-NUMBER
           MOVE WS-NEW-CATEGORY    TO MC-ITM-CATEGORY
           MOVE WS-NEW-CLASS       TO MC-ITM-CLASS
           MOVE WS-NEW-QUANTITY    TO MC-ITM-QUANTITY
           MOVE WS-NEW-UNIT-PRICE  TO MC-ITM-UNIT-PRICE
           MOVE WS-NEW-DESCRIPTION TO MC-ITM-DESCRIPTION
           PERFORM 5900-WRITE-CLOSE-RECORD
           ADD 1 TO WS-CLOSE-COUNT
           ADD WS-CUR-NUMBER TO WS-CLOSE-HASH
           ADD WS-NEW-VALUE TO WS-CLOSE-VALUE.

      *    Finds the cell for WS-FIND-KEY, inserting it in order
      *    if it is not there yet.
       3800-FIND-CELL.
           MOVE 'N' TO WS-CELL-FOUND
           MOVE 1 TO WS-CELL-SUB
           PERFORM UNTIL WS-CELL-SUB > WS-CELL-COUNT
                   OR CELL-FOUND
                   OR WS-CELL-KEY(WS-CELL-SUB) > WS-FIND-KEY
             IF WS-CELL-KEY(WS-CELL-SUB) = WS-FIND-KEY
               SET CELL-FOUND TO TRUE
             ELSE
               ADD 1 TO WS-CELL-SUB
             END-IF
           END-PERFORM
           IF NOT CELL-FOUND
             IF WS-CELL-COUNT >= WS-MAX-CELLS
               DISPLAY 'FIZZMEND: TOO MANY CATEGORY/CLASSIFICATION '
                   'COMBINATIONS FOR THE CLOSE - ABORTING'
               CLOSE FIZZMCLS FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM VARYING WS-SHIFT-SUB FROM WS-CELL-COUNT BY -1
                     UNTIL WS-SHIFT-SUB < WS-CELL-SUB
               MOVE WS-CELL-ENTRY(WS-SHIFT-SUB)
                   TO WS-CELL-ENTRY(WS-SHIFT-SUB + 1)
             END-PERFORM
             ADD 1 TO WS-CELL-COUNT
             INITIALIZE WS-CELL-ENTRY(WS-CELL-SUB)
             MOVE WS-FIND-KEY TO WS-CELL-KEY(WS-CELL-SUB)
           END-IF.

       4000-PRINT-RULES.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RULE SET IN EFFECT ON ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '  DIVISOR  LABEL     EFFECTIVE  EXPIRES'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-RUL-COUNT
             MOVE SPACES TO WS-PRINT-LINE
             STRING '    ' WS-RUL-DIVISOR(WS-CELL-SUB)
                 '    ' WS-RUL-LABEL(WS-CELL-SUB)
                 '  ' WS-RUL-EFF-DATE(WS-CELL-SUB)
                 '   ' WS-RUL-EXP-DATE(WS-CELL-SUB)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-PERFORM.

       4100-PRINT-VALUATION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'CLOSING VALUATION BY CATEGORY AND CLASSIFICATION'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CAT   CLASSIFICATION                          '
               '   ITEMS       QUANTITY           OPENING      R'
               'ECLASSIFIED           CLOSING'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
             MOVE WS-CELL-ITEMS(WS-CELL-SUB)        TO WS-EDIT-COUNT
             MOVE WS-CELL-QUANTITY(WS-CELL-SUB)     TO WS-EDIT-QUANTITY
             MOVE WS-CELL-OPEN-ITEMS(WS-CELL-SUB)   TO WS-EDIT-M1
             MOVE WS-CELL-RECLASS-MOVE(WS-CELL-SUB) TO WS-EDIT-M2
             MOVE WS-CELL-CLOSING(WS-CELL-SUB)      TO WS-EDIT-M3
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  ' WS-CELL-CATEGORY(WS-CELL-SUB)
                 '  ' WS-CELL-CLASS(WS-CELL-SUB)(1:40)
                 ' ' WS-EDIT-COUNT ' ' WS-EDIT-QUANTITY
                 ' ' WS-EDIT-M1 ' ' WS-EDIT-M2 ' ' WS-EDIT-M3
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-PERFORM.

      *    The period ledger, one line per category with the
      *    classifications within it added together, then the
      *    whole book.
       4200-PRINT-LEDGER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PRIOR-PERIOD = ZERO
             MOVE 'PERIOD LEDGER BY CATEGORY - NO PRIOR CLOSE'
                 TO WS-PRINT-LINE
           ELSE
             STRING 'PERIOD LEDGER BY CATEGORY FROM THE '
                 WS-PRIOR-PERIOD ' CLOSE'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CAT            OPENING         ADDITIONS      '
               '   DELETIONS    PRICE MOVEMENT      QTY MOVEMENT'
               '      RECLASSIFIED           CLOSING'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE ZERO TO WS-GRAND-TOTALS
           MOVE ZERO TO WS-LEDGER-TOTALS
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
             IF WS-CELL-SUB > 1
                     AND WS-CELL-CATEGORY(WS-CELL-SUB)
                         NOT = WS-PREV-CATEGORY
               PERFORM 4250-LEDGER-LINE
               MOVE ZERO TO WS-LEDGER-TOTALS
             END-IF
             MOVE WS-CELL-CATEGORY(WS-CELL-SUB) TO WS-PREV-CATEGORY
             ADD WS-CELL-ITEMS(WS-CELL-SUB)        TO WS-LT-ITEMS
             ADD WS-CELL-QUANTITY(WS-CELL-SUB)     TO WS-LT-QUANTITY
             ADD WS-CELL-OPEN-ITEMS(WS-CELL-SUB)   TO WS-LT-OPENING
             ADD WS-CELL-ADDITIONS(WS-CELL-SUB)    TO WS-LT-ADDITIONS
             ADD WS-CELL-DELETIONS(WS-CELL-SUB)    TO WS-LT-DELETIONS
             ADD WS-CELL-PRICE-MOVE(WS-CELL-SUB)   TO WS-LT-PRICE-MOVE
             ADD WS-CELL-QTY-MOVE(WS-CELL-SUB)     TO WS-LT-QTY-MOVE
             ADD WS-CELL-RECLASS-MOVE(WS-CELL-SUB) TO WS-LT-RECLASS
             ADD WS-CELL-CLOSING(WS-CELL-SUB)      TO WS-LT-CLOSING
           END-PERFORM
           IF WS-CELL-COUNT > ZERO
             PERFORM 4250-LEDGER-LINE
           END-IF
           MOVE WS-GRAND-TOTALS TO WS-LEDGER-TOTALS
           MOVE 'ALL ' TO WS-PREV-CATEGORY
           PERFORM 4260-PRINT-LEDGER-TOTALS.

       4250-LEDGER-LINE.
           ADD WS-LT-ITEMS      TO WS-GT-ITEMS
           ADD WS-LT-QUANTITY   TO WS-GT-QUANTITY
           ADD WS-LT-OPENING    TO WS-GT-OPENING
           ADD WS-LT-ADDITIONS  TO WS-GT-ADDITIONS
           ADD WS-LT-DELETIONS  TO WS-GT-DELETIONS
           ADD WS-LT-PRICE-MOVE TO WS-GT-PRICE-MOVE
           ADD WS-LT-QTY-MOVE   TO WS-GT-QTY-MOVE
           ADD WS-LT-RECLASS    TO WS-GT-RECLASS
           ADD WS-LT-CLOSING    TO WS-GT-CLOSING
           PERFORM 4260-PRINT-LEDGER-TOTALS.

       4260-PRINT-LEDGER-TOTALS.
           MOVE WS-LT-OPENING    TO WS-EDIT-M1
           MOVE WS-LT-ADDITIONS  TO WS-EDIT-M2
           MOVE WS-LT-DELETIONS  TO WS-EDIT-M3
           MOVE WS-LT-PRICE-MOVE TO WS-EDIT-M4
           MOVE WS-LT-QTY-MOVE   TO WS-EDIT-M5
           MOVE WS-LT-RECLASS    TO WS-EDIT-M6
           MOVE WS-LT-CLOSING    TO WS-EDIT-M7
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-PREV-CATEGORY
               ' ' WS-EDIT-M1 ' ' WS-EDIT-M2 ' ' WS-EDIT-M3
               ' ' WS-EDIT-M4 ' ' WS-EDIT-M5 ' ' WS-EDIT-M6
               ' ' WS-EDIT-M7
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

      *    The prior close must agree with itself - its control
      *    totals with its item images, and each cell's recorded
      *    closing with the item images in it - before anything
      *    is built on it; and every cell's ledger must foot to
      *    the closing value actually on the snapshot.
       4300-RECONCILE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'RECONCILIATION' TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF WS-CLOSE-COUNT = ZERO
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  *** NO FIZZOUT RECORDS FOR ' WS-RUN-DATE
                 ' - NOTHING TO CLOSE'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 4390-RECON-ERROR
           END-IF
           IF WS-PRIOR-PERIOD NOT = ZERO
             IF WS-PRIOR-ITEM-COUNT NOT = WS-PRIOR-CTL-COUNT
                     OR WS-PRIOR-ITEM-VALUE NOT = WS-PRIOR-CTL-VALUE
               MOVE WS-PRIOR-CTL-VALUE  TO WS-EDIT-M1
               MOVE WS-PRIOR-ITEM-VALUE TO WS-EDIT-M2
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  *** PRIOR CLOSE ' WS-PRIOR-PERIOD
                   ' CONTROL ' WS-PRIOR-CTL-COUNT ' ITEMS'
                   WS-EDIT-M1 ' - ITEM IMAGES ' WS-PRIOR-ITEM-COUNT
                   ' ITEMS' WS-EDIT-M2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 4390-RECON-ERROR
             END-IF
           END-IF
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
             PERFORM 4350-RECONCILE-CELL
           END-PERFORM
           IF WS-GT-CLOSING NOT = WS-CLOSE-VALUE
                   OR WS-GT-ITEMS NOT = WS-CLOSE-COUNT
             MOVE WS-GT-CLOSING  TO WS-EDIT-M1
             MOVE WS-CLOSE-VALUE TO WS-EDIT-M2
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  *** LEDGER CLOSING' WS-EDIT-M1
                 ' DOES NOT AGREE WITH THE SNAPSHOT' WS-EDIT-M2
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 4390-RECON-ERROR
           END-IF
           IF WS-CNT-RECON-ERRORS = ZERO
             MOVE SPACES TO WS-PRINT-LINE
             IF WS-PRIOR-PERIOD = ZERO
               STRING '  FIRST CLOSE - EVERY ITEM IS AN ADDITION AND '
                   'EVERY LEDGER FOOTS TO THE SNAPSHOT'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
             ELSE
               STRING '  OPENING AGREES WITH THE ' WS-PRIOR-PERIOD
                   ' CLOSE AND EVERY LEDGER FOOTS TO THE SNAPSHOT'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-IF
             PERFORM 8000-WRITE-LINE
           END-IF.

       4350-RECONCILE-CELL.
           IF WS-CELL-OPEN-PRIOR(WS-CELL-SUB)
                   NOT = WS-CELL-OPEN-ITEMS(WS-CELL-SUB)
             MOVE WS-CELL-OPEN-PRIOR(WS-CELL-SUB) TO WS-EDIT-M1
             MOVE WS-CELL-OPEN-ITEMS(WS-CELL-SUB) TO WS-EDIT-M2
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  *** ' WS-CELL-CATEGORY(WS-CELL-SUB)
                 ' ' WS-CELL-CLASS(WS-CELL-SUB)(1:30)
                 ' PRIOR CLOSING' WS-EDIT-M1
                 ' - ITEM IMAGES' WS-EDIT-M2
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 4390-RECON-ERROR
           END-IF
           COMPUTE WS-FOOTED = WS-CELL-OPEN-ITEMS(WS-CELL-SUB)
               + WS-CELL-ADDITIONS(WS-CELL-SUB)
               - WS-CELL-DELETIONS(WS-CELL-SUB)
               + WS-CELL-PRICE-MOVE(WS-CELL-SUB)
               + WS-CELL-QTY-MOVE(WS-CELL-SUB)
               + WS-CELL-RECLASS-MOVE(WS-CELL-SUB)
           IF WS-FOOTED NOT = WS-CELL-CLOSING(WS-CELL-SUB)
             MOVE WS-FOOTED                    TO WS-EDIT-M1
             MOVE WS-CELL-CLOSING(WS-CELL-SUB) TO WS-EDIT-M2
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  *** ' WS-CELL-CATEGORY(WS-CELL-SUB)
                 ' ' WS-CELL-CLASS(WS-CELL-SUB)(1:30)
                 ' LEDGER FOOTS TO' WS-EDIT-M1
                 ' - SNAPSHOT' WS-EDIT-M2
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 4390-RECON-ERROR
           END-IF.

       4390-RECON-ERROR.
           SET CLOSE-FAILS TO TRUE
           ADD 1 TO WS-CNT-RECON-ERRORS
           DISPLAY 'FIZZMEND: ' WS-PRINT-LINE(7:120)
           PERFORM 8000-WRITE-LINE.

      *    The rules and the valuation cells go on file once the
      *    close is known to reconcile; the item images are
      *    already there from the snapshot pass.
       5000-WRITE-CLOSE.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-RUL-COUNT
             INITIALIZE FIZZMCLS-RECORD
             MOVE 'R'       TO MC-REC-TYPE
             MOVE WS-PERIOD TO MC-PERIOD
             MOVE WS-RUL-DIVISOR(WS-CELL-SUB)  TO MC-RUL-DIVISOR
             MOVE WS-RUL-EFF-DATE(WS-CELL-SUB) TO MC-RUL-EFF-DATE
             MOVE WS-RUL-LABEL(WS-CELL-SUB)    TO MC-RUL-LABEL
             MOVE WS-RUL-EXP-DATE(WS-CELL-SUB) TO MC-RUL-EXP-DATE
             PERFORM 5900-WRITE-CLOSE-RECORD
             ADD 1 TO WS-CNT-RULES-WRITTEN
           END-PERFORM
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
             INITIALIZE FIZZMCLS-RECORD
             MOVE 'V'       TO MC-REC-TYPE
             MOVE WS-PERIOD TO MC-PERIOD
             MOVE WS-CELL-CATEGORY(WS-CELL-SUB) TO MC-VAL-CATEGORY
             MOVE WS-CELL-CLASS(WS-CELL-SUB)    TO MC-VAL-CLASS
             MOVE WS-CELL-ITEMS(WS-CELL-SUB)    TO MC-VAL-ITEM-COUNT
             MOVE WS-CELL-QUANTITY(WS-CELL-SUB) TO MC-VAL-QUANTITY
             MOVE WS-CELL-OPEN-ITEMS(WS-CELL-SUB) TO MC-VAL-OPENING
             MOVE WS-CELL-ADDITIONS(WS-CELL-SUB)  TO MC-VAL-ADDITIONS
             MOVE WS-CELL-DELETIONS(WS-CELL-SUB)  TO MC-VAL-DELETIONS
             MOVE WS-CELL-PRICE-MOVE(WS-CELL-SUB)
                 TO MC-VAL-PRICE-MOVE
             MOVE WS-CELL-QTY-MOVE(WS-CELL-SUB)   TO MC-VAL-QTY-MOVE
             MOVE WS-CELL-RECLASS-MOVE(WS-CELL-SUB)
                 TO MC-VAL-RECLASS-MOVE
             MOVE WS-CELL-CLOSING(WS-CELL-SUB)    TO MC-VAL-CLOSING
             PERFORM 5900-WRITE-CLOSE-RECORD
           END-PERFORM.

      *    The control record is what makes the period closed, so
      *    it is the last thing written.
       5500-WRITE-CONTROL.
           INITIALIZE FIZZMCLS-RECORD
           MOVE 'C'                    TO MC-REC-TYPE
           MOVE WS-PERIOD              TO MC-PERIOD
           MOVE WS-RUN-DATE            TO MC-CTL-PROCESS-DATE
           MOVE WS-CURRENT-DATE(1:16)  TO MC-CTL-CLOSE-STAMP
           MOVE WS-PRIOR-PERIOD        TO MC-CTL-PRIOR-PERIOD
           MOVE WS-CLOSE-COUNT         TO MC-CTL-ITEM-COUNT
           MOVE WS-CLOSE-HASH          TO MC-CTL-HASH-NUMBER
           MOVE WS-CLOSE-VALUE         TO MC-CTL-CLOSING-VALUE
           MOVE WS-CNT-RULES-WRITTEN   TO MC-CTL-RULE-COUNT
           MOVE WS-CELL-COUNT          TO MC-CTL-CELL-COUNT
           PERFORM 5900-WRITE-CLOSE-RECORD.

       5900-WRITE-CLOSE-RECORD.
           WRITE FIZZMCLS-RECORD
             INVALID KEY
               DISPLAY 'FIZZMEND: FIZZMCLS WRITE FAILED FOR TYPE '
                   MC-REC-TYPE ' PERIOD ' MC-PERIOD ' - FILE STATUS '
                   WS-MCLS-FILE-STATUS ' - ABORTING'
               CLOSE FIZZMCLS FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE.

      *    The official month-end file: the closed item images,
      *    in item order off FIZZMCLS, between a header marked as
      *    the month-end close of the period and a trailer of the
      *    closing totals - the layout finance already balances
      *    the daily FIZZFINT against.
       6000-WRITE-FINANCE-FILE.
           OPEN OUTPUT FIZZMFIN
           INITIALIZE FIZZFINT-RECORD
           SET FI-HEADER TO TRUE
           MOVE WS-RUN-DATE           TO FI-HDR-PROCESS-DATE
           MOVE WS-CURRENT-DATE(1:16) TO FI-HDR-TRANSMIT-STAMP
           SET FI-HDR-MONTH-END TO TRUE
           MOVE WS-PERIOD             TO FI-HDR-CLOSE-PERIOD
           WRITE FIZZFINT-RECORD
           MOVE LOW-VALUES TO MC-KEY
           MOVE 'I'        TO MC-REC-TYPE
           MOVE WS-PERIOD  TO MC-PERIOD
           MOVE 'N' TO WS-MCLS-EOF
           START FIZZMCLS KEY NOT LESS THAN MC-KEY
             INVALID KEY
               SET END-OF-MCLS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MCLS
             READ FIZZMCLS NEXT RECORD
               AT END
                 SET END-OF-MCLS TO TRUE
               NOT AT END
                 IF MC-ITEM AND MC-PERIOD = WS-PERIOD
                   PERFORM 6100-WRITE-FIN-DETAIL
                 ELSE
                   SET END-OF-MCLS TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           INITIALIZE FIZZFINT-RECORD
           SET FI-TRAILER TO TRUE
           MOVE WS-FIN-COUNT TO FI-TRL-RECORD-COUNT
           MOVE WS-FIN-HASH  TO FI-TRL-HASH-NUMBER
           MOVE WS-FIN-VALUE TO FI-TRL-VALUE-TOTAL
           WRITE FIZZFINT-RECORD
           CLOSE FIZZMFIN.

       6100-WRITE-FIN-DETAIL.
           COMPUTE WS-EXTENDED-VALUE = MC-ITM-QUANTITY *
               MC-ITM-UNIT-PRICE
           INITIALIZE FIZZFINT-RECORD
           SET FI-DETAIL TO TRUE
           MOVE MC-ITM-NUMBER     TO FI-DTL-NUMBER
           MOVE MC-ITM-CLASS      TO FI-DTL-CLASS
           MOVE MC-ITM-CATEGORY   TO FI-DTL-CATEGORY
           MOVE MC-ITM-QUANTITY   TO FI-DTL-QUANTITY
           MOVE MC-ITM-UNIT-PRICE TO FI-DTL-UNIT-PRICE
           MOVE WS-EXTENDED-VALUE TO FI-DTL-EXT-VALUE
           WRITE FIZZFINT-RECORD
           ADD 1 TO WS-FIN-COUNT
           ADD MC-ITM-NUMBER TO WS-FIN-HASH
           ADD WS-EXTENDED-VALUE TO WS-FIN-VALUE.

      *    Read back and proved as FIZZFEXT proves the daily file:
      *    the trailer against the body, and both against the
      *    closing controls of the snapshot.
       6500-VERIFY-FINANCE-FILE.
           OPEN INPUT FIZZMFIN
           PERFORM UNTIL END-OF-FIN
             READ FIZZMFIN
               AT END
                 SET END-OF-FIN TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN FI-DETAIL
                     ADD 1 TO WS-VFY-COUNT
                     ADD FI-DTL-NUMBER TO WS-VFY-HASH
                     ADD FI-DTL-EXT-VALUE TO WS-VFY-VALUE
                   WHEN FI-TRAILER
                     SET TRAILER-FOUND TO TRUE
                     MOVE FI-TRL-RECORD-COUNT TO WS-TRL-COUNT
                     MOVE FI-TRL-HASH-NUMBER  TO WS-TRL-HASH
                     MOVE FI-TRL-VALUE-TOTAL  TO WS-TRL-VALUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE FIZZMFIN
           IF NOT TRAILER-FOUND
             DISPLAY 'FIZZMEND: MONTH-END FILE HAS NO TRAILER'
             SET FIN-FAILS TO TRUE
           END-IF
           IF WS-TRL-COUNT NOT = WS-VFY-COUNT
                   OR WS-TRL-HASH NOT = WS-VFY-HASH
                   OR WS-TRL-VALUE NOT = WS-VFY-VALUE
             DISPLAY 'FIZZMEND: MONTH-END FILE TRAILER DOES NOT '
                 'PROVE AGAINST ITS BODY'
             SET FIN-FAILS TO TRUE
           END-IF
           IF WS-VFY-COUNT NOT = WS-CLOSE-COUNT
                   OR WS-VFY-HASH NOT = WS-CLOSE-HASH
                   OR WS-VFY-VALUE NOT = WS-CLOSE-VALUE
             DISPLAY 'FIZZMEND: MONTH-END FILE DOES NOT AGREE WITH '
                 'THE CLOSING SNAPSHOT'
             SET FIN-FAILS TO TRUE
           END-IF.

       7000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIZZMEND CLOSE CONTROLS FOR ' WS-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PROCESSING DATE . . . . . . ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PRIOR-PERIOD = ZERO
             MOVE '  PRIOR CLOSE . . . . . . . . NONE' TO WS-PRINT-LINE
           ELSE
             STRING '  PRIOR CLOSE . . . . . . . . ' WS-PRIOR-PERIOD
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS CLOSED  . . . . . . . ' WS-CLOSE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEM NUMBER HASH TOTAL  . . ' WS-CLOSE-HASH
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-CLOSE-VALUE TO WS-EDIT-M1
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CLOSING VALUE . . . . . . . ' WS-EDIT-M1
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  RULES IN EFFECT . . . . . . ' WS-RUL-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CATEGORY/CLASS CELLS  . . . ' WS-CELL-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DUPLICATE EXTRACT RECORDS . ' WS-CNT-DUPLICATES
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  RECONCILIATION ERRORS . . . ' WS-CNT-RECON-ERRORS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF CLOSE-BALANCES
             STRING 'PERIOD ' WS-PERIOD ' CLOSED - FIZZMFIN IS THE '
                 'OFFICIAL MONTH-END FILE'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
             STRING 'PERIOD ' WS-PERIOD ' NOT CLOSED - DO NOT '
                 'RELEASE FIZZMFIN'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE
           DISPLAY 'FIZZMEND: ' WS-PRINT-LINE(1:70)
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           IF WS-PAGE-NO = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
             PERFORM 8200-PAGE-HEADER
           END-IF
           WRITE PRNT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *    The page eject is real carriage control - WRITE AFTER
      *    ADVANCING PAGE against an FBA print file.  The header
      *    is written lazily, from 8000-WRITE-LINE, so an abort
      *    before any report line leaves an empty print file
      *    rather than a header with nothing under it.
       8200-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE SPACES TO PRNT-RECORD
           STRING 'FIZZMEND: MONTH-END CLOSE OF PERIOD ' WS-PERIOD
               DELIMITED BY SIZE INTO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PRNT-RECORD
           STRING '  PROCESSING DATE: ' WS-RUN-DATE
               '   RUN DATE-TIME: ' WS-CURRENT-DATE
               '   PAGE: ' WS-PAGE-NO
               DELIMITED BY SIZE INTO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

      *    One record per report per run on the FIZZRNDX index,
      *    written only after the print file closed cleanly, so
      *    the index never advertises a report that is not
      *    actually on disk.
       9500-CLOSE-PRINT.
           CLOSE FIZZPRNT
           OPEN EXTEND FIZZRNDX
           IF WS-RNDX-FILE-STATUS = '35'
             OPEN OUTPUT FIZZRNDX
           END-IF
           INITIALIZE FIZZRNDX-RECORD
           MOVE WS-RUN-DATE     TO RX-RUN-DATE
           MOVE 'FIZZMEND'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
