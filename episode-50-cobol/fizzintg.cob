       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZINTG.

      *    Cross-master referential integrity sweep.  Each master
      *    is edit-checked on its own way in, but nothing proves
      *    the masters still agree with each other afterwards -
      *    a category deleted ahead of its items, an extract
      *    record classified under a rule set that has since
      *    moved, or a checkpoint left behind by a job id that
      *    never wrote an audit record all pass every existing
      *    edit.  This sweep lists:
      *      - ITEMMSTR items whose category is not on CATMSTR
      *      - CATMSTR codes no ITEMMSTR item uses
      *      - the processing date's FIZZOUT records whose
      *        category is not on CATMSTR, or whose indicator is
      *        not what FIZZCLS gives under the FIZZRULE rules in
      *        effect for that date (a valid label combination,
      *        or PLAIN)
      *      - FIZZCKPT job ids with no FIZZAUDT history at all
      *    The findings go to the FIZZPRNT print file with a
      *    record on the FIZZRNDX run index.  An orphan or a
      *    misclassified record sets return code 8 so the
      *    scheduler can hold the stream; unused categories alone
      *    are housekeeping and set return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZRULE ASSIGN TO "FIZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CATEGORY-CODE
               FILE STATUS IS WS-CATMSTR-FILE-STATUS.
           SELECT ITEMMSTR ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEMMSTR-FILE-STATUS.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT FIZZCKPT ASSIGN TO "FIZZCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-JOB-ID
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT FIZZAUDT ASSIGN TO "FIZZAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  FIZZRULE.
           COPY FIZZRULE.
       FD  CATMSTR.
           COPY CATMSTR.
       FD  ITEMMSTR.
           COPY ITEMMSTR.
       FD  FIZZOUT.
           COPY FIZZOUT.
       FD  FIZZCKPT.
           COPY FIZZCKPT.
       FD  FIZZAUDT.
           COPY FIZZAUDT.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-CATMSTR-FILE-STATUS PIC XX.
           01 WS-ITEMMSTR-FILE-STATUS PIC XX.
           01 WS-OUT-FILE-STATUS PIC XX.
           01 WS-CKPT-FILE-STATUS PIC XX.
           01 WS-AUDT-FILE-STATUS PIC XX.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-RULE-EOF PIC X VALUE 'N'.
               88 END-OF-RULES VALUE 'Y'.
           01 WS-CATMSTR-EOF PIC X VALUE 'N'.
               88 END-OF-CATMSTR VALUE 'Y'.
           01 WS-MASTER-EOF PIC X VALUE 'N'.
               88 END-OF-MASTER VALUE 'Y'.
           01 WS-FIZZOUT-EOF PIC X VALUE 'N'.
               88 END-OF-FIZZOUT VALUE 'Y'.
           01 WS-CKPT-EOF PIC X VALUE 'N'.
               88 END-OF-CKPT VALUE 'Y'.
           01 WS-AUDT-EOF PIC X VALUE 'N'.
               88 END-OF-AUDIT VALUE 'Y'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CURRENT-DATE PIC X(21).
      *    The whole CATMSTR reference master, with a used flag
      *    set as the ITEMMSTR sweep finds an item carrying the
      *    code.  Unlike the report programs this table may not
      *    silently cap - a code that did not fit would be
      *    reported as an orphan that is not one.
           01 WS-MAX-CATS PIC 9(3) VALUE 100.
           01 WS-CAT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 100 TIMES.
                   10 WS-CAT-CODE PIC X(4).
                   10 WS-CAT-USED PIC X.
                       88 CAT-IN-USE VALUE 'Y'.
           01 WS-CAT-SUB PIC 9(3).
           01 WS-CAT-FOUND-SUB PIC 9(3).
           01 WS-FIND-CODE PIC X(4).
      *    Every job id that has ever written to FIZZAUDT - any
      *    status, any date - kept the way FIZZCMON keeps its
      *    per-day job table.
           01 WS-MAX-JOBS PIC 9(3) VALUE 200.
           01 WS-JOB-COUNT PIC 9(3) VALUE ZERO.
           01 WS-JOB-TABLE.
               05 WS-JOB-ENTRY-ID OCCURS 200 TIMES PIC X(8).
           01 WS-JOB-SUB PIC 9(3).
           01 WS-JOB-SEEN PIC X.
               88 JOB-HAS-HISTORY VALUE 'Y'.
           01 WS-MAX-RULES PIC 9(2) VALUE 10.
           COPY FIZZRTAB.
           01 WS-RULE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-INDICATOR PIC X(80).
           01 WS-EXPECTED-IND PIC X(80).
           COPY FIZZFIRE.
           01 WS-3REM PIC 9(3).
           01 WS-5REM PIC 9(3).
           01 WS-OVERFLOW PIC X VALUE 'N'.
               88 WS-OVERFLOW-OCCURRED VALUE 'Y'.
           01 WS-CNT-ITEMS-READ PIC 9(7) VALUE ZERO.
           01 WS-CNT-ITEM-ORPHANS PIC 9(7) VALUE ZERO.
           01 WS-CNT-CATS-UNUSED PIC 9(7) VALUE ZERO.
           01 WS-CNT-OUT-READ PIC 9(7) VALUE ZERO.
           01 WS-CNT-OUT-ORPHANS PIC 9(7) VALUE ZERO.
           01 WS-CNT-OUT-MISCLASS PIC 9(7) VALUE ZERO.
           01 WS-CNT-CKPT-READ PIC 9(7) VALUE ZERO.
           01 WS-CNT-CKPT-ORPHANS PIC 9(7) VALUE ZERO.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).
           01 WS-SECTION-HEAD PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-CATEGORIES
           PERFORM 1300-COLLECT-AUDIT-JOBS
           PERFORM 2000-SWEEP-ITEMMSTR
           PERFORM 3000-LIST-UNUSED-CATEGORIES
           PERFORM 4000-SWEEP-FIZZOUT
           PERFORM 5000-SWEEP-CHECKPOINTS
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
      *    same control file FIZZBUZZ stamps into FO-RUN-DATE - so
      *    the sweep checks the extract vintage and the rule set
      *    the stream actually used.  Missing file or zero date
      *    falls back to the current date, per the FIZZCPRM
      *    convention.
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
           OPEN OUTPUT FIZZPRNT.

      *    Same date-windowed rule load the nightly FIZZBUZZ run
      *    performs, so the reclassification below is judged
      *    against exactly the rules in effect for the date.
       1100-LOAD-RULES.
           OPEN INPUT FIZZRULE
           PERFORM UNTIL END-OF-RULES
             READ FIZZRULE
               AT END
                 SET END-OF-RULES TO TRUE
               NOT AT END
                 IF FR-EFF-DATE NOT NUMERIC
                         OR FR-EXP-DATE NOT NUMERIC
                   DISPLAY 'FIZZINTG: FIZZRULE EFFECTIVE/EXPIRATION '
                       'DATE IS NOT NUMERIC - ABORTING'
                   CLOSE FIZZRULE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 IF WS-RUN-DATE >= FR-EFF-DATE
                         AND WS-RUN-DATE <= FR-EXP-DATE
                   IF WS-RULE-COUNT >= WS-MAX-RULES
                     DISPLAY 'FIZZINTG: TOO MANY FIZZRULE ENTRIES - '
                         'ABORTING'
                     CLOSE FIZZRULE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE FR-DIVISOR TO RTAB-DIVISOR(WS-RULE-COUNT)
                   MOVE FR-LABEL   TO RTAB-LABEL(WS-RULE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIZZRULE
           IF WS-RULE-COUNT = ZERO
             DISPLAY 'FIZZINTG: FIZZRULE HAS NO RULES - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING RTAB-IDX FROM 1 BY 1
                   UNTIL RTAB-IDX > WS-RULE-COUNT
             IF RTAB-DIVISOR(RTAB-IDX) NOT NUMERIC
                     OR RTAB-DIVISOR(RTAB-IDX) = ZERO
               DISPLAY 'FIZZINTG: FIZZRULE DIVISOR IS NOT A NONZERO '
                   'NUMBER - RULE ' RTAB-IDX
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

      *    Unlike the report programs, a missing reference master
      *    cannot degrade to codes-only here - every item would
      *    show as an orphan - so it stops the sweep.
       1200-LOAD-CATEGORIES.
           OPEN INPUT CATMSTR
           IF WS-CATMSTR-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZINTG: CATMSTR OPEN FAILED - FILE STATUS '
                 WS-CATMSTR-FILE-STATUS ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CATMSTR
             READ CATMSTR NEXT RECORD
               AT END
                 SET END-OF-CATMSTR TO TRUE
               NOT AT END
                 IF WS-CAT-COUNT >= WS-MAX-CATS
                   DISPLAY 'FIZZINTG: TOO MANY CATMSTR CODES - '
                       'ABORTING'
                   CLOSE CATMSTR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-CAT-COUNT
                 MOVE CT-CATEGORY-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
                 MOVE 'N' TO WS-CAT-USED(WS-CAT-COUNT)
             END-READ
           END-PERFORM
           CLOSE CATMSTR.

       1300-COLLECT-AUDIT-JOBS.
           OPEN INPUT FIZZAUDT
           IF WS-AUDT-FILE-STATUS = '35'
             DISPLAY 'FIZZINTG: NO FIZZAUDT FILE - NO JOB HISTORY '
                 'ON RECORD'
           ELSE
             PERFORM UNTIL END-OF-AUDIT
               READ FIZZAUDT
                 AT END
                   SET END-OF-AUDIT TO TRUE
                 NOT AT END
                   PERFORM 1350-STORE-AUDIT-JOB
               END-READ
             END-PERFORM
             CLOSE FIZZAUDT
           END-IF.

       1350-STORE-AUDIT-JOB.
           MOVE 'N' TO WS-JOB-SEEN
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
             IF WS-JOB-ENTRY-ID(WS-JOB-SUB) = AUD-JOB-ID
               SET JOB-HAS-HISTORY TO TRUE
             END-IF
           END-PERFORM
           IF NOT JOB-HAS-HISTORY
             IF WS-JOB-COUNT >= WS-MAX-JOBS
               DISPLAY 'FIZZINTG: TOO MANY DISTINCT JOB IDS ON '
                   'FIZZAUDT - ABORTING'
               CLOSE FIZZAUDT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-JOB-COUNT
             MOVE AUD-JOB-ID TO WS-JOB-ENTRY-ID(WS-JOB-COUNT)
           END-IF.

      *    Linear scan of the in-memory category table for
      *    WS-FIND-CODE; WS-CAT-FOUND-SUB is zero when the code
      *    is not on CATMSTR.
       1400-FIND-CATEGORY.
           MOVE ZERO TO WS-CAT-FOUND-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
             IF WS-CAT-CODE(WS-CAT-SUB) = WS-FIND-CODE
               MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
             END-IF
           END-PERFORM.

       2000-SWEEP-ITEMMSTR.
           OPEN INPUT ITEMMSTR
           IF WS-ITEMMSTR-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZINTG: ITEMMSTR OPEN FAILED - FILE STATUS '
                 WS-ITEMMSTR-FILE-STATUS ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'ITEMMSTR ITEMS WHOSE CATEGORY IS NOT ON CATMSTR'
               TO WS-SECTION-HEAD
           PERFORM 8100-WRITE-SECTION-HEAD
           PERFORM UNTIL END-OF-MASTER
             READ ITEMMSTR NEXT RECORD
               AT END
                 SET END-OF-MASTER TO TRUE
               NOT AT END
                 PERFORM 2100-CHECK-ITEM
             END-READ
           END-PERFORM
           CLOSE ITEMMSTR
           IF WS-CNT-ITEM-ORPHANS = ZERO
             MOVE '  NONE FOUND' TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       2100-CHECK-ITEM.
           ADD 1 TO WS-CNT-ITEMS-READ
           MOVE IM-ITEM-CATEGORY TO WS-FIND-CODE
           PERFORM 1400-FIND-CATEGORY
           IF WS-CAT-FOUND-SUB = ZERO
             ADD 1 TO WS-CNT-ITEM-ORPHANS
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  ITEM ' IM-ITEM-NUMBER
                 '  ' IM-ITEM-DESCRIPTION
                 '  CATEGORY ' IM-ITEM-CATEGORY
                 ' IS NOT ON CATMSTR'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           ELSE
             SET CAT-IN-USE(WS-CAT-FOUND-SUB) TO TRUE
           END-IF.

       3000-LIST-UNUSED-CATEGORIES.
           MOVE 'CATMSTR CODES NOT USED BY ANY ITEMMSTR ITEM'
               TO WS-SECTION-HEAD
           PERFORM 8100-WRITE-SECTION-HEAD
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
             IF NOT CAT-IN-USE(WS-CAT-SUB)
               ADD 1 TO WS-CNT-CATS-UNUSED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  CATEGORY ' WS-CAT-CODE(WS-CAT-SUB)
                   ' HAS NO ITEMS'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE
             END-IF
           END-PERFORM
           IF WS-CNT-CATS-UNUSED = ZERO
             MOVE '  NONE FOUND' TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

      *    Only the processing date's vintage is swept - FIZZOUT
      *    accumulates across runs, and older vintages were
      *    classified under the rules in effect on their own day.
       4000-SWEEP-FIZZOUT.
           MOVE 'FIZZOUT RECORDS FAILING CATEGORY OR CLASSIFICATION'
               TO WS-SECTION-HEAD
           PERFORM 8100-WRITE-SECTION-HEAD
           OPEN INPUT FIZZOUT
           IF WS-OUT-FILE-STATUS = '35'
             MOVE '  NO FIZZOUT FILE - EXTRACT NOT CHECKED'
                 TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           ELSE
             PERFORM UNTIL END-OF-FIZZOUT
               READ FIZZOUT
                 AT END
                   SET END-OF-FIZZOUT TO TRUE
                 NOT AT END
                   IF FO-RUN-DATE = WS-RUN-DATE
                     PERFORM 4100-CHECK-EXTRACT-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUT
             IF WS-CNT-OUT-ORPHANS = ZERO
                     AND WS-CNT-OUT-MISCLASS = ZERO
               MOVE '  NONE FOUND' TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE
             END-IF
           END-IF.

       4100-CHECK-EXTRACT-RECORD.
           ADD 1 TO WS-CNT-OUT-READ
           MOVE FO-ITEM-CATEGORY TO WS-FIND-CODE
           PERFORM 1400-FIND-CATEGORY
           IF WS-CAT-FOUND-SUB = ZERO
             ADD 1 TO WS-CNT-OUT-ORPHANS
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  FIZZOUT ITEM ' FO-NUMBER
                 '  CATEGORY ' FO-ITEM-CATEGORY
                 ' IS NOT ON CATMSTR'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           PERFORM 4200-RECLASSIFY.

      *    FIZZCLS hands back SPACES for a number no rule fires
      *    on; FIZZBUZZ stores that as PLAIN, so the expected
      *    indicator is built the same way before comparing.
       4200-RECLASSIFY.
           CALL 'FIZZCLS' USING FO-NUMBER, WS-RULE-COUNT, RTAB-TABLE,
               WS-INDICATOR, FIRE-FLAGS, WS-3REM, WS-5REM,
               WS-OVERFLOW
           IF WS-OVERFLOW-OCCURRED
             DISPLAY 'FIZZINTG: INDICATOR OVERFLOW CLASSIFYING '
                 FO-NUMBER ' - ABORTING'
             CLOSE FIZZOUT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-INDICATOR = SPACES
             MOVE 'PLAIN' TO WS-EXPECTED-IND
           ELSE
             MOVE WS-INDICATOR TO WS-EXPECTED-IND
           END-IF
           IF FO-INDICATOR NOT = WS-EXPECTED-IND
             ADD 1 TO WS-CNT-OUT-MISCLASS
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  FIZZOUT ITEM ' FO-NUMBER
                 '  INDICATOR ' FO-INDICATOR(1:32)
                 '  EXPECTED ' WS-EXPECTED-IND(1:32)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       5000-SWEEP-CHECKPOINTS.
           MOVE 'FIZZCKPT JOB IDS WITH NO FIZZAUDT HISTORY'
               TO WS-SECTION-HEAD
           PERFORM 8100-WRITE-SECTION-HEAD
           OPEN INPUT FIZZCKPT
           IF WS-CKPT-FILE-STATUS = '35'
             MOVE '  NO FIZZCKPT FILE - NO CHECKPOINTS ON RECORD'
                 TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           ELSE
             IF WS-CKPT-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZINTG: FIZZCKPT OPEN FAILED - FILE STATUS '
                   WS-CKPT-FILE-STATUS ' - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE LOW-VALUES TO CKPT-JOB-ID
             START FIZZCKPT KEY NOT LESS THAN CKPT-JOB-ID
               INVALID KEY
                 SET END-OF-CKPT TO TRUE
             END-START
             PERFORM UNTIL END-OF-CKPT
               READ FIZZCKPT NEXT RECORD
                 AT END
                   SET END-OF-CKPT TO TRUE
                 NOT AT END
                   PERFORM 5100-CHECK-CHECKPOINT
               END-READ
             END-PERFORM
             CLOSE FIZZCKPT
             IF WS-CNT-CKPT-ORPHANS = ZERO
               MOVE '  NONE FOUND' TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE
             END-IF
           END-IF.

       5100-CHECK-CHECKPOINT.
           ADD 1 TO WS-CNT-CKPT-READ
           MOVE 'N' TO WS-JOB-SEEN
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
             IF WS-JOB-ENTRY-ID(WS-JOB-SUB) = CKPT-JOB-ID
               SET JOB-HAS-HISTORY TO TRUE
             END-IF
           END-PERFORM
           IF NOT JOB-HAS-HISTORY
             ADD 1 TO WS-CNT-CKPT-ORPHANS
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  JOB ID ' CKPT-JOB-ID
                 '  STATUS ' CKPT-STATUS
                 '  LAST-N ' CKPT-LAST-N
                 '  HAS NO FIZZAUDT HISTORY'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       8000-WRITE-LINE.
           IF WS-PAGE-NO = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
             PERFORM 8200-PAGE-HEADER
           END-IF
           WRITE PRNT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *    A section heading is the caller's text in WS-SECTION-HEAD
      *    preceded by a blank line, so each check stands apart on
      *    the page.
       8100-WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-SECTION-HEAD TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

      *    The page eject is real carriage control - WRITE AFTER
      *    ADVANCING PAGE against an FBA print file.  The header
      *    is written lazily, from 8000-WRITE-LINE, so an abort
      *    before any report line leaves an empty print file
      *    rather than a header with nothing under it.
       8200-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'FIZZINTG: CROSS-MASTER REFERENTIAL INTEGRITY SWEEP'
               TO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PRNT-RECORD
           STRING '  PROCESSING DATE: ' WS-RUN-DATE
               '   RUN DATE-TIME: ' WS-CURRENT-DATE
               '   PAGE: ' WS-PAGE-NO
               DELIMITED BY SIZE INTO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'FIZZINTG INTEGRITY SUMMARY' TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMMSTR ITEMS READ . . . . ' WS-CNT-ITEMS-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS NOT ON CATMSTR  . . . '
               WS-CNT-ITEM-ORPHANS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CATMSTR CODES LOADED  . . . ' WS-CAT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CATMSTR CODES UNUSED  . . . '
               WS-CNT-CATS-UNUSED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  FIZZOUT RECORDS CHECKED . . ' WS-CNT-OUT-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  FIZZOUT NOT ON CATMSTR  . . '
               WS-CNT-OUT-ORPHANS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  FIZZOUT MISCLASSIFIED . . . '
               WS-CNT-OUT-MISCLASS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CHECKPOINTS READ  . . . . . ' WS-CNT-CKPT-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CHECKPOINTS WITHOUT AUDIT . '
               WS-CNT-CKPT-ORPHANS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF WS-CNT-ITEM-ORPHANS NOT = ZERO
                   OR WS-CNT-OUT-ORPHANS NOT = ZERO
                   OR WS-CNT-OUT-MISCLASS NOT = ZERO
                   OR WS-CNT-CKPT-ORPHANS NOT = ZERO
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-CNT-CATS-UNUSED NOT = ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

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
           MOVE 'FIZZINTG'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
