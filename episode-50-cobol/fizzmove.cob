       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMOVE.

      *    Item-level classification movement report.  Matches the
      *    processing date's FIZZOUT records against the previous
      *    vintage - the latest earlier FO-RUN-DATE on the live
      *    FIZZOUT extract, or on the FIZZOUTH archive once
      *    FIZZARCH has rolled it off - by FO-NUMBER, and lists
      *    every item that:
      *      - RECLASS   changed FO-INDICATOR between the two
      *      - APPEARED  is on tonight's extract but not the prior
      *      - DROPPED   was on the prior extract but not tonight's
      *    with its old and new class, category, and the
      *    extended-value effect.  FIZZBUZZ's variance check says
      *    a class count moved; this says which items moved it.
      *    The report ends with a class-to-class matrix - prior
      *    class down, tonight's class across, (NONE) standing for
      *    not on that extract - in item counts and in dollars, so
      *    control can sign off the night's reclassifications.
      *    Matrix dollars are tonight's extended value, except
      *    for dropped items, which carry their prior value.
      *    No prior vintage on either file, or nothing on
      *    tonight's extract, sets return code 4.  The report goes
      *    to the FIZZPRNT print file with a record on the
      *    FIZZRNDX run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZOUTH ASSIGN TO "FIZZOUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTH-FILE-STATUS.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  FIZZOUT.
           COPY FIZZOUT.
       FD  FIZZOUTH.
           COPY FIZZOUT
               REPLACING FIZZOUT-RECORD      BY FIZZOUTH-RECORD
                         FO-NUMBER           BY FOH-NUMBER
                         FO-INDICATOR        BY FOH-INDICATOR
                         FO-3REM             BY FOH-3REM
                         FO-5REM             BY FOH-5REM
                         FO-ITEM-DESCRIPTION BY FOH-ITEM-DESCRIPTION
                         FO-ITEM-CATEGORY    BY FOH-ITEM-CATEGORY
                         FO-ITEM-QUANTITY    BY FOH-ITEM-QUANTITY
                         FO-ITEM-UNIT-PRICE  BY FOH-ITEM-UNIT-PRICE
                         FO-RUN-DATE         BY FOH-RUN-DATE.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.
      *    SW-SIDE O (prior) sorts ahead of N (tonight) within an
      *    item; SW-SEQ keeps file order so that if a date was
      *    written twice the last copy wins.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-NUMBER             PIC 9(7).
               05  SW-SIDE               PIC X(01).
                   88  SW-PRIOR          VALUE 'O'.
                   88  SW-TONIGHT        VALUE 'N'.
               05  SW-SEQ                PIC 9(7).
               05  SW-CLASS              PIC X(80).
               05  SW-CATEGORY           PIC X(4).
               05  SW-EXT-VALUE          PIC 9(10)V99.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-OUTH-FILE-STATUS PIC XX.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-OUT-EOF PIC X VALUE 'N'.
               88 END-OF-OUT VALUE 'Y'.
           01 WS-OUTH-EOF PIC X VALUE 'N'.
               88 END-OF-OUTH VALUE 'Y'.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-FIRST-RECORD PIC X VALUE 'Y'.
               88 IS-FIRST-RECORD VALUE 'Y'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
           01 WS-PRIOR-SOURCE PIC X(16) VALUE SPACES.
           01 WS-SEQ PIC 9(7) VALUE ZERO.
           01 WS-EXTENDED-VALUE PIC 9(10)V99.
      *    The item being matched, built up from its sorted
      *    prior and tonight records.
           01 WS-CUR-NUMBER PIC 9(7).
           01 WS-HAVE-OLD PIC X.
               88 HAVE-OLD VALUE 'Y'.
           01 WS-HAVE-NEW PIC X.
               88 HAVE-NEW VALUE 'Y'.
           01 WS-OLD-CLASS PIC X(80).
           01 WS-OLD-CATEGORY PIC X(4).
           01 WS-OLD-VALUE PIC 9(10)V99.
           01 WS-NEW-CLASS PIC X(80).
           01 WS-NEW-CATEGORY PIC X(4).
           01 WS-NEW-VALUE PIC 9(10)V99.
           01 WS-MOVE-TYPE PIC X(8).
           01 WS-DTL-CATEGORY PIC X(4).
           01 WS-EFFECT PIC S9(10)V99.
      *    Distinct classes seen on either side.  Slot 1 is
      *    (NONE) - not on that extract.  Once the table is full
      *    any further class is counted under *OTHER* in the last
      *    slot, so the matrix still foots to the item totals.
           01 WS-MAX-CLASSES PIC 9(2) VALUE 11.
           01 WS-CLS-COUNT PIC 9(2) VALUE 1.
           01 WS-CLS-TABLE.
               05 WS-CLS-NAME OCCURS 11 TIMES PIC X(80).
           01 WS-FIND-CLASS PIC X(80).
           01 WS-CLS-SUB PIC 9(2).
           01 WS-CLS-FOUND PIC X.
               88 CLASS-FOUND VALUE 'Y'.
           01 WS-OLD-SUB PIC 9(2).
           01 WS-NEW-SUB PIC 9(2).
      *    Prior class (row) by tonight's class (column); the
      *    extra row and column past the last class carry the
      *    totals, filled in just before printing.
           01 WS-MATRIX.
               05 WS-MTX-ROW OCCURS 12 TIMES.
                   10 WS-MTX-CELL OCCURS 12 TIMES.
                       15 WS-MTX-CNT PIC 9(7).
                       15 WS-MTX-VAL PIC 9(11)V99.
           01 WS-ROW PIC 9(2).
           01 WS-COLN PIC 9(2).
           01 WS-TOT-SUB PIC 9(2).
      *    The matrix is printed in bands of columns so the
      *    dollar grid fits the 132-column print line.
           01 WS-GRID-MODE PIC X.
               88 GRID-COUNTS  VALUE 'C'.
               88 GRID-DOLLARS VALUE 'D'.
           01 WS-BAND-COLS PIC 9(2).
           01 WS-COL-WIDTH PIC 9(2).
           01 WS-BAND-START PIC 9(2).
           01 WS-BAND-END PIC 9(2).
           01 WS-COL PIC 9(3).
           01 WS-CNT-TONIGHT PIC 9(7) VALUE ZERO.
           01 WS-CNT-PRIOR PIC 9(7) VALUE ZERO.
           01 WS-CNT-UNCHANGED PIC 9(7) VALUE ZERO.
           01 WS-CNT-RECLASS PIC 9(7) VALUE ZERO.
           01 WS-CNT-APPEARED PIC 9(7) VALUE ZERO.
           01 WS-CNT-DROPPED PIC 9(7) VALUE ZERO.
           01 WS-VAL-PRIOR PIC 9(13)V99 VALUE ZERO.
           01 WS-VAL-TONIGHT PIC 9(13)V99 VALUE ZERO.
           01 WS-VAL-RECLASS PIC 9(13)V99 VALUE ZERO.
           01 WS-VAL-APPEARED PIC 9(13)V99 VALUE ZERO.
           01 WS-VAL-DROPPED PIC 9(13)V99 VALUE ZERO.
           01 WS-VAL-NET PIC S9(13)V99 VALUE ZERO.
           01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
           01 WS-EDIT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-OLD-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-EFFECT PIC --,---,---,--9.99.
           01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-NET PIC --,---,---,---,--9.99.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).
           01 WS-STREAM-STEP PIC X(8) VALUE 'MOVESTEP'.
           COPY FIZZSCTP.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-FIND-PRIOR-VINTAGE
           IF WS-PRIOR-DATE = ZERO
             PERFORM 1900-NO-PRIOR-VINTAGE
           ELSE
             PERFORM 2000-SORT-VINTAGES
           END-IF
           PERFORM 9500-CLOSE-PRINT
           PERFORM 9900-END-STREAM-STEP
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
      *    same control file FIZZBUZZ stamps into FO-RUN-DATE.
      *    Missing file or zero date falls back to the current
      *    date, per the FIZZCPRM convention.
       1000-INITIALIZE.
           MOVE ZERO TO WS-MATRIX
           MOVE SPACES TO WS-CLS-TABLE
           MOVE '(NONE)' TO WS-CLS-NAME(1)
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
           PERFORM 1010-BEGIN-STREAM-STEP
           OPEN OUTPUT FIZZPRNT.

      *    FIZZRCTL run control: a step the stream already
      *    completed cleanly for this date is not repeated when
      *    the stream is resubmitted, and the step is refused
      *    while FIZZRUN has not completed cleanly for the date.
       1010-BEGIN-STREAM-STEP.
           INITIALIZE FIZZSCTP-PARMS
           SET SC-BEGIN TO TRUE
           MOVE WS-STREAM-STEP TO SC-STEP-NAME
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZMOVE: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZMOVE: ' WS-STREAM-STEP ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-SKIP-STEP
             MOVE ZERO TO RETURN-CODE
             STOP RUN
           END-IF.

      *    The prior vintage is the latest FO-RUN-DATE before the
      *    processing date on either file.  The live extract is
      *    looked at first; the archive only holds dates FIZZARCH
      *    has already aged off it, so it can only supply the
      *    prior vintage when the live file has none.
       1100-FIND-PRIOR-VINTAGE.
           OPEN INPUT FIZZOUT
           PERFORM UNTIL END-OF-OUT
             READ FIZZOUT
               AT END
                 SET END-OF-OUT TO TRUE
               NOT AT END
                 IF FO-RUN-DATE < WS-RUN-DATE
                         AND FO-RUN-DATE > WS-PRIOR-DATE
                   MOVE FO-RUN-DATE TO WS-PRIOR-DATE
                   MOVE 'LIVE FIZZOUT' TO WS-PRIOR-SOURCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIZZOUT
           OPEN INPUT FIZZOUTH
           IF WS-OUTH-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-OUTH
               READ FIZZOUTH
                 AT END
                   SET END-OF-OUTH TO TRUE
                 NOT AT END
                   IF FOH-RUN-DATE < WS-RUN-DATE
                           AND FOH-RUN-DATE > WS-PRIOR-DATE
                     MOVE FOH-RUN-DATE TO WS-PRIOR-DATE
                     MOVE 'FIZZOUTH ARCHIVE' TO WS-PRIOR-SOURCE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUTH
           END-IF
           MOVE 'N' TO WS-OUT-EOF
           MOVE 'N' TO WS-OUTH-EOF.

       1900-NO-PRIOR-VINTAGE.
           DISPLAY 'FIZZMOVE: NO FIZZOUT VINTAGE BEFORE ' WS-RUN-DATE
               ' ON FIZZOUT OR FIZZOUTH - NOTHING TO COMPARE'
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NO EXTRACT VINTAGE BEFORE ' WS-RUN-DATE
               ' ON FIZZOUT OR FIZZOUTH - NOTHING TO COMPARE'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 4 TO RETURN-CODE.

       2000-SORT-VINTAGES.
           SORT SORTWORK
               ON ASCENDING KEY SW-NUMBER SW-SIDE SW-SEQ
               INPUT PROCEDURE IS 3000-SORT-INPUT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.

       3000-SORT-INPUT.
           OPEN INPUT FIZZOUT
           PERFORM UNTIL END-OF-OUT
             READ FIZZOUT
               AT END
                 SET END-OF-OUT TO TRUE
               NOT AT END
                 EVALUATE FO-RUN-DATE
                   WHEN WS-RUN-DATE
                     MOVE 'N' TO SW-SIDE
                     PERFORM 3100-RELEASE-VINTAGE
                   WHEN WS-PRIOR-DATE
                     MOVE 'O' TO SW-SIDE
                     PERFORM 3100-RELEASE-VINTAGE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE FIZZOUT
           IF WS-PRIOR-SOURCE = 'FIZZOUTH ARCHIVE'
             OPEN INPUT FIZZOUTH
             PERFORM UNTIL END-OF-OUTH
               READ FIZZOUTH
                 AT END
                   SET END-OF-OUTH TO TRUE
                 NOT AT END
                   IF FOH-RUN-DATE = WS-PRIOR-DATE
                     MOVE FIZZOUTH-RECORD TO FIZZOUT-RECORD
                     MOVE 'O' TO SW-SIDE
                     PERFORM 3100-RELEASE-VINTAGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUTH
           END-IF.

       3100-RELEASE-VINTAGE.
           COMPUTE WS-EXTENDED-VALUE = FO-ITEM-QUANTITY *
               FO-ITEM-UNIT-PRICE
           ADD 1 TO WS-SEQ
           MOVE FO-NUMBER         TO SW-NUMBER
           MOVE WS-SEQ            TO SW-SEQ
           IF FO-INDICATOR = SPACES
             MOVE 'PLAIN' TO SW-CLASS
           ELSE
             MOVE FO-INDICATOR TO SW-CLASS
           END-IF
           MOVE FO-ITEM-CATEGORY  TO SW-CATEGORY
           MOVE WS-EXTENDED-VALUE TO SW-EXT-VALUE
           RELEASE SW-RECORD.

       4000-SORT-OUTPUT.
           PERFORM 4050-DETAIL-HEADER
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 PERFORM 4100-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM
           IF NOT IS-FIRST-RECORD
             PERFORM 4500-RESOLVE-ITEM
           END-IF
           IF WS-CNT-RECLASS + WS-CNT-APPEARED + WS-CNT-DROPPED
                   = ZERO
             MOVE '  NO ITEM CHANGED CLASS, APPEARED, OR DROPPED OUT'
                 TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 6000-PRINT-MATRIX
           IF WS-CNT-TONIGHT = ZERO
             DISPLAY 'FIZZMOVE: NO FIZZOUT RECORDS FOR ' WS-RUN-DATE
             MOVE 4 TO RETURN-CODE
           END-IF.

       4050-DETAIL-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TONIGHT ' WS-RUN-DATE '  AGAINST PRIOR VINTAGE '
               WS-PRIOR-DATE ' FROM ' WS-PRIOR-SOURCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEM NO  MOVEMENT  CAT   PRIOR CLASS           '
               'TONIGHT CLASS              PRIOR VALUE      TONIGHT'
               ' VALUE    VALUE EFFECT'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       4100-PROCESS-SORTED-RECORD.
           IF IS-FIRST-RECORD
             MOVE 'N' TO WS-FIRST-RECORD
             PERFORM 4200-START-ITEM
           ELSE
             IF SW-NUMBER NOT = WS-CUR-NUMBER
               PERFORM 4500-RESOLVE-ITEM
               PERFORM 4200-START-ITEM
             END-IF
           END-IF
           IF SW-PRIOR
             SET HAVE-OLD TO TRUE
             MOVE SW-CLASS     TO WS-OLD-CLASS
             MOVE SW-CATEGORY  TO WS-OLD-CATEGORY
             MOVE SW-EXT-VALUE TO WS-OLD-VALUE
           ELSE
             SET HAVE-NEW TO TRUE
             MOVE SW-CLASS     TO WS-NEW-CLASS
             MOVE SW-CATEGORY  TO WS-NEW-CATEGORY
             MOVE SW-EXT-VALUE TO WS-NEW-VALUE
           END-IF.

       4200-START-ITEM.
           MOVE SW-NUMBER TO WS-CUR-NUMBER
           MOVE 'N' TO WS-HAVE-OLD
           MOVE 'N' TO WS-HAVE-NEW
           MOVE SPACES TO WS-OLD-CLASS
           MOVE SPACES TO WS-OLD-CATEGORY
           MOVE ZERO TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-CLASS
           MOVE SPACES TO WS-NEW-CATEGORY
           MOVE ZERO TO WS-NEW-VALUE.

      *    Every item lands in exactly one matrix cell, unchanged
      *    items on the diagonal, so the matrix foots to the two
      *    extracts' item counts.
       4500-RESOLVE-ITEM.
           MOVE 1 TO WS-OLD-SUB
           MOVE 1 TO WS-NEW-SUB
           IF HAVE-OLD
             ADD 1 TO WS-CNT-PRIOR
             ADD WS-OLD-VALUE TO WS-VAL-PRIOR
             MOVE WS-OLD-CLASS TO WS-FIND-CLASS
             PERFORM 4600-FIND-CLASS
             MOVE WS-CLS-SUB TO WS-OLD-SUB
           END-IF
           IF HAVE-NEW
             ADD 1 TO WS-CNT-TONIGHT
             ADD WS-NEW-VALUE TO WS-VAL-TONIGHT
             MOVE WS-NEW-CLASS TO WS-FIND-CLASS
             PERFORM 4600-FIND-CLASS
             MOVE WS-CLS-SUB TO WS-NEW-SUB
           END-IF
           ADD 1 TO WS-MTX-CNT(WS-OLD-SUB, WS-NEW-SUB)
           MOVE SPACES TO WS-MOVE-TYPE
           EVALUATE TRUE
             WHEN HAVE-OLD AND HAVE-NEW
               ADD WS-NEW-VALUE TO WS-MTX-VAL(WS-OLD-SUB, WS-NEW-SUB)
               IF WS-OLD-CLASS = WS-NEW-CLASS
                 ADD 1 TO WS-CNT-UNCHANGED
               ELSE
                 ADD 1 TO WS-CNT-RECLASS
                 ADD WS-NEW-VALUE TO WS-VAL-RECLASS
                 MOVE 'RECLASS' TO WS-MOVE-TYPE
               END-IF
             WHEN HAVE-NEW
               ADD WS-NEW-VALUE TO WS-MTX-VAL(WS-OLD-SUB, WS-NEW-SUB)
               ADD 1 TO WS-CNT-APPEARED
               ADD WS-NEW-VALUE TO WS-VAL-APPEARED
               MOVE 'APPEARED' TO WS-MOVE-TYPE
             WHEN OTHER
               ADD WS-OLD-VALUE TO WS-MTX-VAL(WS-OLD-SUB, WS-NEW-SUB)
               ADD 1 TO WS-CNT-DROPPED
               ADD WS-OLD-VALUE TO WS-VAL-DROPPED
               MOVE 'DROPPED' TO WS-MOVE-TYPE
           END-EVALUATE
           IF WS-MOVE-TYPE NOT = SPACES
             PERFORM 4700-DETAIL-LINE
           END-IF.

       4600-FIND-CLASS.
           MOVE 'N' TO WS-CLS-FOUND
           PERFORM VARYING WS-CLS-SUB FROM 2 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
                      OR CLASS-FOUND
             IF WS-CLS-NAME(WS-CLS-SUB) = WS-FIND-CLASS
               SET CLASS-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF CLASS-FOUND
             SUBTRACT 1 FROM WS-CLS-SUB
           ELSE
             IF WS-CLS-COUNT < WS-MAX-CLASSES - 1
               ADD 1 TO WS-CLS-COUNT
               MOVE WS-FIND-CLASS TO WS-CLS-NAME(WS-CLS-COUNT)
             ELSE
               IF WS-CLS-COUNT < WS-MAX-CLASSES
                 ADD 1 TO WS-CLS-COUNT
                 MOVE '*OTHER*' TO WS-CLS-NAME(WS-CLS-COUNT)
               END-IF
             END-IF
             MOVE WS-CLS-COUNT TO WS-CLS-SUB
           END-IF.

       4700-DETAIL-LINE.
           COMPUTE WS-EFFECT = WS-NEW-VALUE - WS-OLD-VALUE
           MOVE WS-OLD-VALUE TO WS-EDIT-OLD-VALUE
           MOVE WS-NEW-VALUE TO WS-EDIT-VALUE
           MOVE WS-EFFECT    TO WS-EDIT-EFFECT
           IF HAVE-NEW
             MOVE WS-NEW-CATEGORY TO WS-DTL-CATEGORY
           ELSE
             MOVE WS-OLD-CATEGORY TO WS-DTL-CATEGORY
           END-IF
           IF NOT HAVE-OLD
             MOVE '(NONE)' TO WS-OLD-CLASS
           END-IF
           IF NOT HAVE-NEW
             MOVE '(NONE)' TO WS-NEW-CLASS
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-CUR-NUMBER '  ' WS-MOVE-TYPE '  '
               WS-DTL-CATEGORY '  ' WS-OLD-CLASS(1:20) '  '
               WS-NEW-CLASS(1:20) '  ' WS-EDIT-OLD-VALUE '  '
               WS-EDIT-VALUE '  ' WS-EDIT-EFFECT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF HAVE-OLD AND HAVE-NEW
                   AND WS-OLD-CATEGORY NOT = WS-NEW-CATEGORY
             MOVE SPACES TO WS-PRINT-LINE
             STRING '                     CATEGORY WAS '
                 WS-OLD-CATEGORY
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       5000-PRINT-SUMMARY.
           COMPUTE WS-VAL-NET = WS-VAL-TONIGHT - WS-VAL-PRIOR
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'FIZZMOVE CLASSIFICATION MOVEMENT SUMMARY'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-PRIOR TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS ON PRIOR VINTAGE  . . ' WS-CNT-PRIOR
               '  VALUE ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-TONIGHT TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS ON TONIGHT''S EXTRACT  ' WS-CNT-TONIGHT
               '  VALUE ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    UNCHANGED CLASS . . . . . ' WS-CNT-UNCHANGED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-RECLASS TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    RECLASSIFIED  . . . . . . ' WS-CNT-RECLASS
               '  VALUE ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-APPEARED TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    APPEARED  . . . . . . . . ' WS-CNT-APPEARED
               '  VALUE ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-DROPPED TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    DROPPED OUT . . . . . . . ' WS-CNT-DROPPED
               '  VALUE ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-VAL-NET TO WS-EDIT-NET
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NET EXTENDED VALUE MOVEMENT         '
               WS-EDIT-NET
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

      *    Totals row and column are filled in first, then the
      *    counts grid prints, then the dollars grid.  Dollar cells
      *    carry up to 13 integer digits, so they print through the
      *    same edit as the summary totals, five columns to a band.
       6000-PRINT-MATRIX.
           COMPUTE WS-TOT-SUB = WS-CLS-COUNT + 1
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-CLS-COUNT
             PERFORM VARYING WS-COLN FROM 1 BY 1
                     UNTIL WS-COLN > WS-CLS-COUNT
               ADD WS-MTX-CNT(WS-ROW, WS-COLN)
                   TO WS-MTX-CNT(WS-ROW, WS-TOT-SUB)
                      WS-MTX-CNT(WS-TOT-SUB, WS-COLN)
                      WS-MTX-CNT(WS-TOT-SUB, WS-TOT-SUB)
               ADD WS-MTX-VAL(WS-ROW, WS-COLN)
                   TO WS-MTX-VAL(WS-ROW, WS-TOT-SUB)
                      WS-MTX-VAL(WS-TOT-SUB, WS-COLN)
                      WS-MTX-VAL(WS-TOT-SUB, WS-TOT-SUB)
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CLASS MOVEMENT MATRIX - ITEM COUNTS (PRIOR CLASS '
               'DOWN, TONIGHT''S CLASS ACROSS)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           SET GRID-COUNTS TO TRUE
           MOVE 11 TO WS-BAND-COLS
           MOVE 9 TO WS-COL-WIDTH
           PERFORM 6100-PRINT-GRID
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CLASS MOVEMENT MATRIX - EXTENDED VALUE (PRIOR CLASS '
               'DOWN, TONIGHT''S CLASS ACROSS)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           SET GRID-DOLLARS TO TRUE
           MOVE 5 TO WS-BAND-COLS
           MOVE 22 TO WS-COL-WIDTH
           PERFORM 6100-PRINT-GRID.

       6100-PRINT-GRID.
           MOVE 1 TO WS-BAND-START
           PERFORM UNTIL WS-BAND-START > WS-TOT-SUB
             COMPUTE WS-BAND-END = WS-BAND-START + WS-BAND-COLS - 1
             IF WS-BAND-END > WS-TOT-SUB
               MOVE WS-TOT-SUB TO WS-BAND-END
             END-IF
             PERFORM 6200-GRID-HEADER
             PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > WS-TOT-SUB
               PERFORM 6300-GRID-ROW
             END-PERFORM
             ADD WS-BAND-COLS TO WS-BAND-START
           END-PERFORM.

      *    Column headings are the class names cut to the column
      *    width, assembled by position as FIZZCMIX does.
       6200-GRID-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  PRIOR \ TONIGHT' TO WS-PRINT-LINE(1:17)
           MOVE 18 TO WS-COL
           PERFORM VARYING WS-COLN FROM WS-BAND-START BY 1
                   UNTIL WS-COLN > WS-BAND-END
             IF WS-COLN = WS-TOT-SUB
               MOVE 'TOTAL' TO WS-PRINT-LINE(WS-COL + 1:
                   WS-COL-WIDTH - 1)
             ELSE
               MOVE WS-CLS-NAME(WS-COLN) TO WS-PRINT-LINE(WS-COL + 1:
                   WS-COL-WIDTH - 1)
             END-IF
             ADD WS-COL-WIDTH TO WS-COL
           END-PERFORM
           PERFORM 8000-WRITE-LINE.

       6300-GRID-ROW.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-ROW = WS-TOT-SUB
             MOVE '  TOTAL' TO WS-PRINT-LINE(1:17)
           ELSE
             MOVE WS-CLS-NAME(WS-ROW) TO WS-PRINT-LINE(3:15)
           END-IF
           MOVE 18 TO WS-COL
           PERFORM VARYING WS-COLN FROM WS-BAND-START BY 1
                   UNTIL WS-COLN > WS-BAND-END
             IF GRID-COUNTS
               MOVE WS-MTX-CNT(WS-ROW, WS-COLN) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(WS-COL + 2:7)
             ELSE
               MOVE WS-MTX-VAL(WS-ROW, WS-COLN) TO WS-EDIT-TOTAL
               MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(WS-COL + 1:21)
             END-IF
             ADD WS-COL-WIDTH TO WS-COL
           END-PERFORM
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           IF WS-PAGE-NO = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
             PERFORM 8200-PAGE-HEADER
           END-IF
           WRITE PRNT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8200-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'FIZZMOVE: CLASSIFICATION MOVEMENT BETWEEN VINTAGES'
               TO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PRNT-RECORD
           STRING '  PROCESSING DATE: ' WS-RUN-DATE
               '   RUN DATE-TIME: ' WS-CURRENT-DATE
               '   PAGE: ' WS-PAGE-NO
               DELIMITED BY SIZE INTO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       9500-CLOSE-PRINT.
           CLOSE FIZZPRNT
           OPEN EXTEND FIZZRNDX
           IF WS-RNDX-FILE-STATUS = '35'
             OPEN OUTPUT FIZZRNDX
           END-IF
           INITIALIZE FIZZRNDX-RECORD
           MOVE WS-RUN-DATE     TO RX-RUN-DATE
           MOVE 'FIZZMOVE'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.

      *    Completion and return code go on FIZZRCTL last, once
      *    every output is closed.
       9900-END-STREAM-STEP.
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-END TO TRUE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           MOVE SC-STEP-RC TO RETURN-CODE.
