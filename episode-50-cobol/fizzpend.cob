       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPEND.

      *    Pending approval report.  Lists every open entry on the
      *    two dual-control approval files, oldest first: ITEMPEND,
      *    the ITEMMSTR changes ITEMMNT held because they moved
      *    more value than the ITEMVPRM threshold, and FIZZRPND,
      *    the classification rule changes FIZZRMNT held.  An
      *    entry is open while it waits for a checker (PENDING)
      *    and after it has been approved but before the next
      *    maintenance run has applied it (RELEASED).  Each line
      *    shows the pending key an ITEMATRN or FIZZRATR decision
      *    quotes, the submitter, the age in days to the FIZZPDAT
      *    processing date, and what the change would do - for an
      *    item, its value after the change and the movement.
      *    Each file closes with its counts, the oldest age and,
      *    for items, the net movement still waiting.  The report
      *    body goes to the FIZZPRNT print file with real carriage
      *    control, and a record goes on the FIZZRNDX run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT ITEMPEND ASSIGN TO "ITEMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-PEND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT FIZZRPND ASSIGN TO "FIZZRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-PEND-KEY
               FILE STATUS IS WS-RPND-FILE-STATUS.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  ITEMPEND.
           COPY ITEMPEND.
       FD  FIZZRPND.
           COPY FIZZRPND.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-PEND-FILE-STATUS PIC XX.
           01 WS-PEND-EOF PIC X VALUE 'N'.
               88 END-OF-ITEMPEND VALUE 'Y'.
           01 WS-RPND-FILE-STATUS PIC XX.
           01 WS-RPND-EOF PIC X VALUE 'N'.
               88 END-OF-FIZZRPND VALUE 'Y'.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-SUBMIT-DATE PIC 9(8).
           01 WS-AGE-WORK PIC S9(7).
           01 WS-AGE-DAYS PIC 9(5).
           01 WS-OLDEST-AGE PIC 9(5).
           01 WS-MOVEMENT PIC S9(11)V99.
           01 WS-NET-MOVEMENT PIC S9(11)V99.
           01 WS-CNT-OPEN PIC 9(7).
           01 WS-CNT-PENDING PIC 9(7).
           01 WS-CNT-RELEASED PIC 9(7).
           01 WS-STATUS-TEXT PIC X(8).
           01 WS-EDIT-AGE PIC ZZZZ9.
           01 WS-EDIT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-MOVEMENT PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-SECTION-TITLE PIC X(60).
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ITEM-ENTRIES
           PERFORM 3000-LIST-RULE-ENTRIES
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The business processing date comes from FIZZPDAT, so
      *    a report run after midnight still ages entries to the
      *    business day it belongs to.  Missing file or zero date
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

      *    The pending key leads with the holding run's stamp, so
      *    key order is already oldest first.  No approval file
      *    yet simply means nothing has ever been held - an empty
      *    section, not a failure.
       2000-LIST-ITEM-ENTRIES.
           MOVE 'ITEM VALUATION CHANGES AWAITING APPROVAL (ITEMPEND)'
               TO WS-SECTION-TITLE
           PERFORM 7000-START-SECTION
           MOVE ZERO TO WS-NET-MOVEMENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PENDING KEY             STATUS    SUBMITTED   '
               'AGE  BY      TRAN  ITEM NO  CAT       VALUE AFTER'
               '          MOVEMENT  RELEASED'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           OPEN INPUT ITEMPEND
           IF WS-PEND-FILE-STATUS = '35'
             DISPLAY 'FIZZPEND: NO ITEMPEND FILE - NO ITEM CHANGES '
                 'HELD'
           ELSE
             IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZPEND: ITEMPEND OPEN FAILED - FILE STATUS '
                   WS-PEND-FILE-STATUS ' - ABORTING'
               CLOSE FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL END-OF-ITEMPEND
               READ ITEMPEND NEXT RECORD
                 AT END
                   SET END-OF-ITEMPEND TO TRUE
                 NOT AT END
                   IF PE-OPEN
                     PERFORM 2100-ITEM-DETAIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ITEMPEND
           END-IF
           PERFORM 7500-SECTION-TOTALS
           MOVE WS-NET-MOVEMENT TO WS-EDIT-MOVEMENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NET MOVEMENT WAITING  . . . ' WS-EDIT-MOVEMENT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       2100-ITEM-DETAIL.
           MOVE PE-SUBMIT-DATE TO WS-SUBMIT-DATE
           PERFORM 7100-AGE-ENTRY
           IF PE-RELEASED
             MOVE 'RELEASED' TO WS-STATUS-TEXT
             ADD 1 TO WS-CNT-RELEASED
           ELSE
             MOVE 'PENDING ' TO WS-STATUS-TEXT
             ADD 1 TO WS-CNT-PENDING
           END-IF
           COMPUTE WS-MOVEMENT = PE-AFTER-VALUE - PE-BEFORE-VALUE
           ADD WS-MOVEMENT TO WS-NET-MOVEMENT
           MOVE WS-AGE-DAYS    TO WS-EDIT-AGE
           MOVE PE-AFTER-VALUE TO WS-EDIT-VALUE
           MOVE WS-MOVEMENT    TO WS-EDIT-MOVEMENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' PE-KEY-STAMP '-' PE-KEY-SEQ
               '  ' WS-STATUS-TEXT '  ' PE-SUBMIT-DATE
               '  ' WS-EDIT-AGE '  ' PE-SUBMITTED-BY
               '  ' PE-TRANS-CODE '   ' PE-TRAN-IMAGE(2:7)
               '  ' PE-ITEM-CATEGORY ' ' WS-EDIT-VALUE
               ' ' WS-EDIT-MOVEMENT '  ' PE-DECIDED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       3000-LIST-RULE-ENTRIES.
           MOVE 'RULE CHANGES AWAITING APPROVAL (FIZZRPND)'
               TO WS-SECTION-TITLE
           PERFORM 7000-START-SECTION
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PENDING KEY             STATUS    SUBMITTED   '
               'AGE  BY      TRAN  DIV  LABEL     EFFECTIVE EXPIRES'
               '   RELEASED'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           OPEN INPUT FIZZRPND
           IF WS-RPND-FILE-STATUS = '35'
             DISPLAY 'FIZZPEND: NO FIZZRPND FILE - NO RULE CHANGES '
                 'HELD'
           ELSE
             IF WS-RPND-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZPEND: FIZZRPND OPEN FAILED - FILE STATUS '
                   WS-RPND-FILE-STATUS ' - ABORTING'
               CLOSE FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL END-OF-FIZZRPND
               READ FIZZRPND NEXT RECORD
                 AT END
                   SET END-OF-FIZZRPND TO TRUE
                 NOT AT END
                   IF RP-OPEN
                     PERFORM 3100-RULE-DETAIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZRPND
           END-IF
           PERFORM 7500-SECTION-TOTALS.

       3100-RULE-DETAIL.
           MOVE RP-SUBMIT-DATE TO WS-SUBMIT-DATE
           PERFORM 7100-AGE-ENTRY
           IF RP-RELEASED
             MOVE 'RELEASED' TO WS-STATUS-TEXT
             ADD 1 TO WS-CNT-RELEASED
           ELSE
             MOVE 'PENDING ' TO WS-STATUS-TEXT
             ADD 1 TO WS-CNT-PENDING
           END-IF
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' RP-KEY-STAMP '-' RP-KEY-SEQ
               '  ' WS-STATUS-TEXT '  ' RP-SUBMIT-DATE
               '  ' WS-EDIT-AGE '  ' RP-SUBMITTED-BY
               '  ' RP-TRANS-CODE '   ' RP-DIVISOR
               '  ' RP-LABEL '  ' RP-EFF-DATE
               '  ' RP-EXP-DATE '  ' RP-DECIDED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       7000-START-SECTION.
           MOVE ZERO TO WS-CNT-OPEN
           MOVE ZERO TO WS-CNT-PENDING
           MOVE ZERO TO WS-CNT-RELEASED
           MOVE ZERO TO WS-OLDEST-AGE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       7100-AGE-ENTRY.
           ADD 1 TO WS-CNT-OPEN
           MOVE ZERO TO WS-AGE-WORK
           IF WS-SUBMIT-DATE NUMERIC
                   AND WS-SUBMIT-DATE NOT = ZERO
                   AND WS-SUBMIT-DATE < WS-RUN-DATE
             COMPUTE WS-AGE-WORK =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE)
           END-IF
           MOVE WS-AGE-WORK TO WS-AGE-DAYS
           IF WS-AGE-DAYS > WS-OLDEST-AGE
             MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.

       7500-SECTION-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  OPEN ENTRIES  . . . . . . . ' WS-CNT-OPEN
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    AWAITING APPROVAL . . . . ' WS-CNT-PENDING
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    RELEASED, NOT YET APPLIED ' WS-CNT-RELEASED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE WS-OLDEST-AGE TO WS-EDIT-AGE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  OLDEST ENTRY AGE IN DAYS  . ' WS-EDIT-AGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
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
           MOVE 'FIZZPEND: CHANGES AWAITING DUAL-CONTROL APPROVAL'
               TO PRNT-RECORD
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
           MOVE 'FIZZPEND'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
