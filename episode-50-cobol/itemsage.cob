       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMSAGE.

      *    Item suspense aging report.  Lists every open ITEMSUSP
      *    entry - pending correction, or corrected and waiting
      *    for the next ITEMMNT recycle - grouped by reject
      *    reason and, within reason, oldest first, with its age
      *    in days since it was first rejected.  Each reason
      *    closes with a count per age band (0-7, 8-30, 31-60,
      *    61-90, over 90 days) and the report ends with the same
      *    bands for the whole file, so the owners can see both
      *    what keeps going wrong and what has been left to rot.
      *    Ages are measured to the FIZZPDAT processing date.
      *    The suspense key printed on each line is what an
      *    ITEMSTRN correction, release, or cancel quotes.  The
      *    report body goes to the FIZZPRNT print file with real
      *    carriage control, and a record goes on the FIZZRNDX run
      *    index, so the report survives the SYSOUT purge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT ITEMSUSP ASSIGN TO "ITEMSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
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
       FD  ITEMSUSP.
           COPY ITEMSUSP.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-REASON             PIC X(40).
               05  SW-FIRST-REJECT-DATE  PIC 9(8).
               05  SW-SUSP-KEY           PIC X(21).
               05  SW-STATUS             PIC X(01).
               05  SW-REJECT-COUNT       PIC 9(3).
               05  SW-AGE-DAYS           PIC 9(5).
               05  SW-AGE-BAND           PIC 9(1).
               05  SW-TRANS-CODE         PIC X(01).
               05  SW-ITEM-NUMBER        PIC X(7).
               05  SW-ITEM-CATEGORY      PIC X(4).

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-SUSP-FILE-STATUS PIC XX.
           01 WS-SUSP-EOF PIC X VALUE 'N'.
               88 END-OF-SUSPENSE VALUE 'Y'.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-FIRST-RECORD PIC X VALUE 'Y'.
               88 IS-FIRST-RECORD VALUE 'Y'.
           01 WS-PREV-REASON PIC X(40) VALUE SPACES.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-AGE-WORK PIC S9(7).
      *    Age bands, upper limit in days per band; anything past
      *    the last limit falls in band 5.
           01 WS-BAND-LIMITS.
               05 FILLER PIC 9(5) VALUE 7.
               05 FILLER PIC 9(5) VALUE 30.
               05 FILLER PIC 9(5) VALUE 60.
               05 FILLER PIC 9(5) VALUE 90.
           01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
               05 WS-BAND-LIMIT OCCURS 4 TIMES PIC 9(5).
           01 WS-BAND-SUB PIC 9(1).
           01 WS-RSN-BANDS.
               05 WS-RSN-BAND-CNT OCCURS 5 TIMES PIC 9(7).
           01 WS-GRD-BANDS.
               05 WS-GRD-BAND-CNT OCCURS 5 TIMES PIC 9(7).
           01 WS-RSN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-GRD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CNT-PENDING PIC 9(7) VALUE ZERO.
           01 WS-CNT-RECYCLE PIC 9(7) VALUE ZERO.
           01 WS-STATUS-TEXT PIC X(8).
           01 WS-EDIT-AGE PIC ZZZZ9.
           01 WS-EDIT-COUNT PIC ZZ9.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-SUSPENSE
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The business processing date comes from FIZZPDAT, so
      *    a report run after midnight still ages entries to the
      *    business day it belongs to.  Missing file or zero date
      *    falls back to the current date, per the FIZZCPRM
      *    convention.
       1000-INITIALIZE.
           MOVE ZERO TO WS-RSN-BANDS
           MOVE ZERO TO WS-GRD-BANDS
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

       2000-SORT-SUSPENSE.
           SORT SORTWORK
               ON ASCENDING KEY SW-REASON SW-FIRST-REJECT-DATE
                   SW-SUSP-KEY
               INPUT PROCEDURE IS 3000-SORT-INPUT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.

      *    No suspense file yet simply means ITEMMNT has never
      *    rejected anything - an empty report, not a failure.
       3000-SORT-INPUT.
           OPEN INPUT ITEMSUSP
           IF WS-SUSP-FILE-STATUS = '35'
             DISPLAY 'ITEMSAGE: NO ITEMSUSP FILE - NOTHING IN '
                 'SUSPENSE'
           ELSE
             IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'ITEMSAGE: ITEMSUSP OPEN FAILED - FILE STATUS '
                   WS-SUSP-FILE-STATUS ' - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL END-OF-SUSPENSE
               READ ITEMSUSP NEXT RECORD
                 AT END
                   SET END-OF-SUSPENSE TO TRUE
                 NOT AT END
                   IF SU-OPEN
                     PERFORM 3100-AGE-AND-RELEASE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ITEMSUSP
           END-IF.

       3100-AGE-AND-RELEASE.
           MOVE ZERO TO WS-AGE-WORK
           IF SU-FIRST-REJECT-DATE NUMERIC
                   AND SU-FIRST-REJECT-DATE NOT = ZERO
                   AND SU-FIRST-REJECT-DATE < WS-RUN-DATE
             COMPUTE WS-AGE-WORK =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SU-FIRST-REJECT-DATE)
           END-IF
           MOVE WS-AGE-WORK TO SW-AGE-DAYS
           MOVE 5 TO SW-AGE-BAND
           PERFORM VARYING WS-BAND-SUB FROM 4 BY -1
                   UNTIL WS-BAND-SUB < 1
             IF SW-AGE-DAYS <= WS-BAND-LIMIT(WS-BAND-SUB)
               MOVE WS-BAND-SUB TO SW-AGE-BAND
             END-IF
           END-PERFORM
           MOVE SU-REASON            TO SW-REASON
           MOVE SU-FIRST-REJECT-DATE TO SW-FIRST-REJECT-DATE
           MOVE SU-SUSP-KEY          TO SW-SUSP-KEY
           MOVE SU-STATUS            TO SW-STATUS
           MOVE SU-REJECT-COUNT      TO SW-REJECT-COUNT
           MOVE SU-TRANS-CODE        TO SW-TRANS-CODE
           MOVE SU-TRAN-IMAGE(2:7)   TO SW-ITEM-NUMBER
           MOVE SU-ITEM-CATEGORY     TO SW-ITEM-CATEGORY
           RELEASE SW-RECORD.

       4000-SORT-OUTPUT.
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 PERFORM 4100-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM
           IF NOT IS-FIRST-RECORD
             PERFORM 4800-REASON-BREAK
           END-IF
           PERFORM 4900-GRAND-TOTAL.

       4100-PROCESS-SORTED-RECORD.
           IF IS-FIRST-RECORD
             MOVE 'N' TO WS-FIRST-RECORD
             PERFORM 4300-REASON-HEADER
           ELSE
             IF SW-REASON NOT = WS-PREV-REASON
               PERFORM 4800-REASON-BREAK
               PERFORM 4300-REASON-HEADER
             END-IF
           END-IF
           PERFORM 4500-DETAIL-LINE
           ADD 1 TO WS-RSN-BAND-CNT(SW-AGE-BAND)
           ADD 1 TO WS-GRD-BAND-CNT(SW-AGE-BAND)
           ADD 1 TO WS-RSN-COUNT
           ADD 1 TO WS-GRD-COUNT
           IF SW-STATUS = 'R'
             ADD 1 TO WS-CNT-RECYCLE
           ELSE
             ADD 1 TO WS-CNT-PENDING
           END-IF.

       4300-REASON-HEADER.
           MOVE SW-REASON TO WS-PREV-REASON
           MOVE ZERO TO WS-RSN-BANDS
           MOVE ZERO TO WS-RSN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REASON: ' SW-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  SUSPENSE KEY           STATUS    TRAN ITEM NO  '
               ' CAT   FIRST REJ   AGE DAYS  REJECTS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       4500-DETAIL-LINE.
           IF SW-STATUS = 'R'
             MOVE 'RECYCLE ' TO WS-STATUS-TEXT
           ELSE
             MOVE 'PENDING ' TO WS-STATUS-TEXT
           END-IF
           MOVE SW-AGE-DAYS     TO WS-EDIT-AGE
           MOVE SW-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' SW-SUSP-KEY(1:16) '-' SW-SUSP-KEY(17:5)
               '  ' WS-STATUS-TEXT '   ' SW-TRANS-CODE
               '   ' SW-ITEM-NUMBER '  ' SW-ITEM-CATEGORY
               '  ' SW-FIRST-REJECT-DATE '      ' WS-EDIT-AGE
               '      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       4800-REASON-BREAK.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    REASON TOTAL ' WS-RSN-COUNT
               '   0-7: ' WS-RSN-BAND-CNT(1)
               '  8-30: ' WS-RSN-BAND-CNT(2)
               '  31-60: ' WS-RSN-BAND-CNT(3)
               '  61-90: ' WS-RSN-BAND-CNT(4)
               '  OVER 90: ' WS-RSN-BAND-CNT(5)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       4900-GRAND-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'ITEMSAGE SUSPENSE AGING SUMMARY' TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  OPEN ENTRIES  . . . . . . . ' WS-GRD-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    PENDING CORRECTION  . . . ' WS-CNT-PENDING
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    WAITING FOR RECYCLE . . . ' WS-CNT-RECYCLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AGED 0-7 DAYS . . . . . . . ' WS-GRD-BAND-CNT(1)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AGED 8-30 DAYS  . . . . . . ' WS-GRD-BAND-CNT(2)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AGED 31-60 DAYS . . . . . . ' WS-GRD-BAND-CNT(3)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AGED 61-90 DAYS . . . . . . ' WS-GRD-BAND-CNT(4)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AGED OVER 90 DAYS . . . . . ' WS-GRD-BAND-CNT(5)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
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
           MOVE 'ITEMSAGE: ITEM SUSPENSE AGING BY REASON'
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
           MOVE 'ITEMSAGE'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
