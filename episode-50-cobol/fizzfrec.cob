       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZFREC.

      *    Finance acknowledgement reconciliation.  Reads every
      *    FIZZFINT generation still cataloged and finance's
      *    cumulative FIZZFACK acknowledgement file, matches each
      *    acknowledgement to the transmission it quotes (header
      *    processing date and transmit stamp), and proves what
      *    finance says it received against the generation's own
      *    trailer.  The outstanding-transmissions report lists,
      *    by processing date:
      *      - dates on the FIZZOUT extract that were never sent
      *      - transmissions finance never acknowledged
      *      - transmissions finance rejected
      *      - transmissions out of balance - finance's record
      *        count or value total not the trailer's, or its
      *        accepted and rejected counts not footing
      *      - transmissions, or processing dates, loaded more
      *        than once
      *      - acknowledgements quoting no known transmission
      *    followed by every detail record finance rejected.
      *    FIZZMEND's official month-end files (header type 'M')
      *    are read alongside the nightly generations and proved
      *    the same way, but stand apart from the nightly picture:
      *    a month-end load is neither a second load of its date
      *    nor proof that the date's nightly file was sent.
      *    A transmission not loaded because a resend for the
      *    same date was loaded instead is shown as superseded,
      *    not outstanding, and the night's own transmission is
      *    shown as awaiting acknowledgement.  Anything
      *    outstanding sets return code 8.  The report goes to
      *    the FIZZPRNT print file with a record on the FIZZRNDX
      *    run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZFINT ASSIGN TO "FIZZFINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINT-FILE-STATUS.
           SELECT FIZZFACK ASSIGN TO "FIZZFACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACK-FILE-STATUS.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
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
       FD  FIZZFINT.
           COPY FIZZFINT.
       FD  FIZZFACK.
           COPY FIZZFACK.
       FD  FIZZOUT.
           COPY FIZZOUT.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.
      *    One record per report line, sorted into processing
      *    date and transmission order.  SW-TX-SUB points back at
      *    the transmission table (zero for a date never sent or
      *    an acknowledgement with no transmission); SW-LINE-SEQ
      *    zero is the transmission's own summary line.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-PROCESS-DATE       PIC 9(8).
               05  SW-TRANSMIT-STAMP     PIC X(16).
               05  SW-LINE-SEQ           PIC 9(2).
               05  SW-TX-SUB             PIC 9(3).
               05  SW-OUTSTANDING        PIC X(01).
               05  SW-TEXT               PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-FINT-FILE-STATUS PIC XX.
           01 WS-FACK-FILE-STATUS PIC XX.
           01 WS-OUT-FILE-STATUS PIC XX.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-FINT-EOF PIC X VALUE 'N'.
               88 END-OF-FINT VALUE 'Y'.
           01 WS-FACK-EOF PIC X VALUE 'N'.
               88 END-OF-FACK VALUE 'Y'.
           01 WS-OUT-EOF PIC X VALUE 'N'.
               88 END-OF-OUT VALUE 'Y'.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
      *    Every FIZZFINT generation read, with its own trailer
      *    controls, what its body actually adds up to, and what
      *    finance acknowledged against it.  The latest
      *    acknowledgement's figures are the ones proved.
           01 WS-MAX-TX PIC 9(3) VALUE 400.
           01 WS-TX-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TX-TABLE.
               05 WS-TX-ENTRY OCCURS 400 TIMES.
                   10 WS-TX-DATE          PIC 9(8).
                   10 WS-TX-STAMP         PIC X(16).
                   10 WS-TX-TYPE          PIC X(01).
                   10 WS-TX-RESEND-BY     PIC X(8).
                   10 WS-TX-RESEND-REASON PIC X(40).
                   10 WS-TX-TRL-FOUND     PIC X(01).
                   10 WS-TX-TRL-COUNT     PIC 9(7).
                   10 WS-TX-TRL-VALUE     PIC 9(13)V99.
                   10 WS-TX-BODY-COUNT    PIC 9(7).
                   10 WS-TX-BODY-VALUE    PIC 9(13)V99.
                   10 WS-TX-ACKS          PIC 9(3).
                   10 WS-TX-LOADS         PIC 9(3).
                   10 WS-TX-ACK-STATUS    PIC X(01).
                   10 WS-TX-ACK-RECORDS   PIC 9(7).
                   10 WS-TX-ACK-ACCEPTED  PIC 9(7).
                   10 WS-TX-ACK-REJECTED  PIC 9(7).
                   10 WS-TX-ACK-VALUE     PIC 9(13)V99.
                   10 WS-TX-ACK-ACC-VALUE PIC 9(13)V99.
                   10 WS-TX-RJ-DETAILS    PIC 9(7).
           01 WS-TX-SUB PIC 9(3).
           01 WS-TX-CUR PIC 9(3) VALUE ZERO.
           01 WS-SCAN-SUB PIC 9(3).
           01 WS-FIND-DATE PIC 9(8).
           01 WS-FIND-STAMP PIC X(16).
           01 WS-TX-FOUND PIC X.
               88 TX-FOUND VALUE 'Y'.
           01 WS-OLDEST-TX-DATE PIC 9(8) VALUE 99999999.
      *    Processing dates present on the live FIZZOUT extract,
      *    to catch a night whose interface file was never made.
           01 WS-MAX-DATES PIC 9(3) VALUE 400.
           01 WS-DATE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-DATE-TABLE.
               05 WS-OUT-DATE OCCURS 400 TIMES PIC 9(8).
           01 WS-DATE-SUB PIC 9(3).
           01 WS-DATE-FOUND PIC X.
               88 DATE-FOUND VALUE 'Y'.
      *    Acknowledgements that quote no transmission on file.
           01 WS-MAX-UNKNOWN PIC 9(3) VALUE 100.
           01 WS-UNK-COUNT PIC 9(3) VALUE ZERO.
           01 WS-UNK-TABLE.
               05 WS-UNK-ENTRY OCCURS 100 TIMES.
                   10 WS-UNK-DATE         PIC 9(8).
                   10 WS-UNK-STAMP        PIC X(16).
                   10 WS-UNK-TYPE         PIC X(01).
           01 WS-UNK-SUB PIC 9(3).
      *    Per-date picture for the transmission being judged.
           01 WS-DATE-LOADS PIC 9(3).
           01 WS-DATE-LOADED-STAMP PIC X(16).
           01 WS-LINE-SEQ PIC 9(2).
           01 WS-TX-OUTSTANDING PIC X.
               88 TX-IS-OUTSTANDING VALUE 'Y'.
           01 WS-LINE-TEXT PIC X(80).
           01 WS-LINE-FLAG PIC X.
           01 WS-CNT-TX PIC 9(5) VALUE ZERO.
           01 WS-CNT-CLEAN PIC 9(5) VALUE ZERO.
           01 WS-CNT-TX-OUTSTANDING PIC 9(5) VALUE ZERO.
           01 WS-CNT-NOT-SENT PIC 9(5) VALUE ZERO.
           01 WS-CNT-UNKNOWN-ACK PIC 9(5) VALUE ZERO.
           01 WS-CNT-DETAIL-REJECTS PIC 9(7) VALUE ZERO.
           01 WS-CNT-STRAY PIC 9(7) VALUE ZERO.
           01 WS-PREV-DATE PIC 9(8).
           01 WS-PREV-STAMP PIC X(16).
           01 WS-TYPE-TEXT PIC X(9).
           01 WS-ACK-TEXT PIC X(4).
           01 WS-EDIT-COUNT PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-2 PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-3 PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-4 PIC ZZZZZZ9.
           01 WS-EDIT-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-VALUE-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TRANSMISSIONS
           PERFORM 1200-LOAD-ACKNOWLEDGEMENTS
           PERFORM 1300-LOAD-EXTRACT-DATES
           PERFORM 2000-SORT-OUTSTANDING
           PERFORM 5000-LIST-DETAIL-REJECTS
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The processing date decides which transmission is
      *    tonight's and so still legitimately waiting for
      *    finance.  Missing file or zero date falls back to the
      *    current date, per the FIZZCPRM convention.
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

      *    FIZZFINT is read as every generation concatenated.
      *    Each header opens a new transmission; the details and
      *    trailer after it belong to it.
       1100-LOAD-TRANSMISSIONS.
           OPEN INPUT FIZZFINT
           IF WS-FINT-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZFREC: FIZZFINT OPEN FAILED - FILE STATUS '
                 WS-FINT-FILE-STATUS ' - ABORTING'
             CLOSE FIZZPRNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FINT
             READ FIZZFINT
               AT END
                 SET END-OF-FINT TO TRUE
               NOT AT END
                 PERFORM 1150-LOAD-INTERFACE-RECORD
             END-READ
           END-PERFORM
           CLOSE FIZZFINT
           IF WS-CNT-STRAY > ZERO
             DISPLAY 'FIZZFREC: ' WS-CNT-STRAY ' FIZZFINT RECORDS '
                 'FOUND OUTSIDE A HEADER - IGNORED'
           END-IF.

       1150-LOAD-INTERFACE-RECORD.
           EVALUATE TRUE
             WHEN FI-HEADER
               IF WS-TX-COUNT >= WS-MAX-TX
                 DISPLAY 'FIZZFREC: MORE THAN ' WS-MAX-TX
                     ' FIZZFINT GENERATIONS - ABORTING'
                 CLOSE FIZZFINT FIZZPRNT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-TX-COUNT
               MOVE WS-TX-COUNT TO WS-TX-CUR
               INITIALIZE WS-TX-ENTRY(WS-TX-CUR)
               MOVE FI-HDR-PROCESS-DATE
                   TO WS-TX-DATE(WS-TX-CUR)
               MOVE FI-HDR-TRANSMIT-STAMP
                   TO WS-TX-STAMP(WS-TX-CUR)
               MOVE FI-HDR-TRANSMIT-TYPE
                   TO WS-TX-TYPE(WS-TX-CUR)
               MOVE FI-HDR-RESEND-BY
                   TO WS-TX-RESEND-BY(WS-TX-CUR)
               MOVE FI-HDR-RESEND-REASON
                   TO WS-TX-RESEND-REASON(WS-TX-CUR)
               MOVE 'N' TO WS-TX-TRL-FOUND(WS-TX-CUR)
               IF FI-HDR-PROCESS-DATE < WS-OLDEST-TX-DATE
                       AND NOT FI-HDR-MONTH-END
                 MOVE FI-HDR-PROCESS-DATE TO WS-OLDEST-TX-DATE
               END-IF
             WHEN FI-DETAIL
               IF WS-TX-CUR = ZERO
                 ADD 1 TO WS-CNT-STRAY
               ELSE
                 ADD 1 TO WS-TX-BODY-COUNT(WS-TX-CUR)
                 ADD FI-DTL-EXT-VALUE TO WS-TX-BODY-VALUE(WS-TX-CUR)
               END-IF
             WHEN FI-TRAILER
               IF WS-TX-CUR = ZERO
                 ADD 1 TO WS-CNT-STRAY
               ELSE
                 MOVE 'Y' TO WS-TX-TRL-FOUND(WS-TX-CUR)
                 MOVE FI-TRL-RECORD-COUNT
                     TO WS-TX-TRL-COUNT(WS-TX-CUR)
                 MOVE FI-TRL-VALUE-TOTAL
                     TO WS-TX-TRL-VALUE(WS-TX-CUR)
                 MOVE ZERO TO WS-TX-CUR
               END-IF
             WHEN OTHER
               ADD 1 TO WS-CNT-STRAY
           END-EVALUATE.

      *    No acknowledgement file yet simply means finance has
      *    not answered anything - every transmission shows as
      *    unacknowledged.
       1200-LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT FIZZFACK
           IF WS-FACK-FILE-STATUS NOT = '00'
             DISPLAY 'FIZZFREC: NO FIZZFACK FILE - FILE STATUS '
                 WS-FACK-FILE-STATUS ' - NOTHING ACKNOWLEDGED'
           ELSE
             PERFORM UNTIL END-OF-FACK
               READ FIZZFACK
                 AT END
                   SET END-OF-FACK TO TRUE
                 NOT AT END
                   PERFORM 1250-APPLY-ACKNOWLEDGEMENT
               END-READ
             END-PERFORM
             CLOSE FIZZFACK
           END-IF.

       1250-APPLY-ACKNOWLEDGEMENT.
           MOVE FA-PROCESS-DATE   TO WS-FIND-DATE
           MOVE FA-TRANSMIT-STAMP TO WS-FIND-STAMP
           PERFORM 1400-FIND-TRANSMISSION
           IF NOT TX-FOUND
             PERFORM 1270-NOTE-UNKNOWN-ACK
           ELSE
             EVALUATE TRUE
               WHEN FA-TRANSMISSION
                 ADD 1 TO WS-TX-ACKS(WS-TX-SUB)
                 IF FA-ACCEPTED
                   ADD 1 TO WS-TX-LOADS(WS-TX-SUB)
                 END-IF
                 MOVE FA-ACK-STATUS
                     TO WS-TX-ACK-STATUS(WS-TX-SUB)
                 MOVE FA-RECORD-COUNT
                     TO WS-TX-ACK-RECORDS(WS-TX-SUB)
                 MOVE FA-ACCEPT-COUNT
                     TO WS-TX-ACK-ACCEPTED(WS-TX-SUB)
                 MOVE FA-REJECT-COUNT
                     TO WS-TX-ACK-REJECTED(WS-TX-SUB)
                 MOVE FA-VALUE-TOTAL
                     TO WS-TX-ACK-VALUE(WS-TX-SUB)
                 MOVE FA-ACCEPT-VALUE
                     TO WS-TX-ACK-ACC-VALUE(WS-TX-SUB)
               WHEN FA-DETAIL-REJECT
                 ADD 1 TO WS-TX-RJ-DETAILS(WS-TX-SUB)
             END-EVALUATE
           END-IF.

      *    Each distinct unknown transmission is listed once,
      *    however many records quote it.
       1270-NOTE-UNKNOWN-ACK.
           MOVE 'N' TO WS-TX-FOUND
           PERFORM VARYING WS-UNK-SUB FROM 1 BY 1
                   UNTIL WS-UNK-SUB > WS-UNK-COUNT
                      OR TX-FOUND
             IF WS-UNK-DATE(WS-UNK-SUB) = FA-PROCESS-DATE
                     AND WS-UNK-STAMP(WS-UNK-SUB) = FA-TRANSMIT-STAMP
               SET TX-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT TX-FOUND
             ADD 1 TO WS-CNT-UNKNOWN-ACK
             IF WS-UNK-COUNT < WS-MAX-UNKNOWN
               ADD 1 TO WS-UNK-COUNT
               MOVE FA-PROCESS-DATE   TO WS-UNK-DATE(WS-UNK-COUNT)
               MOVE FA-TRANSMIT-STAMP TO WS-UNK-STAMP(WS-UNK-COUNT)
               MOVE FA-RECORD-TYPE    TO WS-UNK-TYPE(WS-UNK-COUNT)
             END-IF
           END-IF.

      *    Only the extract dates from the oldest generation still
      *    cataloged onward can be judged - anything older has
      *    simply rolled off the FIZZFINT generation data group.
       1300-LOAD-EXTRACT-DATES.
           OPEN INPUT FIZZOUT
           IF WS-OUT-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-OUT
               READ FIZZOUT
                 AT END
                   SET END-OF-OUT TO TRUE
                 NOT AT END
                   IF FO-RUN-DATE >= WS-OLDEST-TX-DATE
                     PERFORM 1350-NOTE-EXTRACT-DATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUT
           ELSE
             DISPLAY 'FIZZFREC: FIZZOUT NOT AVAILABLE - FILE STATUS '
                 WS-OUT-FILE-STATUS ' - UNSENT DATES NOT CHECKED'
           END-IF.

       1350-NOTE-EXTRACT-DATE.
           MOVE 'N' TO WS-DATE-FOUND
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
                      OR DATE-FOUND
             IF WS-OUT-DATE(WS-DATE-SUB) = FO-RUN-DATE
               SET DATE-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT DATE-FOUND
             IF WS-DATE-COUNT >= WS-MAX-DATES
               DISPLAY 'FIZZFREC: MORE THAN ' WS-MAX-DATES
                   ' PROCESSING DATES ON FIZZOUT - ABORTING'
               CLOSE FIZZOUT FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-DATE-COUNT
             MOVE FO-RUN-DATE TO WS-OUT-DATE(WS-DATE-COUNT)
           END-IF.

       1400-FIND-TRANSMISSION.
           MOVE 'N' TO WS-TX-FOUND
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
                      OR TX-FOUND
             IF WS-TX-DATE(WS-TX-SUB) = WS-FIND-DATE
                     AND WS-TX-STAMP(WS-TX-SUB) = WS-FIND-STAMP
               SET TX-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF TX-FOUND
             SUBTRACT 1 FROM WS-TX-SUB
           END-IF.

       2000-SORT-OUTSTANDING.
           SORT SORTWORK
               ON ASCENDING KEY SW-PROCESS-DATE SW-TRANSMIT-STAMP
                   SW-LINE-SEQ
               INPUT PROCEDURE IS 3000-SORT-INPUT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.

       3000-SORT-INPUT.
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
             ADD 1 TO WS-CNT-TX
             PERFORM 3100-JUDGE-TRANSMISSION
           END-PERFORM
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
             PERFORM 3300-CHECK-DATE-SENT
           END-PERFORM
           PERFORM VARYING WS-UNK-SUB FROM 1 BY 1
                   UNTIL WS-UNK-SUB > WS-UNK-COUNT
             INITIALIZE SW-RECORD
             MOVE WS-UNK-DATE(WS-UNK-SUB)  TO SW-PROCESS-DATE
             MOVE WS-UNK-STAMP(WS-UNK-SUB) TO SW-TRANSMIT-STAMP
             MOVE 1 TO SW-LINE-SEQ
             MOVE 'Y' TO SW-OUTSTANDING
             MOVE 'ACKNOWLEDGEMENT QUOTES NO FIZZFINT GENERATION ON '
                 TO SW-TEXT
             MOVE 'FILE' TO SW-TEXT(50:4)
             RELEASE SW-RECORD
           END-PERFORM.

      *    How many times finance loaded this processing date, by
      *    any transmission, decides whether an unloaded or
      *    rejected transmission is still owed or was superseded.
      *    Nightly transmissions count against each other and
      *    month-end files against each other, never across.
       3050-COUNT-DATE-LOADS.
           MOVE ZERO TO WS-DATE-LOADS
           MOVE SPACES TO WS-DATE-LOADED-STAMP
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-TX-COUNT
             IF WS-TX-DATE(WS-SCAN-SUB) = WS-TX-DATE(WS-TX-SUB)
                     AND ((WS-TX-TYPE(WS-SCAN-SUB) = 'M'
                           AND WS-TX-TYPE(WS-TX-SUB) = 'M')
                       OR (WS-TX-TYPE(WS-SCAN-SUB) NOT = 'M'
                           AND WS-TX-TYPE(WS-TX-SUB) NOT = 'M'))
               ADD WS-TX-LOADS(WS-SCAN-SUB) TO WS-DATE-LOADS
               IF WS-TX-LOADS(WS-SCAN-SUB) > ZERO
                 MOVE WS-TX-STAMP(WS-SCAN-SUB)
                     TO WS-DATE-LOADED-STAMP
               END-IF
             END-IF
           END-PERFORM.

       3100-JUDGE-TRANSMISSION.
           PERFORM 3050-COUNT-DATE-LOADS
           MOVE ZERO TO WS-LINE-SEQ
           MOVE 'N' TO WS-TX-OUTSTANDING
           IF WS-TX-TYPE(WS-TX-SUB) = 'R'
             MOVE SPACES TO WS-LINE-TEXT
             STRING 'RESEND REQUESTED BY ' WS-TX-RESEND-BY(WS-TX-SUB)
                 ' - ' WS-TX-RESEND-REASON(WS-TX-SUB)
                 DELIMITED BY SIZE INTO WS-LINE-TEXT
             MOVE 'N' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF
           IF WS-TX-TRL-FOUND(WS-TX-SUB) NOT = 'Y'
             MOVE 'GENERATION HAS NO TRAILER - INCOMPLETE FILE'
                 TO WS-LINE-TEXT
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           ELSE
             IF WS-TX-BODY-COUNT(WS-TX-SUB)
                     NOT = WS-TX-TRL-COUNT(WS-TX-SUB)
                     OR WS-TX-BODY-VALUE(WS-TX-SUB)
                     NOT = WS-TX-TRL-VALUE(WS-TX-SUB)
               MOVE 'GENERATION TRAILER DOES NOT PROVE AGAINST ITS '
                   TO WS-LINE-TEXT
               MOVE 'BODY' TO WS-LINE-TEXT(48:4)
               MOVE 'Y' TO WS-LINE-FLAG
               PERFORM 3900-RELEASE-LINE
             END-IF
           END-IF
           IF WS-TX-ACKS(WS-TX-SUB) = ZERO
             PERFORM 3150-JUDGE-UNACKNOWLEDGED
           ELSE
             PERFORM 3200-JUDGE-ACKNOWLEDGED
           END-IF
           IF TX-IS-OUTSTANDING
             ADD 1 TO WS-CNT-TX-OUTSTANDING
           ELSE
             IF WS-LINE-SEQ = ZERO
               ADD 1 TO WS-CNT-CLEAN
             END-IF
           END-IF
           IF WS-LINE-SEQ > ZERO
             INITIALIZE SW-RECORD
             MOVE WS-TX-DATE(WS-TX-SUB)  TO SW-PROCESS-DATE
             MOVE WS-TX-STAMP(WS-TX-SUB) TO SW-TRANSMIT-STAMP
             MOVE ZERO                   TO SW-LINE-SEQ
             MOVE WS-TX-SUB              TO SW-TX-SUB
             MOVE WS-TX-OUTSTANDING      TO SW-OUTSTANDING
             RELEASE SW-RECORD
           END-IF.

       3150-JUDGE-UNACKNOWLEDGED.
           EVALUATE TRUE
             WHEN WS-DATE-LOADS > ZERO
               MOVE SPACES TO WS-LINE-TEXT
               STRING 'NOT LOADED - SUPERSEDED BY TRANSMISSION '
                   WS-DATE-LOADED-STAMP
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               MOVE 'N' TO WS-LINE-FLAG
             WHEN WS-TX-DATE(WS-TX-SUB) >= WS-RUN-DATE
               MOVE 'AWAITING ACKNOWLEDGEMENT FROM FINANCE'
                   TO WS-LINE-TEXT
               MOVE 'N' TO WS-LINE-FLAG
             WHEN OTHER
               MOVE 'UNACKNOWLEDGED - NO RETURN FROM FINANCE'
                   TO WS-LINE-TEXT
               MOVE 'Y' TO WS-LINE-FLAG
           END-EVALUATE
           PERFORM 3900-RELEASE-LINE.

      *    The load count covers every acknowledgement finance
      *    sent for the transmission; the latest one's figures are
      *    proved against the generation's trailer.
       3200-JUDGE-ACKNOWLEDGED.
           IF WS-TX-LOADS(WS-TX-SUB) > 1
             MOVE WS-TX-LOADS(WS-TX-SUB) TO WS-EDIT-COUNT
             MOVE SPACES TO WS-LINE-TEXT
             STRING 'DUPLICATE LOAD - FINANCE LOADED THIS TRANSMISSION'
                 WS-EDIT-COUNT ' TIMES'
                 DELIMITED BY SIZE INTO WS-LINE-TEXT
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF
           IF WS-TX-LOADS(WS-TX-SUB) > ZERO
                   AND WS-DATE-LOADS > WS-TX-LOADS(WS-TX-SUB)
             MOVE 'DUPLICATE LOAD - DATE ALSO LOADED FROM ANOTHER '
                 TO WS-LINE-TEXT
             MOVE 'TRANSMISSION' TO WS-LINE-TEXT(48:12)
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF
           IF WS-TX-ACK-STATUS(WS-TX-SUB) = 'R'
             IF WS-DATE-LOADS > ZERO
               MOVE SPACES TO WS-LINE-TEXT
               STRING 'REJECTED BY FINANCE - SUPERSEDED BY '
                   'TRANSMISSION ' WS-DATE-LOADED-STAMP
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               MOVE 'N' TO WS-LINE-FLAG
             ELSE
               MOVE 'REJECTED BY FINANCE - DATE NOT LOADED'
                   TO WS-LINE-TEXT
               MOVE 'Y' TO WS-LINE-FLAG
             END-IF
             PERFORM 3900-RELEASE-LINE
           ELSE
             PERFORM 3250-PROVE-ACKNOWLEDGEMENT
           END-IF.

      *    Only a loaded transmission is proved figure by figure -
      *    a rejected one is already reported in its own right.
       3250-PROVE-ACKNOWLEDGEMENT.
           IF WS-TX-TRL-FOUND(WS-TX-SUB) = 'Y'
             IF WS-TX-ACK-RECORDS(WS-TX-SUB)
                     NOT = WS-TX-TRL-COUNT(WS-TX-SUB)
               MOVE 'OUT OF BALANCE - FINANCE RECORD COUNT IS NOT '
                   TO WS-LINE-TEXT
               MOVE 'THE TRAILER COUNT' TO WS-LINE-TEXT(46:17)
               MOVE 'Y' TO WS-LINE-FLAG
               PERFORM 3900-RELEASE-LINE
             END-IF
             IF WS-TX-ACK-VALUE(WS-TX-SUB)
                     NOT = WS-TX-TRL-VALUE(WS-TX-SUB)
               MOVE 'OUT OF BALANCE - FINANCE VALUE TOTAL IS NOT '
                   TO WS-LINE-TEXT
               MOVE 'THE TRAILER TOTAL' TO WS-LINE-TEXT(45:17)
               MOVE 'Y' TO WS-LINE-FLAG
               PERFORM 3900-RELEASE-LINE
             END-IF
           END-IF
           IF WS-TX-ACK-ACCEPTED(WS-TX-SUB)
                 + WS-TX-ACK-REJECTED(WS-TX-SUB)
                   NOT = WS-TX-ACK-RECORDS(WS-TX-SUB)
             MOVE 'OUT OF BALANCE - FINANCE ACCEPTED PLUS REJECTED '
                 TO WS-LINE-TEXT
             MOVE 'DOES NOT FOOT' TO WS-LINE-TEXT(49:13)
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF
           IF WS-TX-ACK-REJECTED(WS-TX-SUB) > ZERO
             MOVE WS-TX-ACK-REJECTED(WS-TX-SUB) TO WS-EDIT-COUNT
             MOVE SPACES TO WS-LINE-TEXT
             STRING WS-EDIT-COUNT ' DETAIL RECORDS REJECTED BY '
                 'FINANCE - LISTED BELOW'
                 DELIMITED BY SIZE INTO WS-LINE-TEXT
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF
           IF WS-TX-RJ-DETAILS(WS-TX-SUB)
                   NOT = WS-TX-ACK-REJECTED(WS-TX-SUB)
             MOVE WS-TX-RJ-DETAILS(WS-TX-SUB) TO WS-EDIT-COUNT
             MOVE SPACES TO WS-LINE-TEXT
             STRING 'REJECT DETAILS RETURNED (' WS-EDIT-COUNT
                 ') DO NOT MATCH THE REJECT COUNT'
                 DELIMITED BY SIZE INTO WS-LINE-TEXT
             MOVE 'Y' TO WS-LINE-FLAG
             PERFORM 3900-RELEASE-LINE
           END-IF.

       3300-CHECK-DATE-SENT.
           MOVE 'N' TO WS-TX-FOUND
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
                      OR TX-FOUND
             IF WS-TX-DATE(WS-TX-SUB) = WS-OUT-DATE(WS-DATE-SUB)
                     AND WS-TX-TYPE(WS-TX-SUB) NOT = 'M'
               SET TX-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT TX-FOUND
             ADD 1 TO WS-CNT-NOT-SENT
             INITIALIZE SW-RECORD
             MOVE WS-OUT-DATE(WS-DATE-SUB) TO SW-PROCESS-DATE
             MOVE 1 TO SW-LINE-SEQ
             MOVE 'Y' TO SW-OUTSTANDING
             MOVE 'NOT TRANSMITTED - DATE IS ON FIZZOUT BUT HAS NO '
                 TO SW-TEXT
             MOVE 'FIZZFINT GENERATION' TO SW-TEXT(49:19)
             RELEASE SW-RECORD
           END-IF.

       3900-RELEASE-LINE.
           ADD 1 TO WS-LINE-SEQ
           IF WS-LINE-FLAG = 'Y'
             SET TX-IS-OUTSTANDING TO TRUE
           END-IF
           INITIALIZE SW-RECORD
           MOVE WS-TX-DATE(WS-TX-SUB)  TO SW-PROCESS-DATE
           MOVE WS-TX-STAMP(WS-TX-SUB) TO SW-TRANSMIT-STAMP
           MOVE WS-LINE-SEQ            TO SW-LINE-SEQ
           MOVE WS-TX-SUB              TO SW-TX-SUB
           MOVE WS-LINE-FLAG           TO SW-OUTSTANDING
           MOVE WS-LINE-TEXT           TO SW-TEXT
           RELEASE SW-RECORD.

       4000-SORT-OUTPUT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PROC DATE TRANSMITTED      TYPE      TRL COUNT'
               '        TRAILER VALUE  ACK  ACK COUNT  ACCEPTED  '
               'REJECTED      FINANCE VALUE'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE ZERO TO WS-PREV-DATE
           MOVE SPACES TO WS-PREV-STAMP
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 PERFORM 4100-PRINT-SORTED-LINE
             END-RETURN
           END-PERFORM
           IF WS-CNT-TX-OUTSTANDING + WS-CNT-NOT-SENT
                   + WS-CNT-UNKNOWN-ACK = ZERO
             MOVE '  NOTHING OUTSTANDING - EVERY TRANSMISSION LOADED '
                 TO WS-PRINT-LINE
             MOVE 'ONCE AND IN BALANCE' TO WS-PRINT-LINE(52:19)
             PERFORM 8000-WRITE-LINE
           END-IF.

       4100-PRINT-SORTED-LINE.
           IF SW-PROCESS-DATE NOT = WS-PREV-DATE
                   OR SW-TRANSMIT-STAMP NOT = WS-PREV-STAMP
             MOVE SW-PROCESS-DATE   TO WS-PREV-DATE
             MOVE SW-TRANSMIT-STAMP TO WS-PREV-STAMP
             MOVE SPACES TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           IF SW-LINE-SEQ = ZERO
             PERFORM 4200-TRANSMISSION-LINE
           ELSE
             MOVE SPACES TO WS-PRINT-LINE
             IF SW-TX-SUB = ZERO
               STRING '  ' SW-PROCESS-DATE '  ' SW-TRANSMIT-STAMP
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE SPACES TO WS-PRINT-LINE
             END-IF
             IF SW-OUTSTANDING = 'Y'
               STRING '             ** ' SW-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
             ELSE
               STRING '                ' SW-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-IF
             PERFORM 8000-WRITE-LINE
           END-IF.

       4200-TRANSMISSION-LINE.
           MOVE SW-TX-SUB TO WS-TX-SUB
           EVALUATE WS-TX-TYPE(WS-TX-SUB)
             WHEN 'R'
               MOVE 'RESEND' TO WS-TYPE-TEXT
             WHEN 'M'
               MOVE 'MONTH-END' TO WS-TYPE-TEXT
             WHEN OTHER
               MOVE 'ORIG' TO WS-TYPE-TEXT
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-TX-ACKS(WS-TX-SUB) = ZERO
               MOVE 'NONE' TO WS-ACK-TEXT
             WHEN WS-TX-ACK-STATUS(WS-TX-SUB) = 'A'
               MOVE 'ACC' TO WS-ACK-TEXT
             WHEN OTHER
               MOVE 'REJ' TO WS-ACK-TEXT
           END-EVALUATE
           MOVE WS-TX-TRL-COUNT(WS-TX-SUB)     TO WS-EDIT-COUNT
           MOVE WS-TX-TRL-VALUE(WS-TX-SUB)     TO WS-EDIT-VALUE
           MOVE WS-TX-ACK-RECORDS(WS-TX-SUB)   TO WS-EDIT-COUNT-2
           MOVE WS-TX-ACK-ACCEPTED(WS-TX-SUB)  TO WS-EDIT-COUNT-3
           MOVE WS-TX-ACK-REJECTED(WS-TX-SUB)  TO WS-EDIT-COUNT-4
           MOVE WS-TX-ACK-VALUE(WS-TX-SUB)     TO WS-EDIT-VALUE-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' SW-PROCESS-DATE '  ' SW-TRANSMIT-STAMP ' '
               WS-TYPE-TEXT '  ' WS-EDIT-COUNT '  ' WS-EDIT-VALUE
               '  ' WS-ACK-TEXT '    ' WS-EDIT-COUNT-2 '   '
               WS-EDIT-COUNT-3 '   ' WS-EDIT-COUNT-4 ' '
               WS-EDIT-VALUE-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

      *    Second pass over the acknowledgement file, in the
      *    order finance returned it, for the detail rejects the
      *    item owners have to work.
       5000-LIST-DETAIL-REJECTS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'DETAIL RECORDS REJECTED BY FINANCE' TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PROC DATE TRANSMITTED      ITEM NO  '
               'FINANCE REASON'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'N' TO WS-FACK-EOF
           OPEN INPUT FIZZFACK
           IF WS-FACK-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-FACK
               READ FIZZFACK
                 AT END
                   SET END-OF-FACK TO TRUE
                 NOT AT END
                   IF FA-DETAIL-REJECT
                     ADD 1 TO WS-CNT-DETAIL-REJECTS
                     MOVE SPACES TO WS-PRINT-LINE
                     STRING '  ' FA-PROCESS-DATE '  '
                         FA-TRANSMIT-STAMP ' ' FA-RJ-NUMBER '  '
                         FA-RJ-REASON
                         DELIMITED BY SIZE INTO WS-PRINT-LINE
                     PERFORM 8000-WRITE-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZFACK
           END-IF
           IF WS-CNT-DETAIL-REJECTS = ZERO
             MOVE '  NONE' TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE 'FIZZFREC FINANCE ACKNOWLEDGEMENT SUMMARY'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TRANSMISSIONS ON FILE  . . . ' WS-CNT-TX
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    LOADED ONCE, IN BALANCE  . ' WS-CNT-CLEAN
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '    OUTSTANDING  . . . . . . . '
               WS-CNT-TX-OUTSTANDING
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DATES NEVER TRANSMITTED  . . ' WS-CNT-NOT-SENT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  UNMATCHED ACKNOWLEDGEMENTS . ' WS-CNT-UNKNOWN-ACK
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DETAIL RECORDS REJECTED  . . '
               WS-CNT-DETAIL-REJECTS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF WS-CNT-TX-OUTSTANDING + WS-CNT-NOT-SENT
                   + WS-CNT-UNKNOWN-ACK > ZERO
             DISPLAY 'FIZZFREC: FINANCE TRANSMISSIONS OUTSTANDING - '
                 'SEE REPORT'
             MOVE 8 TO RETURN-CODE
           END-IF.

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
           MOVE 'FIZZFREC: OUTSTANDING FINANCE TRANSMISSIONS'
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
           MOVE 'FIZZFREC'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
