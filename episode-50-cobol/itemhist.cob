       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMHIST.

      *    Item lifecycle inquiry.  For each item number on the
      *    ITEMHQRY request file, prints one chronological history
      *    drawn from every place the item leaves a trace:
      *      - each ITEMAUDT maintenance action, applied or
      *        rejected, with its status and reason
      *      - each FO-RUN-DATE vintage of the item on the live
      *        FIZZOUT extract and the FIZZOUTH archive, with its
      *        classification and extended value, flagged where
      *        the classification or the value moved from the
      *        vintage before it
      *      - for each processing date, whether the item went
      *        to finance on that date's FIZZFINT generation
      *    so "why is this item classified this way, and since
      *    when" is answered from one report instead of four
      *    files.  FIZZLKUP still answers how today's rules would
      *    classify a number; this answers what actually
      *    happened to it.  A missing FIZZOUTH or FIZZFINT just
      *    contributes nothing.  The report goes to the FIZZPRNT
      *    print file with a record on the FIZZRNDX run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMHQRY ASSIGN TO "ITEMHQRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT ITEMAUDT ASSIGN TO "ITEMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT FIZZOUTH ASSIGN TO "FIZZOUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTH-FILE-STATUS.
           SELECT FIZZFINT ASSIGN TO "FIZZFINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINT-FILE-STATUS.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMHQRY.
           COPY ITEMHQRY.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  ITEMAUDT.
           COPY ITEMAUDT.
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
       FD  FIZZFINT.
           COPY FIZZFINT.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.
      *    Event types sort in the order they happen within one
      *    processing date: maintenance first, then the finance
      *    send (noted, not printed), then the extract vintage
      *    that carries the finance flag.  Type 0 is a header
      *    event released for every item asked about, so an item
      *    with no history still gets a section.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-ITEM-NUMBER        PIC 9(7).
               05  SW-EVENT-DATE         PIC 9(8).
               05  SW-EVENT-TYPE         PIC 9(1).
                   88  SW-ITEM-HEADER    VALUE 0.
                   88  SW-MAINTENANCE    VALUE 1.
                   88  SW-FINANCE-SEND   VALUE 2.
                   88  SW-VINTAGE        VALUE 3.
               05  SW-EVENT-STAMP        PIC X(21).
               05  SW-INPUT-SEQ          PIC 9(7).
               05  SW-SOURCE             PIC X(4).
               05  SW-TRANS-CODE         PIC X(01).
               05  SW-STATUS             PIC X(8).
               05  SW-REASON             PIC X(40).
               05  SW-CLASS              PIC X(80).
               05  SW-CATEGORY           PIC X(4).
               05  SW-QUANTITY           PIC 9(5).
               05  SW-EXT-VALUE          PIC 9(10)V99.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-AUDT-FILE-STATUS PIC XX.
           01 WS-OUT-FILE-STATUS PIC XX.
           01 WS-OUTH-FILE-STATUS PIC XX.
           01 WS-FINT-FILE-STATUS PIC XX.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-QRY-EOF PIC X VALUE 'N'.
               88 END-OF-QUERY VALUE 'Y'.
           01 WS-AUDT-EOF PIC X VALUE 'N'.
               88 END-OF-AUDIT VALUE 'Y'.
           01 WS-OUT-EOF PIC X VALUE 'N'.
               88 END-OF-OUT VALUE 'Y'.
           01 WS-OUTH-EOF PIC X VALUE 'N'.
               88 END-OF-OUTH VALUE 'Y'.
           01 WS-FINT-EOF PIC X VALUE 'N'.
               88 END-OF-FINT VALUE 'Y'.
           01 WS-SORT-EOF PIC X VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.
           01 WS-FIRST-RECORD PIC X VALUE 'Y'.
               88 IS-FIRST-RECORD VALUE 'Y'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
      *    Items asked about.  Looked up linearly for every record
      *    on every input file, so the list is kept short - this
      *    is an inquiry, not a batch extract.
           01 WS-MAX-QUERY PIC 9(3) VALUE 50.
           01 WS-QRY-COUNT PIC 9(3) VALUE ZERO.
           01 WS-QRY-TABLE.
               05 WS-QRY-ITEM OCCURS 50 TIMES PIC 9(7).
           01 WS-QRY-SUB PIC 9(3).
           01 WS-FIND-ITEM PIC 9(7).
           01 WS-QRY-FOUND PIC X.
               88 QUERY-ITEM-FOUND VALUE 'Y'.
           01 WS-INPUT-SEQ PIC 9(7) VALUE ZERO.
           01 WS-FINT-DATE PIC 9(8) VALUE ZERO.
           01 WS-EXTENDED-VALUE PIC 9(10)V99.
      *    Per-item state carried across the sorted events.
           01 WS-PREV-ITEM PIC 9(7).
           01 WS-PREV-DATE PIC 9(8).
           01 WS-HAVE-VINTAGE PIC X.
               88 HAVE-PREV-VINTAGE VALUE 'Y'.
           01 WS-PREV-CLASS PIC X(80).
           01 WS-PREV-VALUE PIC 9(10)V99.
           01 WS-CLASS-TEXT PIC X(80).
           01 WS-CLASS-MOVED PIC X.
               88 CLASS-MOVED VALUE 'Y'.
           01 WS-VALUE-MOVED PIC X.
               88 VALUE-MOVED VALUE 'Y'.
           01 WS-CHANGE-TEXT PIC X(16).
           01 WS-FIN-DATE PIC 9(8).
           01 WS-FIN-SENDS PIC 9(3).
           01 WS-FIN-SHOWN PIC X.
               88 FIN-SEND-SHOWN VALUE 'Y'.
           01 WS-FIN-TEXT PIC X(8).
           01 WS-ITM-MAINT PIC 9(5).
           01 WS-ITM-VINTAGES PIC 9(5).
           01 WS-ITM-CLASS-CHG PIC 9(5).
           01 WS-ITM-VALUE-CHG PIC 9(5).
           01 WS-ITM-SENDS PIC 9(5).
           01 WS-ITM-EVENTS PIC 9(5).
           01 WS-CNT-NO-HISTORY PIC 9(3) VALUE ZERO.
           01 WS-EDIT-QTY PIC ZZ,ZZ9.
           01 WS-EDIT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-QUERY
           PERFORM 2000-SORT-HISTORY
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The processing date only labels the report and its
      *    FIZZRNDX entry - every vintage on file is reported
      *    whatever its date.
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
           END-IF.

       1100-LOAD-QUERY.
           OPEN INPUT ITEMHQRY
           PERFORM UNTIL END-OF-QUERY
             READ ITEMHQRY
               AT END
                 SET END-OF-QUERY TO TRUE
               NOT AT END
                 PERFORM 1150-ADD-QUERY-ITEM
             END-READ
           END-PERFORM
           CLOSE ITEMHQRY
           IF WS-QRY-COUNT = ZERO
             DISPLAY 'ITEMHIST: ITEMHQRY HAS NO ITEM NUMBERS - '
                 'ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT FIZZPRNT.

       1150-ADD-QUERY-ITEM.
           IF HQ-ITEM-NUMBER NOT NUMERIC
             DISPLAY 'ITEMHIST: ITEMHQRY ENTRY ' ITEMHQRY-RECORD
                 ' IS NOT A NUMERIC ITEM NUMBER - IGNORED'
           ELSE
             MOVE HQ-ITEM-NUMBER TO WS-FIND-ITEM
             PERFORM 1400-FIND-QUERY-ITEM
             IF NOT QUERY-ITEM-FOUND
               IF WS-QRY-COUNT >= WS-MAX-QUERY
                 DISPLAY 'ITEMHIST: MORE THAN ' WS-MAX-QUERY
                     ' ITEMS ON ITEMHQRY - ABORTING'
                 CLOSE ITEMHQRY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-QRY-COUNT
               MOVE HQ-ITEM-NUMBER TO WS-QRY-ITEM(WS-QRY-COUNT)
             END-IF
           END-IF.

       1400-FIND-QUERY-ITEM.
           MOVE 'N' TO WS-QRY-FOUND
           PERFORM VARYING WS-QRY-SUB FROM 1 BY 1
                   UNTIL WS-QRY-SUB > WS-QRY-COUNT
                      OR QUERY-ITEM-FOUND
             IF WS-QRY-ITEM(WS-QRY-SUB) = WS-FIND-ITEM
               SET QUERY-ITEM-FOUND TO TRUE
             END-IF
           END-PERFORM.

       2000-SORT-HISTORY.
           SORT SORTWORK
               ON ASCENDING KEY SW-ITEM-NUMBER SW-EVENT-DATE
                   SW-EVENT-TYPE SW-EVENT-STAMP SW-INPUT-SEQ
               INPUT PROCEDURE IS 3000-SORT-INPUT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.

       3000-SORT-INPUT.
           PERFORM VARYING WS-QRY-SUB FROM 1 BY 1
                   UNTIL WS-QRY-SUB > WS-QRY-COUNT
             INITIALIZE SW-RECORD
             MOVE WS-QRY-ITEM(WS-QRY-SUB) TO SW-ITEM-NUMBER
             SET SW-ITEM-HEADER TO TRUE
             RELEASE SW-RECORD
           END-PERFORM
           PERFORM 3100-RELEASE-AUDIT
           PERFORM 3200-RELEASE-LIVE-EXTRACT
           PERFORM 3300-RELEASE-ARCHIVE
           PERFORM 3400-RELEASE-FINANCE.

       3100-RELEASE-AUDIT.
           OPEN INPUT ITEMAUDT
           IF WS-AUDT-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-AUDIT
               READ ITEMAUDT
                 AT END
                   SET END-OF-AUDIT TO TRUE
                 NOT AT END
                   MOVE IA-ITEM-NUMBER TO WS-FIND-ITEM
                   PERFORM 1400-FIND-QUERY-ITEM
                   IF QUERY-ITEM-FOUND
                     INITIALIZE SW-RECORD
                     ADD 1 TO WS-INPUT-SEQ
                     MOVE IA-ITEM-NUMBER     TO SW-ITEM-NUMBER
                     MOVE IA-TIMESTAMP(1:8)  TO SW-EVENT-DATE
                     SET SW-MAINTENANCE TO TRUE
                     MOVE IA-TIMESTAMP       TO SW-EVENT-STAMP
                     MOVE WS-INPUT-SEQ       TO SW-INPUT-SEQ
                     MOVE IA-TRANS-CODE      TO SW-TRANS-CODE
                     MOVE IA-STATUS          TO SW-STATUS
                     MOVE IA-REASON          TO SW-REASON
                     RELEASE SW-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ITEMAUDT
           ELSE
             DISPLAY 'ITEMHIST: ITEMAUDT NOT AVAILABLE - FILE STATUS '
                 WS-AUDT-FILE-STATUS ' - NO MAINTENANCE HISTORY'
           END-IF.

       3200-RELEASE-LIVE-EXTRACT.
           OPEN INPUT FIZZOUT
           IF WS-OUT-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-OUT
               READ FIZZOUT
                 AT END
                   SET END-OF-OUT TO TRUE
                 NOT AT END
                   MOVE FO-NUMBER TO WS-FIND-ITEM
                   PERFORM 1400-FIND-QUERY-ITEM
                   IF QUERY-ITEM-FOUND
                     MOVE 'LIVE' TO SW-SOURCE
                     PERFORM 3250-RELEASE-VINTAGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUT
           ELSE
             DISPLAY 'ITEMHIST: FIZZOUT NOT AVAILABLE - FILE STATUS '
                 WS-OUT-FILE-STATUS
           END-IF.

      *    Shared by the live and archive passes - the archive
      *    record is moved into the FIZZOUT layout first.
       3250-RELEASE-VINTAGE.
           COMPUTE WS-EXTENDED-VALUE = FO-ITEM-QUANTITY *
               FO-ITEM-UNIT-PRICE
           ADD 1 TO WS-INPUT-SEQ
           MOVE FO-NUMBER           TO SW-ITEM-NUMBER
           MOVE FO-RUN-DATE         TO SW-EVENT-DATE
           SET SW-VINTAGE TO TRUE
           MOVE SPACES              TO SW-EVENT-STAMP
           MOVE WS-INPUT-SEQ        TO SW-INPUT-SEQ
           MOVE SPACES              TO SW-TRANS-CODE
           MOVE SPACES              TO SW-STATUS
           MOVE SPACES              TO SW-REASON
           IF FO-INDICATOR = SPACES
             MOVE 'PLAIN' TO SW-CLASS
           ELSE
             MOVE FO-INDICATOR TO SW-CLASS
           END-IF
           MOVE FO-ITEM-CATEGORY    TO SW-CATEGORY
           MOVE FO-ITEM-QUANTITY    TO SW-QUANTITY
           MOVE WS-EXTENDED-VALUE   TO SW-EXT-VALUE
           RELEASE SW-RECORD.

       3300-RELEASE-ARCHIVE.
           OPEN INPUT FIZZOUTH
           IF WS-OUTH-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-OUTH
               READ FIZZOUTH
                 AT END
                   SET END-OF-OUTH TO TRUE
                 NOT AT END
                   MOVE FOH-NUMBER TO WS-FIND-ITEM
                   PERFORM 1400-FIND-QUERY-ITEM
                   IF QUERY-ITEM-FOUND
                     MOVE FIZZOUTH-RECORD TO FIZZOUT-RECORD
                     MOVE 'HIST' TO SW-SOURCE
                     PERFORM 3250-RELEASE-VINTAGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZOUTH
           END-IF.

      *    FIZZFINT is read as every generation concatenated.
      *    Each generation opens with a header naming its
      *    processing date, and the details under it belong to
      *    that date.
       3400-RELEASE-FINANCE.
           OPEN INPUT FIZZFINT
           IF WS-FINT-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-FINT
               READ FIZZFINT
                 AT END
                   SET END-OF-FINT TO TRUE
                 NOT AT END
                   EVALUATE TRUE
                     WHEN FI-HEADER
                       MOVE FI-HDR-PROCESS-DATE TO WS-FINT-DATE
                     WHEN FI-DETAIL
                       MOVE FI-DTL-NUMBER TO WS-FIND-ITEM
                       PERFORM 1400-FIND-QUERY-ITEM
                       IF QUERY-ITEM-FOUND
                         INITIALIZE SW-RECORD
                         ADD 1 TO WS-INPUT-SEQ
                         MOVE FI-DTL-NUMBER TO SW-ITEM-NUMBER
                         MOVE WS-FINT-DATE  TO SW-EVENT-DATE
                         SET SW-FINANCE-SEND TO TRUE
                         MOVE WS-INPUT-SEQ  TO SW-INPUT-SEQ
                         RELEASE SW-RECORD
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE FIZZFINT
           END-IF.

       4000-SORT-OUTPUT.
           PERFORM UNTIL END-OF-SORT
             RETURN SORTWORK
               AT END
                 SET END-OF-SORT TO TRUE
               NOT AT END
                 PERFORM 4100-PROCESS-EVENT
             END-RETURN
           END-PERFORM
           IF NOT IS-FIRST-RECORD
             PERFORM 4800-ITEM-BREAK
           END-IF
           PERFORM 4900-GRAND-TOTAL.

       4100-PROCESS-EVENT.
           IF IS-FIRST-RECORD
             MOVE 'N' TO WS-FIRST-RECORD
             PERFORM 4300-ITEM-HEADER
           ELSE
             IF SW-ITEM-NUMBER NOT = WS-PREV-ITEM
               PERFORM 4800-ITEM-BREAK
               PERFORM 4300-ITEM-HEADER
             END-IF
           END-IF
           IF SW-EVENT-DATE NOT = WS-PREV-DATE
             PERFORM 4600-FLUSH-FINANCE
             MOVE SW-EVENT-DATE TO WS-PREV-DATE
           END-IF
           EVALUATE TRUE
             WHEN SW-MAINTENANCE
               PERFORM 4400-MAINTENANCE-LINE
             WHEN SW-FINANCE-SEND
               ADD 1 TO WS-ITM-EVENTS
               ADD 1 TO WS-ITM-SENDS
               ADD 1 TO WS-FIN-SENDS
               MOVE SW-EVENT-DATE TO WS-FIN-DATE
             WHEN SW-VINTAGE
               PERFORM 4500-VINTAGE-LINE
           END-EVALUATE.

       4300-ITEM-HEADER.
           MOVE SW-ITEM-NUMBER TO WS-PREV-ITEM
           MOVE ZERO TO WS-PREV-DATE
           MOVE 'N' TO WS-HAVE-VINTAGE
           MOVE SPACES TO WS-PREV-CLASS
           MOVE ZERO TO WS-PREV-VALUE
           MOVE ZERO TO WS-FIN-DATE
           MOVE ZERO TO WS-FIN-SENDS
           MOVE 'N' TO WS-FIN-SHOWN
           MOVE ZERO TO WS-ITM-MAINT
           MOVE ZERO TO WS-ITM-VINTAGES
           MOVE ZERO TO WS-ITM-CLASS-CHG
           MOVE ZERO TO WS-ITM-VALUE-CHG
           MOVE ZERO TO WS-ITM-SENDS
           MOVE ZERO TO WS-ITM-EVENTS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ITEM ' SW-ITEM-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DATE      EVENT   SRC   CLASSIFICATION / '
               'MAINTENANCE             CAT    QTY   EXTENDED VALUE'
               '  FINANCE   CHANGE'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       4400-MAINTENANCE-LINE.
           ADD 1 TO WS-ITM-EVENTS
           ADD 1 TO WS-ITM-MAINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' SW-EVENT-DATE '  MAINT   '
               SW-EVENT-STAMP(9:2) ':' SW-EVENT-STAMP(11:2)
               '  ' SW-TRANS-CODE ' ' SW-STATUS ' ' SW-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

      *    A vintage is compared with the one before it for the
      *    same item; the first vintage on file has nothing to
      *    compare against and is marked as such.
       4500-VINTAGE-LINE.
           ADD 1 TO WS-ITM-EVENTS
           ADD 1 TO WS-ITM-VINTAGES
           MOVE 'N' TO WS-CLASS-MOVED
           MOVE 'N' TO WS-VALUE-MOVED
           MOVE SPACES TO WS-CHANGE-TEXT
           IF NOT HAVE-PREV-VINTAGE
             MOVE 'FIRST ON FILE' TO WS-CHANGE-TEXT
           ELSE
             IF SW-CLASS NOT = WS-PREV-CLASS
               SET CLASS-MOVED TO TRUE
               ADD 1 TO WS-ITM-CLASS-CHG
             END-IF
             IF SW-EXT-VALUE NOT = WS-PREV-VALUE
               SET VALUE-MOVED TO TRUE
               ADD 1 TO WS-ITM-VALUE-CHG
             END-IF
             EVALUATE TRUE
               WHEN CLASS-MOVED AND VALUE-MOVED
                 MOVE 'CLASS AND VALUE' TO WS-CHANGE-TEXT
               WHEN CLASS-MOVED
                 MOVE 'CLASS CHANGED' TO WS-CHANGE-TEXT
               WHEN VALUE-MOVED
                 MOVE 'VALUE CHANGED' TO WS-CHANGE-TEXT
             END-EVALUATE
           END-IF
           IF WS-FIN-SENDS > ZERO AND WS-FIN-DATE = SW-EVENT-DATE
             MOVE 'SENT' TO WS-FIN-TEXT
             SET FIN-SEND-SHOWN TO TRUE
           ELSE
             MOVE 'NOT SENT' TO WS-FIN-TEXT
           END-IF
           MOVE SW-QUANTITY  TO WS-EDIT-QTY
           MOVE SW-EXT-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' SW-EVENT-DATE '  EXTRACT ' SW-SOURCE '  '
               SW-CLASS(1:40) ' ' SW-CATEGORY ' ' WS-EDIT-QTY
               ' ' WS-EDIT-VALUE '  ' WS-FIN-TEXT '  '
               WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF CLASS-MOVED
             MOVE SPACES TO WS-PRINT-LINE
             STRING '                    CLASS WAS ' WS-PREV-CLASS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           IF VALUE-MOVED
             MOVE WS-PREV-VALUE TO WS-EDIT-VALUE
             MOVE SPACES TO WS-PRINT-LINE
             STRING '                    VALUE WAS ' WS-EDIT-VALUE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           SET HAVE-PREV-VINTAGE TO TRUE
           MOVE SW-CLASS     TO WS-PREV-CLASS
           MOVE SW-EXT-VALUE TO WS-PREV-VALUE.

      *    A finance send with no extract vintage for the same
      *    date (the vintage archived away, or the extract
      *    rewritten since) is still history worth showing.
       4600-FLUSH-FINANCE.
           IF WS-FIN-SENDS > ZERO AND NOT FIN-SEND-SHOWN
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  ' WS-FIN-DATE '  FINANCE       SENT ON '
                 'FIZZFINT - NO FIZZOUT VINTAGE ON FILE FOR THIS DATE'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           MOVE ZERO TO WS-FIN-SENDS
           MOVE 'N' TO WS-FIN-SHOWN.

       4800-ITEM-BREAK.
           PERFORM 4600-FLUSH-FINANCE
           IF WS-ITM-EVENTS = ZERO
             ADD 1 TO WS-CNT-NO-HISTORY
             MOVE '  NO MAINTENANCE, EXTRACT OR FINANCE HISTORY ON FILE'
                 TO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           ELSE
             MOVE SPACES TO WS-PRINT-LINE
             STRING '    MAINTENANCE ACTIONS ' WS-ITM-MAINT
                 '  VINTAGES ' WS-ITM-VINTAGES
                 '  CLASS CHANGES ' WS-ITM-CLASS-CHG
                 '  VALUE CHANGES ' WS-ITM-VALUE-CHG
                 '  FINANCE SENDS ' WS-ITM-SENDS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF.

       4900-GRAND-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS ASKED ABOUT  . . . . ' WS-QRY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ITEMS WITH NO HISTORY  . . ' WS-CNT-NO-HISTORY
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

       8200-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'ITEMHIST: ITEM LIFECYCLE INQUIRY' TO PRNT-RECORD
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
           MOVE 'ITEMHIST'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
