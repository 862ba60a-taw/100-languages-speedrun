       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSTAT.

      *    Operator status of the nightly stream for any
      *    processing date, off the FIZZRCTL run-control file.
      *    For each stream (job id and run mode) that ran the
      *    date, every stream step is listed in running order
      *    with when it started and completed, its return code,
      *    how many attempts and skips it has had, and whether it
      *    still has to run.  Each stream ends with a verdict -
      *    complete, the step a resubmission will pick up at, or
      *    held because FIZZRUN has not completed cleanly.
      *    A partition stream - a job id on FIZZPTBL - only ever
      *    runs FIZZRUN, so that is the only step it is expected
      *    to have; the rest of the stream runs under the FIZZPARM
      *    job id once FIZZPMRG has merged the partitions.
      *    The FIZZSPRM control card picks the date and stream
      *    and can reset a step first so the next submission
      *    runs it again.  Return code 0 when every stream
      *    reported is complete, 4 when any is not (or nothing
      *    ran), 16 for a card that cannot be acted on.  The
      *    report goes to the FIZZPRNT print file with a record
      *    on the FIZZRNDX run index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZSPRM ASSIGN TO "FIZZSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRM-FILE-STATUS.
           SELECT FIZZPTBL ASSIGN TO "FIZZPTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTBL-FILE-STATUS.
           SELECT FIZZRCTL ASSIGN TO "FIZZRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT FIZZPRNT ASSIGN TO "FIZZPRNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRNDX ASSIGN TO "FIZZRNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  FIZZSPRM.
           COPY FIZZSPRM.
       FD  FIZZPTBL.
           COPY FIZZPTBL.
       FD  FIZZRCTL.
           COPY FIZZRCTL.
       FD  FIZZPRNT.
           01  PRNT-RECORD PIC X(132).
       FD  FIZZRNDX.
           COPY FIZZRNDX.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-SPRM-FILE-STATUS PIC XX.
           01 WS-RCTL-FILE-STATUS PIC XX.
           01 WS-PTBL-FILE-STATUS PIC XX.
           01 WS-PTBL-EOF PIC X VALUE 'N'.
               88 END-OF-PTBL VALUE 'Y'.
      *    Partition job ids off FIZZPTBL - streams that run
      *    FIZZRUN alone.
           01 WS-MAX-PARTITIONS PIC 9(2) VALUE 20.
           01 WS-PT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-PARTITION-TABLE.
               05 WS-PT-JOB-ID OCCURS 20 TIMES PIC X(8).
           01 WS-PT-SUB PIC 9(2).
           01 WS-PARTITION-SW PIC X.
               88 PARTITION-STREAM VALUE 'Y'.
           01 WS-RNDX-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-RCTL-EOF PIC X VALUE 'N'.
               88 END-OF-RCTL VALUE 'Y'.
           01 WS-RCTL-OPEN PIC X VALUE 'N'.
               88 RCTL-IS-OPEN VALUE 'Y'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-CARD-JOB-ID PIC X(8) VALUE SPACES.
           01 WS-CARD-RUN-MODE PIC X(1) VALUE 'F'.
           01 WS-RESET-REQUEST PIC X VALUE 'N'.
               88 RESET-REQUESTED VALUE 'Y'.
           01 WS-RESET-STEP PIC X(8) VALUE SPACES.
           01 WS-RESET-BY PIC X(8) VALUE SPACES.
           01 WS-RESET-COUNT PIC 9(3) VALUE ZERO.
           01 WS-HEAD-STEP PIC X(8) VALUE 'FIZZRUN'.
           01 WS-CLEAN-RC PIC 9(3) VALUE 4.
      *    The stream's steps in the order the nightly JCL runs
      *    them; a step found on FIZZRCTL that is not in this
      *    list is still reported, after these.
           01 WS-STEP-NAMES-INIT.
               05 FILLER PIC X(8) VALUE 'FIZZRUN'.
               05 FILLER PIC X(8) VALUE 'FEXTSTEP'.
               05 FILLER PIC X(8) VALUE 'RPTSTEP'.
               05 FILLER PIC X(8) VALUE 'BALSTEP'.
               05 FILLER PIC X(8) VALUE 'HVALSTEP'.
               05 FILLER PIC X(8) VALUE 'CMIXSTEP'.
               05 FILLER PIC X(8) VALUE 'MOVESTEP'.
           01 WS-STEP-NAMES REDEFINES WS-STEP-NAMES-INIT.
               05 WS-STD-STEP OCCURS 7 TIMES PIC X(8).
           01 WS-STD-STEP-COUNT PIC 9(2) VALUE 7.
      *    One entry per stream reported, each with a slot per
      *    step - the standard steps first, in running order.
           01 WS-MAX-STREAMS PIC 9(2) VALUE 20.
           01 WS-MAX-STEPS PIC 9(2) VALUE 12.
           01 WS-STREAM-COUNT PIC 9(2) VALUE ZERO.
           01 WS-STREAM-TABLE.
               05 WS-STR-ENTRY OCCURS 20 TIMES.
                   10 WS-STR-JOB-ID       PIC X(8).
                   10 WS-STR-RUN-MODE     PIC X(1).
                   10 WS-STR-STEP-COUNT   PIC 9(2).
                   10 WS-STR-STEP OCCURS 12 TIMES.
                       15 WS-STP-NAME     PIC X(8).
                       15 WS-STP-FOUND    PIC X(1).
                       15 WS-STP-STATUS   PIC X(1).
                       15 WS-STP-START    PIC X(16).
                       15 WS-STP-END      PIC X(16).
                       15 WS-STP-RC       PIC 9(3).
                       15 WS-STP-ATTEMPTS PIC 9(3).
                       15 WS-STP-SKIPS    PIC 9(3).
                       15 WS-STP-RESET-BY PIC X(8).
           01 WS-STR-SUB PIC 9(2).
           01 WS-STP-SUB PIC 9(2).
           01 WS-FOUND-SW PIC X.
               88 ENTRY-FOUND VALUE 'Y'.
           01 WS-CNT-COMPLETE PIC 9(3) VALUE ZERO.
           01 WS-CNT-INCOMPLETE PIC 9(3) VALUE ZERO.
           01 WS-CNT-HELD PIC 9(3) VALUE ZERO.
           01 WS-NEXT-STEP PIC X(8).
           01 WS-HEAD-CLEAN PIC X.
               88 HEAD-IS-CLEAN VALUE 'Y'.
           01 WS-MODE-TEXT PIC X(11).
           01 WS-STATUS-TEXT PIC X(24).
           01 WS-RC-TEXT PIC X(3).
           01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-OPEN-RUN-CONTROL
           IF RESET-REQUESTED
             PERFORM 2000-RESET-STEP
           END-IF
           IF RCTL-IS-OPEN
             PERFORM 3000-LOAD-STREAMS
             CLOSE FIZZRCTL
           END-IF
           PERFORM 4000-PRINT-STREAMS
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 9500-CLOSE-PRINT
           STOP RUN.

      *    The processing date is the default date to report.
      *    Missing file or zero date falls back to the current
      *    date, per the FIZZCPRM convention.
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
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           PERFORM 1050-LOAD-PARTITIONS
           OPEN OUTPUT FIZZPRNT.

      *    No FIZZPTBL, or an empty one, simply means no stream is
      *    a partition.
       1050-LOAD-PARTITIONS.
           OPEN INPUT FIZZPTBL
           IF WS-PTBL-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-PTBL
               READ FIZZPTBL
                 AT END
                   SET END-OF-PTBL TO TRUE
                 NOT AT END
                   IF PT-JOB-ID NOT = SPACES
                           AND WS-PT-COUNT < WS-MAX-PARTITIONS
                     ADD 1 TO WS-PT-COUNT
                     MOVE PT-JOB-ID TO WS-PT-JOB-ID(WS-PT-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZPTBL
           END-IF.

       1100-READ-CONTROL-CARD.
           OPEN INPUT FIZZSPRM
           IF WS-SPRM-FILE-STATUS = '00'
             READ FIZZSPRM
               AT END
                 MOVE '10' TO WS-SPRM-FILE-STATUS
             END-READ
             IF WS-SPRM-FILE-STATUS = '00'
               PERFORM 1150-EDIT-CONTROL-CARD
             END-IF
             CLOSE FIZZSPRM
           END-IF.

       1150-EDIT-CONTROL-CARD.
           IF SP-PROCESS-DATE NOT = SPACES
             IF SP-PROCESS-DATE NOT NUMERIC
               DISPLAY 'FIZZSTAT: FIZZSPRM DATE ' SP-PROCESS-DATE
                   ' IS NOT NUMERIC - ABORTING'
               PERFORM 1900-ABORT-CARD
             END-IF
             IF SP-PROCESS-DATE NOT = ZERO
               MOVE SP-PROCESS-DATE TO WS-REPORT-DATE
             END-IF
           END-IF
           MOVE SP-JOB-ID TO WS-CARD-JOB-ID
           IF SP-RUN-MODE = 'D'
             MOVE 'D' TO WS-CARD-RUN-MODE
           END-IF
           IF SP-RESET-STEP
             IF SP-JOB-ID = SPACES
                     OR SP-STEP-NAME = SPACES
                     OR SP-REQUESTED-BY = SPACES
               DISPLAY 'FIZZSTAT: A RESET NEEDS THE JOB ID, STEP '
                   'AND REQUESTER - ABORTING'
               PERFORM 1900-ABORT-CARD
             END-IF
             SET RESET-REQUESTED TO TRUE
             MOVE SP-STEP-NAME    TO WS-RESET-STEP
             MOVE SP-REQUESTED-BY TO WS-RESET-BY
           ELSE
             IF SP-ACTION NOT = SPACES
               DISPLAY 'FIZZSTAT: FIZZSPRM ACTION ' SP-ACTION
                   ' IS NOT R OR BLANK - ABORTING'
               PERFORM 1900-ABORT-CARD
             END-IF
           END-IF.

       1200-OPEN-RUN-CONTROL.
           IF RESET-REQUESTED
             OPEN I-O FIZZRCTL
           ELSE
             OPEN INPUT FIZZRCTL
           END-IF
           IF WS-RCTL-FILE-STATUS = '00'
             SET RCTL-IS-OPEN TO TRUE
           ELSE
             DISPLAY 'FIZZSTAT: FIZZRCTL NOT AVAILABLE - FILE STATUS '
                 WS-RCTL-FILE-STATUS ' - NO STREAM HAS RECORDED ANY '
                 'STEP'
             IF RESET-REQUESTED
               DISPLAY 'FIZZSTAT: NOTHING TO RESET - ABORTING'
               PERFORM 1900-ABORT-CARD
             END-IF
           END-IF.

       1900-ABORT-CARD.
           CLOSE FIZZSPRM FIZZPRNT
           IF RCTL-IS-OPEN
             CLOSE FIZZRCTL
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Resetting FIZZRUN resets every step of the stream with
      *    it: the downstream steps all read the extract FIZZRUN
      *    writes, so none of them can stand once it is redone.
       2000-RESET-STEP.
           INITIALIZE FIZZRCTL-RECORD
           MOVE WS-REPORT-DATE   TO RCT-PROCESS-DATE
           MOVE WS-CARD-JOB-ID   TO RCT-JOB-ID
           MOVE WS-CARD-RUN-MODE TO RCT-RUN-MODE
           MOVE WS-RESET-STEP    TO RCT-STEP-NAME
           READ FIZZRCTL
             INVALID KEY
               DISPLAY 'FIZZSTAT: ' WS-RESET-STEP ' HAS NO RUN '
                   'CONTROL RECORD FOR ' WS-REPORT-DATE ' JOB '
                   WS-CARD-JOB-ID ' MODE ' WS-CARD-RUN-MODE
                   ' - NOTHING TO RESET - ABORTING'
               PERFORM 1900-ABORT-CARD
           END-READ
           IF WS-RESET-STEP = WS-HEAD-STEP
             MOVE LOW-VALUES TO RCT-STEP-NAME
             START FIZZRCTL KEY NOT LESS THAN RCT-KEY
               INVALID KEY
                 SET END-OF-RCTL TO TRUE
             END-START
             PERFORM UNTIL END-OF-RCTL
               READ FIZZRCTL NEXT RECORD
                 AT END
                   SET END-OF-RCTL TO TRUE
               END-READ
               IF NOT END-OF-RCTL
                 IF RCT-PROCESS-DATE NOT = WS-REPORT-DATE
                         OR RCT-JOB-ID NOT = WS-CARD-JOB-ID
                         OR RCT-RUN-MODE NOT = WS-CARD-RUN-MODE
                   SET END-OF-RCTL TO TRUE
                 ELSE
                   PERFORM 2100-MARK-RESET
                 END-IF
               END-IF
             END-PERFORM
             MOVE 'N' TO WS-RCTL-EOF
           ELSE
             PERFORM 2100-MARK-RESET
           END-IF.

       2100-MARK-RESET.
           SET RCT-RESET TO TRUE
           MOVE WS-RESET-BY TO RCT-RESET-BY
           MOVE WS-CURRENT-DATE(1:16) TO RCT-RESET-STAMP
           REWRITE FIZZRCTL-RECORD
           ADD 1 TO WS-RESET-COUNT
           DISPLAY 'FIZZSTAT: ' RCT-STEP-NAME ' RESET FOR '
               RCT-PROCESS-DATE ' JOB ' RCT-JOB-ID ' MODE '
               RCT-RUN-MODE ' BY ' WS-RESET-BY.

      *    Every record for the date, in key order, is slotted
      *    under its stream.  A card naming one stream reports
      *    that stream even if it has not started.
       3000-LOAD-STREAMS.
           IF WS-CARD-JOB-ID NOT = SPACES
             MOVE WS-CARD-JOB-ID   TO RCT-JOB-ID
             MOVE WS-CARD-RUN-MODE TO RCT-RUN-MODE
             PERFORM 3200-FIND-STREAM
           END-IF
           MOVE LOW-VALUES TO RCT-KEY
           MOVE WS-REPORT-DATE TO RCT-PROCESS-DATE
           START FIZZRCTL KEY NOT LESS THAN RCT-KEY
             INVALID KEY
               SET END-OF-RCTL TO TRUE
           END-START
           PERFORM UNTIL END-OF-RCTL
             READ FIZZRCTL NEXT RECORD
               AT END
                 SET END-OF-RCTL TO TRUE
             END-READ
             IF NOT END-OF-RCTL
               IF RCT-PROCESS-DATE NOT = WS-REPORT-DATE
                 SET END-OF-RCTL TO TRUE
               ELSE
                 IF WS-CARD-JOB-ID = SPACES
                         OR (RCT-JOB-ID = WS-CARD-JOB-ID
                         AND RCT-RUN-MODE = WS-CARD-RUN-MODE)
                   PERFORM 3100-SLOT-RECORD
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       3100-SLOT-RECORD.
           PERFORM 3200-FIND-STREAM
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STR-STEP-COUNT(WS-STR-SUB)
                      OR ENTRY-FOUND
             IF WS-STP-NAME(WS-STR-SUB, WS-STP-SUB) = RCT-STEP-NAME
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM WS-STP-SUB
           ELSE
             IF WS-STR-STEP-COUNT(WS-STR-SUB) >= WS-MAX-STEPS
               DISPLAY 'FIZZSTAT: MORE THAN ' WS-MAX-STEPS ' STEPS '
                   'FOR JOB ' RCT-JOB-ID ' - ' RCT-STEP-NAME
                   ' NOT REPORTED'
               MOVE ZERO TO WS-STP-SUB
             ELSE
               ADD 1 TO WS-STR-STEP-COUNT(WS-STR-SUB)
               MOVE WS-STR-STEP-COUNT(WS-STR-SUB) TO WS-STP-SUB
               MOVE RCT-STEP-NAME
                   TO WS-STP-NAME(WS-STR-SUB, WS-STP-SUB)
             END-IF
           END-IF
           IF WS-STP-SUB > ZERO
             MOVE 'Y' TO WS-STP-FOUND(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-STEP-STATUS
                 TO WS-STP-STATUS(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-START-STAMP
                 TO WS-STP-START(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-END-STAMP
                 TO WS-STP-END(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-RETURN-CODE
                 TO WS-STP-RC(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-ATTEMPTS
                 TO WS-STP-ATTEMPTS(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-SKIPS
                 TO WS-STP-SKIPS(WS-STR-SUB, WS-STP-SUB)
             MOVE RCT-RESET-BY
                 TO WS-STP-RESET-BY(WS-STR-SUB, WS-STP-SUB)
           END-IF.

      *    Finds the stream for RCT-JOB-ID/RCT-RUN-MODE, adding it
      *    with the standard steps pre-slotted as not started - or
      *    FIZZRUN alone for a partition stream.
       3200-FIND-STREAM.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STREAM-COUNT
                      OR ENTRY-FOUND
             IF WS-STR-JOB-ID(WS-STR-SUB) = RCT-JOB-ID
                     AND WS-STR-RUN-MODE(WS-STR-SUB) = RCT-RUN-MODE
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM WS-STR-SUB
           ELSE
             IF WS-STREAM-COUNT >= WS-MAX-STREAMS
               DISPLAY 'FIZZSTAT: MORE THAN ' WS-MAX-STREAMS
                   ' STREAMS FOR ' WS-REPORT-DATE ' - ABORTING'
               CLOSE FIZZRCTL FIZZPRNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-STREAM-COUNT
             MOVE WS-STREAM-COUNT TO WS-STR-SUB
             INITIALIZE WS-STR-ENTRY(WS-STR-SUB)
             MOVE RCT-JOB-ID   TO WS-STR-JOB-ID(WS-STR-SUB)
             MOVE RCT-RUN-MODE TO WS-STR-RUN-MODE(WS-STR-SUB)
             MOVE 'N' TO WS-PARTITION-SW
             PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                     UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-JOB-ID(WS-PT-SUB) = RCT-JOB-ID
                 SET PARTITION-STREAM TO TRUE
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN PARTITION-STREAM
                 MOVE 1 TO WS-STR-STEP-COUNT(WS-STR-SUB)
               WHEN OTHER
                 MOVE WS-STD-STEP-COUNT
                     TO WS-STR-STEP-COUNT(WS-STR-SUB)
             END-EVALUATE
             PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                     UNTIL WS-STP-SUB > WS-STR-STEP-COUNT(WS-STR-SUB)
               MOVE WS-STD-STEP(WS-STP-SUB)
                   TO WS-STP-NAME(WS-STR-SUB, WS-STP-SUB)
               MOVE 'N' TO WS-STP-FOUND(WS-STR-SUB, WS-STP-SUB)
             END-PERFORM
           END-IF.

       4000-PRINT-STREAMS.
           IF RESET-REQUESTED
             MOVE SPACES TO WS-PRINT-LINE
             STRING 'RESET BY ' WS-RESET-BY ': ' WS-RESET-STEP
                 ' FOR JOB ' WS-CARD-JOB-ID ' MODE ' WS-CARD-RUN-MODE
                 ' - ' WS-RESET-COUNT ' STEP RECORDS RESET'
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           IF WS-STREAM-COUNT = ZERO
             MOVE SPACES TO WS-PRINT-LINE
             STRING '  NO STREAM ACTIVITY RECORDED FOR '
                 WS-REPORT-DATE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM 8000-WRITE-LINE
           END-IF
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STREAM-COUNT
             PERFORM 4100-PRINT-ONE-STREAM
           END-PERFORM.

       4100-PRINT-ONE-STREAM.
           IF WS-STR-RUN-MODE(WS-STR-SUB) = 'D'
             MOVE 'DELTA MERGE' TO WS-MODE-TEXT
           ELSE
             MOVE 'FULL SWEEP' TO WS-MODE-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STREAM: JOB ' WS-STR-JOB-ID(WS-STR-SUB) '  '
               WS-MODE-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STEP      STATUS                    STARTED     '
               '      COMPLETED         RC  ATTEMPTS  SKIPS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-NEXT-STEP
           MOVE 'N' TO WS-HEAD-CLEAN
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STR-STEP-COUNT(WS-STR-SUB)
             PERFORM 4200-PRINT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
             WHEN NOT HEAD-IS-CLEAN
               ADD 1 TO WS-CNT-HELD
               MOVE '  ** HELD - FIZZRUN HAS NOT COMPLETED CLEANLY - '
                   TO WS-PRINT-LINE
               MOVE 'NO DOWNSTREAM STEP WILL RUN'
                   TO WS-PRINT-LINE(50:27)
             WHEN WS-NEXT-STEP NOT = SPACES
               ADD 1 TO WS-CNT-INCOMPLETE
               STRING '  ** INCOMPLETE - A RESUBMISSION PICKS UP AT '
                   WS-NEXT-STEP
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
             WHEN OTHER
               ADD 1 TO WS-CNT-COMPLETE
               MOVE '  STREAM COMPLETE' TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-LINE.

       4200-PRINT-ONE-STEP.
           MOVE SPACES TO WS-RC-TEXT
           IF WS-STP-FOUND(WS-STR-SUB, WS-STP-SUB) NOT = 'Y'
             MOVE 'NOT STARTED' TO WS-STATUS-TEXT
           ELSE
             EVALUATE WS-STP-STATUS(WS-STR-SUB, WS-STP-SUB)
               WHEN 'C'
                 MOVE WS-STP-RC(WS-STR-SUB, WS-STP-SUB) TO WS-RC-TEXT
                 IF WS-STP-RC(WS-STR-SUB, WS-STP-SUB) > WS-CLEAN-RC
                   MOVE 'COMPLETED - FAILED' TO WS-STATUS-TEXT
                 ELSE
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
                 END-IF
               WHEN 'S'
                 MOVE 'STARTED - NOT COMPLETED' TO WS-STATUS-TEXT
               WHEN 'R'
                 MOVE SPACES TO WS-STATUS-TEXT
                 STRING 'RESET BY '
                     WS-STP-RESET-BY(WS-STR-SUB, WS-STP-SUB)
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN OTHER
                 MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
             END-EVALUATE
           END-IF
           IF WS-STP-FOUND(WS-STR-SUB, WS-STP-SUB) = 'Y'
                   AND WS-STP-STATUS(WS-STR-SUB, WS-STP-SUB) = 'C'
                   AND WS-STP-RC(WS-STR-SUB, WS-STP-SUB)
                       NOT > WS-CLEAN-RC
             IF WS-STP-NAME(WS-STR-SUB, WS-STP-SUB) = WS-HEAD-STEP
               SET HEAD-IS-CLEAN TO TRUE
             END-IF
           ELSE
             IF WS-NEXT-STEP = SPACES
               MOVE WS-STP-NAME(WS-STR-SUB, WS-STP-SUB) TO WS-NEXT-STEP
             END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-STP-NAME(WS-STR-SUB, WS-STP-SUB) '  '
               WS-STATUS-TEXT '  '
               WS-STP-START(WS-STR-SUB, WS-STP-SUB) '  '
               WS-STP-END(WS-STR-SUB, WS-STP-SUB) '  '
               WS-RC-TEXT '  '
               WS-STP-ATTEMPTS(WS-STR-SUB, WS-STP-SUB) '       '
               WS-STP-SKIPS(WS-STR-SUB, WS-STP-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE.

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIZZSTAT STREAM STATUS FOR ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STREAMS COMPLETE . . . . . . ' WS-CNT-COMPLETE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STREAMS INCOMPLETE . . . . . ' WS-CNT-INCOMPLETE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STREAMS HELD . . . . . . . . ' WS-CNT-HELD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '================================================'
               TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE
           IF WS-CNT-INCOMPLETE + WS-CNT-HELD > ZERO
                   OR WS-STREAM-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
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
           MOVE 'FIZZSTAT: NIGHTLY STREAM RUN-CONTROL STATUS'
               TO PRNT-RECORD
           WRITE PRNT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PRNT-RECORD
           STRING '  STATUS FOR DATE: ' WS-REPORT-DATE
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
           MOVE WS-REPORT-DATE  TO RX-RUN-DATE
           MOVE 'FIZZSTAT'      TO RX-REPORT-ID
           MOVE WS-CURRENT-DATE TO RX-TIMESTAMP
           MOVE WS-PAGE-NO      TO RX-PAGE-COUNT
           WRITE FIZZRNDX-RECORD
           CLOSE FIZZRNDX.
