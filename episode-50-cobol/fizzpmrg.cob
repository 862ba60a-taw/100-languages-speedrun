       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPMRG.

      *    Partition merge-and-balance.  A full-range FIZZBUZZ
      *    sweep split into the key partitions on FIZZPTBL runs as
      *    one concurrent FIZZBUZZ execution per partition, each
      *    under its own job id with its own checkpoint, audit
      *    stream and extract.  This step turns them back into the
      *    one logical FIZZRUN of the FIZZPARM job id:
      *      - the FIZZPTBL slices must cover FP-START-N to
      *        FP-END-N exactly once - no gap, no overlap
      *      - every partition's FIZZRUN must have completed
      *        cleanly on FIZZRCTL for the processing date, and
      *        its last FIZZAUDT record must be a success over its
      *        own slice, under the same rule set as the others
      *      - the partition extracts are merged in item order and
      *        the merged file read back: one record per item,
      *        every item inside a slice and of tonight's vintage,
      *        each partition's audited total equal to the items
      *        merged from its slice, and the partition control
      *        totals - the legacy buckets and every per-rule
      *        count - summed equal to the merged file's own
      *    Only then is the merged file appended to FIZZOUT, one
      *    consolidated FIZZAUDT record written for the logical
      *    run, and MERGSTEP and FIZZRUN recorded complete on
      *    FIZZRCTL, so the downstream steps of the stream run off
      *    it.  Anything that does not prove leaves FIZZOUT
      *    untouched, writes a FAILED audit record and records
      *    MERGSTEP at RC 16.  FIZZSCTL refuses FIZZRUN while that
      *    is on file, so neither the downstream steps nor an
      *    unpartitioned sweep can run until the partitions are
      *    put right and this step rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPARM ASSIGN TO "FIZZPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.
           SELECT FIZZPTBL ASSIGN TO "FIZZPTBL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZOUTI ASSIGN TO "FIZZOUTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZAUDP ASSIGN TO "FIZZAUDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP-FILE-STATUS.
           SELECT FIZZOUTM ASSIGN TO "FIZZOUTM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZOUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZAUDT ASSIGN TO "FIZZAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPARM.
           COPY FIZZPRM.
       FD  FIZZPDAT.
           COPY FIZZPDAT.
       FD  FIZZPTBL.
           COPY FIZZPTBL.
      *    The partition extracts, concatenated on the one DD.
       FD  FIZZOUTI.
           01  FIZZOUTI-RECORD PIC X(137).
      *    The partition audit streams, concatenated on the one DD.
       FD  FIZZAUDP.
           COPY FIZZAUDT
               REPLACING FIZZAUDT-RECORD  BY FIZZAUDP-RECORD
                         AUD-TIMESTAMP    BY PAU-TIMESTAMP
                         AUD-JOB-ID       BY PAU-JOB-ID
                         AUD-RUN-STATUS   BY PAU-RUN-STATUS
                         AUD-FAIL-REASON  BY PAU-FAIL-REASON
                         AUD-START-N      BY PAU-START-N
                         AUD-END-N        BY PAU-END-N
                         AUD-DIVISOR-A    BY PAU-DIVISOR-A
                         AUD-DIVISOR-B    BY PAU-DIVISOR-B
                         AUD-CNT-FIZZBUZZ BY PAU-CNT-FIZZBUZZ
                         AUD-CNT-FIZZ     BY PAU-CNT-FIZZ
                         AUD-CNT-BUZZ     BY PAU-CNT-BUZZ
                         AUD-CNT-OTHER    BY PAU-CNT-OTHER
                         AUD-CNT-PLAIN    BY PAU-CNT-PLAIN
                         AUD-CNT-TOTAL    BY PAU-CNT-TOTAL
                         AUD-RULE-COUNT   BY PAU-RULE-COUNT
                         AUD-RULE-ENTRY   BY PAU-RULE-ENTRY
                         AUD-RULE-DIVISOR BY PAU-RULE-DIVISOR
                         AUD-RULE-LABEL   BY PAU-RULE-LABEL
                         AUD-RULE-CNTS    BY PAU-RULE-CNTS
                         AUD-RULE-CNT     BY PAU-RULE-CNT.
      *    The merged extract, proved here before it is released.
       FD  FIZZOUTM.
           COPY FIZZOUT
               REPLACING FIZZOUT-RECORD      BY FIZZOUTM-RECORD
                         FO-NUMBER           BY FOM-NUMBER
                         FO-INDICATOR        BY FOM-INDICATOR
                         FO-3REM             BY FOM-3REM
                         FO-5REM             BY FOM-5REM
                         FO-ITEM-DESCRIPTION BY FOM-ITEM-DESCRIPTION
                         FO-ITEM-CATEGORY    BY FOM-ITEM-CATEGORY
                         FO-ITEM-QUANTITY    BY FOM-ITEM-QUANTITY
                         FO-ITEM-UNIT-PRICE  BY FOM-ITEM-UNIT-PRICE
                         FO-RUN-DATE         BY FOM-RUN-DATE.
       FD  FIZZOUT.
           COPY FIZZOUT.
       FD  FIZZAUDT.
           COPY FIZZAUDT.
       SD  SORTWORK.
           01  SW-RECORD.
               05  SW-NUMBER             PIC 9(7).
               05  FILLER                PIC X(130).

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-AUDP-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-PTBL-EOF PIC X VALUE 'N'.
               88 END-OF-PTBL VALUE 'Y'.
           01 WS-OUTI-EOF PIC X VALUE 'N'.
               88 END-OF-OUTI VALUE 'Y'.
           01 WS-AUDP-EOF PIC X VALUE 'N'.
               88 END-OF-AUDP VALUE 'Y'.
           01 WS-MRG-EOF PIC X VALUE 'N'.
               88 END-OF-MERGED VALUE 'Y'.
      *    WS-JOB-ID starts out holding the default so an abort
      *    taken before the FIZZPARM record is read still writes a
      *    usable job id to FIZZAUDT.
           01 WS-JOB-ID PIC X(8) VALUE 'FIZZBUZZ'.
           01 WS-DEFAULT-JOB-ID PIC X(8) VALUE 'FIZZBUZZ'.
           01 WS-START-N PIC 9(7) VALUE ZERO.
           01 WS-END-N PIC 9(7) VALUE ZERO.
           01 WS-DIVISOR-A PIC 9(3) VALUE ZERO.
           01 WS-DIVISOR-B PIC 9(3) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-STREAM-STEP PIC X(8) VALUE 'FIZZRUN'.
           01 WS-MERGE-STEP PIC X(8) VALUE 'MERGSTEP'.
           01 WS-CHECK-STEP PIC X(8) VALUE 'PMRGCHK'.
           01 WS-STEP-BEGUN PIC X VALUE 'N'.
               88 STEP-BEGUN VALUE 'Y'.
           01 WS-STEP-RC PIC 9(3) VALUE ZERO.
           01 WS-ABORT-REASON PIC X(60) VALUE SPACES.
           COPY FIZZSCTP.
           01 WS-MERGE-STATE PIC X VALUE 'Y'.
               88 MERGE-BALANCES VALUE 'Y'.
               88 MERGE-FAILS    VALUE 'N'.
           01 WS-ERROR-TEXT PIC X(100).
           01 WS-FIRST-ERROR PIC X(60) VALUE SPACES.
           01 WS-CNT-ERRORS PIC 9(5) VALUE ZERO.
      *    One entry per FIZZPTBL card, held in start-of-slice
      *    order, with what the partition's last audit record
      *    said it did and what the merged file holds from its
      *    slice.
           01 WS-MAX-PARTITIONS PIC 9(2) VALUE 20.
           01 WS-PT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-PARTITION-TABLE.
               05 WS-PT-ENTRY OCCURS 20 TIMES.
                   10 WS-PT-RANGE.
                       15 WS-PT-JOB-ID      PIC X(8).
                       15 WS-PT-START-N     PIC 9(7).
                       15 WS-PT-END-N       PIC 9(7).
                   10 WS-PT-AUDIT-FOUND     PIC X(1).
                       88 PT-AUDIT-FOUND    VALUE 'Y'.
                   10 WS-PT-AUD-STATUS      PIC X(7).
                   10 WS-PT-AUD-START-N     PIC 9(7).
                   10 WS-PT-AUD-END-N       PIC 9(7).
                   10 WS-PT-AUD-FIZZBUZZ    PIC 9(7).
                   10 WS-PT-AUD-FIZZ        PIC 9(7).
                   10 WS-PT-AUD-BUZZ        PIC 9(7).
                   10 WS-PT-AUD-OTHER       PIC 9(7).
                   10 WS-PT-AUD-PLAIN       PIC 9(7).
                   10 WS-PT-AUD-TOTAL       PIC 9(7).
                   10 WS-PT-AUD-RULE-COUNT  PIC 9(2).
                   10 WS-PT-AUD-RULE OCCURS 10 TIMES.
                       15 WS-PT-AUD-DIVISOR PIC 9(3).
                       15 WS-PT-AUD-LABEL   PIC X(8).
                       15 WS-PT-AUD-CNT     PIC 9(7).
                   10 WS-PT-MERGED          PIC 9(7).
           01 WS-SWAP-RANGE PIC X(22).
           01 WS-PT-SUB PIC 9(2).
           01 WS-PT-SUB2 PIC 9(2).
           01 WS-PT-FOUND PIC X.
               88 PT-FOUND VALUE 'Y'.
           01 WS-BASE-PT PIC 9(2) VALUE ZERO.
           01 WS-EXPECT-N PIC 9(8).
           01 WS-LIMIT-N PIC 9(8).
           01 WS-RC-SUB PIC 9(2).
      *    The rule set every partition must have classified
      *    under - taken from the first partition audited.
           01 WS-RULE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-RULE-TABLE.
               05 WS-RUL-ENTRY OCCURS 10 TIMES.
                   10 WS-RUL-DIVISOR PIC 9(3).
                   10 WS-RUL-LABEL   PIC X(8).
      *    Partition control totals summed, and the merged file's
      *    own, counted the way FIZZBUZZ counts a record it
      *    carries forward.
           01 WS-SUM-TOTALS.
               05 WS-SUM-FIZZBUZZ PIC 9(7) VALUE ZERO.
               05 WS-SUM-FIZZ     PIC 9(7) VALUE ZERO.
               05 WS-SUM-BUZZ     PIC 9(7) VALUE ZERO.
               05 WS-SUM-OTHER    PIC 9(7) VALUE ZERO.
               05 WS-SUM-PLAIN    PIC 9(7) VALUE ZERO.
               05 WS-SUM-TOTAL    PIC 9(7) VALUE ZERO.
           01 WS-SUM-RULE-CNTS.
               05 WS-SUM-RULE-CNT OCCURS 10 TIMES PIC 9(7).
           01 WS-MRG-TOTALS.
               05 WS-MRG-FIZZBUZZ PIC 9(7) VALUE ZERO.
               05 WS-MRG-FIZZ     PIC 9(7) VALUE ZERO.
               05 WS-MRG-BUZZ     PIC 9(7) VALUE ZERO.
               05 WS-MRG-OTHER    PIC 9(7) VALUE ZERO.
               05 WS-MRG-PLAIN    PIC 9(7) VALUE ZERO.
               05 WS-MRG-TOTAL    PIC 9(7) VALUE ZERO.
           01 WS-MRG-RULE-CNTS.
               05 WS-MRG-RULE-CNT OCCURS 10 TIMES PIC 9(7).
           01 WS-CARRY-M PIC 9(7).
           01 WS-CARRY-REM PIC 9(3).
           01 WS-PREV-NUMBER PIC 9(7) VALUE ZERO.
           01 WS-CNT-EXTRACT-IN PIC 9(7) VALUE ZERO.
           01 WS-CNT-DUPLICATES PIC 9(7) VALUE ZERO.
           01 WS-CNT-OUT-OF-RANGE PIC 9(7) VALUE ZERO.
           01 WS-CNT-STALE PIC 9(7) VALUE ZERO.
           01 WS-CNT-RELEASED PIC 9(7) VALUE ZERO.
           01 WS-CMP-LABEL PIC X(10).
           01 WS-CMP-SUM PIC 9(7).
           01 WS-CMP-MERGED PIC 9(7).

       PROCEDURE DIVISION.
           PERFORM 1000-READ-PARAMETERS
           PERFORM 1080-SET-PROCESS-DATE
           PERFORM 1090-BEGIN-STREAM-STEP
           PERFORM 1100-LOAD-PARTITIONS
           PERFORM 1200-PROVE-COVERAGE
           PERFORM 1300-CHECK-PARTITION-RUNS
           PERFORM 1400-LOAD-PARTITION-AUDITS
           PERFORM 1500-CHECK-PARTITION-AUDITS
           PERFORM 2000-MERGE-EXTRACTS
           PERFORM 3000-BALANCE-MERGED-FILE
           PERFORM 9200-PRINT-CONTROL-TOTALS
           IF MERGE-FAILS
             DISPLAY 'FIZZPMRG: ' WS-CNT-ERRORS ' BALANCING ERRORS - '
                 'FIZZOUT NOT UPDATED - STREAM HELD'
             MOVE WS-FIRST-ERROR TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 4000-RELEASE-MERGED-FILE
           PERFORM 9300-WRITE-AUDIT-LOG
           PERFORM 9350-END-STREAM-STEP
           STOP RUN.

      *    The FIZZPARM record the partitions were run from names
      *    the logical run: its job id, the whole range and the
      *    divisors the consolidated audit record carries.
       1000-READ-PARAMETERS.
           OPEN INPUT FIZZPARM
           READ FIZZPARM
             AT END
               DISPLAY 'FIZZPMRG: FIZZPARM IS EMPTY - ABORTING'
               CLOSE FIZZPARM
               MOVE 'FIZZPARM IS EMPTY' TO WS-ABORT-REASON
               PERFORM 9400-WRITE-ABORT-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ
           CLOSE FIZZPARM
           IF FP-JOB-ID NOT = SPACES
             MOVE FP-JOB-ID TO WS-JOB-ID
           ELSE
             MOVE WS-DEFAULT-JOB-ID TO WS-JOB-ID
           END-IF
           IF FP-DIVISOR-A NUMERIC
             MOVE FP-DIVISOR-A TO WS-DIVISOR-A
           END-IF
           IF FP-DIVISOR-B NUMERIC
             MOVE FP-DIVISOR-B TO WS-DIVISOR-B
           END-IF
           IF FP-START-N NOT NUMERIC OR FP-END-N NOT NUMERIC
                   OR FP-START-N > FP-END-N
             DISPLAY 'FIZZPMRG: FIZZPARM RANGE IS INVALID - ABORTING'
             MOVE 'FIZZPARM RANGE IS INVALID' TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE FP-START-N TO WS-START-N
           MOVE FP-END-N   TO WS-END-N
           IF FP-MODE-DELTA
             DISPLAY 'FIZZPMRG: FIZZPARM IS A DELTA RUN - ONLY A '
                 'FULL RANGE SWEEP IS PARTITIONED - ABORTING'
             MOVE 'DELTA RUN CANNOT BE PARTITIONED' TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       1080-SET-PROCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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
           DISPLAY 'FIZZPMRG: PROCESSING DATE ' WS-RUN-DATE
               ' - MERGING PARTITIONS OF ' WS-JOB-ID.

      *    The merge runs as the logical run's MERGSTEP and, once
      *    it balances, completes its FIZZRUN.  A date whose
      *    FIZZRUN is already complete - merged on an earlier
      *    submission, or classified unpartitioned - is never
      *    appended to FIZZOUT again; RC 4 keeps the partition
      *    extracts.  A refusal here is the hold a failed merge
      *    left, which is exactly what this rerun is for.  Any
      *    other FIZZRUN record for the date - an unpartitioned
      *    sweep started and never completed, or completed above
      *    RC 4 - means a partial vintage may already be on
      *    FIZZOUT, and appending the merged one over it would
      *    double the date's items; that is held RC 16 until the
      *    operator resets FIZZRUN through FIZZSTAT.
       1090-BEGIN-STREAM-STEP.
           INITIALIZE FIZZSCTP-PARMS
           SET SC-CHECK TO TRUE
           MOVE WS-STREAM-STEP TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE 'F'            TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-SKIP-STEP
             DISPLAY 'FIZZPMRG: ' WS-STREAM-STEP ' ALREADY COMPLETE '
                 'FOR ' WS-JOB-ID ' ' WS-RUN-DATE ' - NOTHING MERGED'
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-STATE-STARTED OR SC-STATE-COMPLETED
             DISPLAY 'FIZZPMRG: ' WS-STREAM-STEP ' FOR ' WS-JOB-ID
                 ' ' WS-RUN-DATE ' IS ON FIZZRCTL UNFINISHED (STATUS '
                 SC-STEP-STATE ' RC ' SC-STATE-RC ')'
             DISPLAY 'FIZZPMRG: FIZZOUT MAY HOLD A PARTIAL VINTAGE - '
                 'RESET ' WS-STREAM-STEP ' THROUGH FIZZSTAT - ABORTING'
             MOVE 'UNFINISHED FIZZRUN ON FIZZRCTL' TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           INITIALIZE FIZZSCTP-PARMS
           SET SC-BEGIN TO TRUE
           MOVE WS-MERGE-STEP  TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE 'F'            TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZPMRG: RUN CONTROL - ' SC-MESSAGE
           END-IF
      *    Merged and released on an earlier submission that ended
      *    before FIZZRUN was recorded - record it now.
           IF SC-SKIP-STEP
             DISPLAY 'FIZZPMRG: ' WS-JOB-ID ' ALREADY MERGED FOR '
                 WS-RUN-DATE ' - COMPLETING ' WS-STREAM-STEP
             MOVE ZERO TO RETURN-CODE
             PERFORM 9380-COMPLETE-FIZZRUN
             STOP RUN
           END-IF
           SET STEP-BEGUN TO TRUE.

      *    A table that cannot even be read as a set of distinct
      *    partitions is not something to balance against.
       1100-LOAD-PARTITIONS.
           OPEN INPUT FIZZPTBL
           PERFORM UNTIL END-OF-PTBL
             READ FIZZPTBL
               AT END
                 SET END-OF-PTBL TO TRUE
               NOT AT END
                 PERFORM 1150-STORE-PARTITION
             END-READ
           END-PERFORM
           CLOSE FIZZPTBL
           IF WS-PT-COUNT = ZERO
             DISPLAY 'FIZZPMRG: FIZZPTBL HAS NO PARTITIONS - ABORTING'
             MOVE 'FIZZPTBL HAS NO PARTITIONS' TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB >= WS-PT-COUNT
             PERFORM VARYING WS-PT-SUB2 FROM 1 BY 1
                     UNTIL WS-PT-SUB2 > WS-PT-COUNT - WS-PT-SUB
               IF WS-PT-START-N(WS-PT-SUB2)
                       > WS-PT-START-N(WS-PT-SUB2 + 1)
                 MOVE WS-PT-RANGE(WS-PT-SUB2) TO WS-SWAP-RANGE
                 MOVE WS-PT-RANGE(WS-PT-SUB2 + 1)
                     TO WS-PT-RANGE(WS-PT-SUB2)
                 MOVE WS-SWAP-RANGE TO WS-PT-RANGE(WS-PT-SUB2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       1150-STORE-PARTITION.
           MOVE SPACES TO WS-ABORT-REASON
           EVALUATE TRUE
             WHEN PT-JOB-ID = SPACES
               MOVE 'FIZZPTBL CARD HAS NO JOB ID' TO WS-ABORT-REASON
             WHEN PT-JOB-ID = WS-JOB-ID
               MOVE 'FIZZPTBL JOB ID IS THE LOGICAL RUN JOB ID'
                   TO WS-ABORT-REASON
             WHEN PT-START-N NOT NUMERIC OR PT-END-N NOT NUMERIC
               MOVE 'FIZZPTBL RANGE IS NOT NUMERIC' TO WS-ABORT-REASON
             WHEN WS-PT-COUNT >= WS-MAX-PARTITIONS
               MOVE 'TOO MANY FIZZPTBL PARTITIONS' TO WS-ABORT-REASON
           END-EVALUATE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             IF WS-PT-JOB-ID(WS-PT-SUB) = PT-JOB-ID
               MOVE 'FIZZPTBL JOB ID APPEARS TWICE' TO WS-ABORT-REASON
             END-IF
           END-PERFORM
           IF WS-ABORT-REASON NOT = SPACES
             DISPLAY 'FIZZPMRG: ' WS-ABORT-REASON ' - ' PT-JOB-ID
                 ' - ABORTING'
             CLOSE FIZZPTBL
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-PT-COUNT
           INITIALIZE WS-PT-ENTRY(WS-PT-COUNT)
           MOVE PT-JOB-ID  TO WS-PT-JOB-ID(WS-PT-COUNT)
           MOVE PT-START-N TO WS-PT-START-N(WS-PT-COUNT)
           MOVE PT-END-N   TO WS-PT-END-N(WS-PT-COUNT)
           MOVE 'N' TO WS-PT-AUDIT-FOUND(WS-PT-COUNT).

      *    Walking the slices in start order, each must begin on
      *    the item after the furthest one covered so far: later
      *    is a gap nobody classified, earlier an overlap two
      *    partitions both classified.
       1200-PROVE-COVERAGE.
           MOVE WS-START-N TO WS-EXPECT-N
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             PERFORM 1250-CHECK-SLICE
           END-PERFORM
           IF WS-EXPECT-N NOT > WS-END-N
             MOVE SPACES TO WS-ERROR-TEXT
             STRING 'GAP - ITEMS ' WS-EXPECT-N(2:7) ' THRU '
                 WS-END-N ' ARE IN NO PARTITION'
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF.

       1250-CHECK-SLICE.
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
             WHEN WS-PT-START-N(WS-PT-SUB) > WS-PT-END-N(WS-PT-SUB)
               STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                   ' STARTS AFTER IT ENDS'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
             WHEN WS-PT-START-N(WS-PT-SUB) < WS-START-N
                     OR WS-PT-END-N(WS-PT-SUB) > WS-END-N
               STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                   ' RUNS OUTSIDE FP-START-N TO FP-END-N'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
             WHEN WS-PT-START-N(WS-PT-SUB) > WS-EXPECT-N
               COMPUTE WS-LIMIT-N = WS-PT-START-N(WS-PT-SUB) - 1
               STRING 'GAP - ITEMS ' WS-EXPECT-N(2:7) ' THRU '
                   WS-LIMIT-N(2:7) ' ARE IN NO PARTITION'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
             WHEN WS-PT-START-N(WS-PT-SUB) < WS-EXPECT-N
               STRING 'OVERLAP - PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                   ' STARTS AT ' WS-PT-START-N(WS-PT-SUB)
                   ', INSIDE AN EARLIER PARTITION'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
             PERFORM 8900-MERGE-ERROR
           END-IF
           IF WS-PT-END-N(WS-PT-SUB) NOT < WS-EXPECT-N
             COMPUTE WS-EXPECT-N = WS-PT-END-N(WS-PT-SUB) + 1
           END-IF.

      *    Each partition's own FIZZRUN on FIZZRCTL.  The check is
      *    made as a downstream step of the partition's stream, so
      *    the answer is refused unless that FIZZRUN completed
      *    cleanly for the processing date; nothing is recorded.
       1300-CHECK-PARTITION-RUNS.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             INITIALIZE FIZZSCTP-PARMS
             SET SC-CHECK TO TRUE
             MOVE WS-CHECK-STEP            TO SC-STEP-NAME
             MOVE WS-PT-JOB-ID(WS-PT-SUB)  TO SC-JOB-ID
             MOVE 'F'                      TO SC-RUN-MODE
             MOVE WS-RUN-DATE              TO SC-PROCESS-DATE
             CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
             EVALUATE TRUE
               WHEN SC-REFUSE-STEP
                 MOVE SPACES TO WS-ERROR-TEXT
                 STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB) ' - '
                     SC-MESSAGE
                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
                 PERFORM 8900-MERGE-ERROR
               WHEN SC-NO-CONTROL
                 DISPLAY 'FIZZPMRG: RUN CONTROL - ' SC-MESSAGE
             END-EVALUATE
           END-PERFORM.

      *    The last record on a partition's audit stream is its
      *    latest run - earlier nights and failed attempts that
      *    were later restarted are superseded by it.
       1400-LOAD-PARTITION-AUDITS.
           OPEN INPUT FIZZAUDP
           IF WS-AUDP-FILE-STATUS NOT = '00'
             MOVE SPACES TO WS-ERROR-TEXT
             STRING 'PARTITION AUDIT STREAMS CANNOT BE READ - FILE '
                 'STATUS ' WS-AUDP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           ELSE
             PERFORM UNTIL END-OF-AUDP
               READ FIZZAUDP
                 AT END
                   SET END-OF-AUDP TO TRUE
                 NOT AT END
                   PERFORM 1450-TAKE-PARTITION-AUDIT
               END-READ
             END-PERFORM
             CLOSE FIZZAUDP
           END-IF.

       1450-TAKE-PARTITION-AUDIT.
           MOVE 'N' TO WS-PT-FOUND
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT OR PT-FOUND
             IF WS-PT-JOB-ID(WS-PT-SUB) = PAU-JOB-ID
               SET PT-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF PT-FOUND
             SUBTRACT 1 FROM WS-PT-SUB
             SET PT-AUDIT-FOUND(WS-PT-SUB) TO TRUE
             MOVE PAU-RUN-STATUS TO WS-PT-AUD-STATUS(WS-PT-SUB)
             MOVE PAU-START-N    TO WS-PT-AUD-START-N(WS-PT-SUB)
             MOVE PAU-END-N      TO WS-PT-AUD-END-N(WS-PT-SUB)
             MOVE PAU-CNT-FIZZBUZZ TO WS-PT-AUD-FIZZBUZZ(WS-PT-SUB)
             MOVE PAU-CNT-FIZZ     TO WS-PT-AUD-FIZZ(WS-PT-SUB)
             MOVE PAU-CNT-BUZZ     TO WS-PT-AUD-BUZZ(WS-PT-SUB)
             MOVE PAU-CNT-OTHER    TO WS-PT-AUD-OTHER(WS-PT-SUB)
             MOVE PAU-CNT-PLAIN    TO WS-PT-AUD-PLAIN(WS-PT-SUB)
             MOVE PAU-CNT-TOTAL    TO WS-PT-AUD-TOTAL(WS-PT-SUB)
             MOVE ZERO TO WS-PT-AUD-RULE-COUNT(WS-PT-SUB)
             IF PAU-RULE-COUNT NUMERIC
                     AND PAU-RULE-COUNT NOT > 10
               MOVE PAU-RULE-COUNT TO WS-PT-AUD-RULE-COUNT(WS-PT-SUB)
               PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > PAU-RULE-COUNT
                 MOVE PAU-RULE-DIVISOR(WS-RC-SUB)
                     TO WS-PT-AUD-DIVISOR(WS-PT-SUB, WS-RC-SUB)
                 MOVE PAU-RULE-LABEL(WS-RC-SUB)
                     TO WS-PT-AUD-LABEL(WS-PT-SUB, WS-RC-SUB)
                 MOVE PAU-RULE-CNT(WS-RC-SUB)
                     TO WS-PT-AUD-CNT(WS-PT-SUB, WS-RC-SUB)
               END-PERFORM
             END-IF
           END-IF.

      *    Every partition must have succeeded over its own slice
      *    under one common rule set; the totals of those that did
      *    are summed for the balance against the merged file.
       1500-CHECK-PARTITION-AUDITS.
           MOVE ZERO TO WS-SUM-RULE-CNTS
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             MOVE SPACES TO WS-ERROR-TEXT
             COMPUTE WS-LIMIT-N = WS-PT-END-N(WS-PT-SUB) + 1
             EVALUATE TRUE
               WHEN NOT PT-AUDIT-FOUND(WS-PT-SUB)
                 STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                     ' HAS NO FIZZAUDT RECORD'
                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
               WHEN WS-PT-AUD-STATUS(WS-PT-SUB) NOT = 'SUCCESS'
                 STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                     ' LAST RUN ENDED ' WS-PT-AUD-STATUS(WS-PT-SUB)
                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
               WHEN WS-PT-AUD-END-N(WS-PT-SUB)
                       NOT = WS-PT-END-N(WS-PT-SUB)
                     OR WS-PT-AUD-START-N(WS-PT-SUB)
                       < WS-PT-START-N(WS-PT-SUB)
                     OR WS-PT-AUD-START-N(WS-PT-SUB) > WS-LIMIT-N
                 STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                     ' AUDITED RANGE IS NOT ITS FIZZPTBL SLICE'
                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
               WHEN WS-PT-AUD-RULE-COUNT(WS-PT-SUB) = ZERO
                 STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                     ' AUDIT CARRIES NO PER-RULE COUNTS'
                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
               WHEN OTHER
                 PERFORM 1550-CHECK-RULE-SET
             END-EVALUATE
             IF WS-ERROR-TEXT NOT = SPACES
               PERFORM 8900-MERGE-ERROR
             ELSE
               PERFORM 1600-SUM-PARTITION
             END-IF
           END-PERFORM.

       1550-CHECK-RULE-SET.
           IF WS-BASE-PT = ZERO
             MOVE WS-PT-SUB TO WS-BASE-PT
             MOVE WS-PT-AUD-RULE-COUNT(WS-PT-SUB) TO WS-RULE-COUNT
             PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                     UNTIL WS-RC-SUB > WS-RULE-COUNT
               MOVE WS-PT-AUD-DIVISOR(WS-PT-SUB, WS-RC-SUB)
                   TO WS-RUL-DIVISOR(WS-RC-SUB)
               MOVE WS-PT-AUD-LABEL(WS-PT-SUB, WS-RC-SUB)
                   TO WS-RUL-LABEL(WS-RC-SUB)
             END-PERFORM
           ELSE
             IF WS-PT-AUD-RULE-COUNT(WS-PT-SUB) NOT = WS-RULE-COUNT
               STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                   ' RULE SET DIFFERS FROM '
                   WS-PT-JOB-ID(WS-BASE-PT)
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
             ELSE
               PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > WS-RULE-COUNT
                 IF WS-PT-AUD-DIVISOR(WS-PT-SUB, WS-RC-SUB)
                         NOT = WS-RUL-DIVISOR(WS-RC-SUB)
                       OR WS-PT-AUD-LABEL(WS-PT-SUB, WS-RC-SUB)
                         NOT = WS-RUL-LABEL(WS-RC-SUB)
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                       ' RULE SET DIFFERS FROM '
                       WS-PT-JOB-ID(WS-BASE-PT)
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

       1600-SUM-PARTITION.
           ADD WS-PT-AUD-FIZZBUZZ(WS-PT-SUB) TO WS-SUM-FIZZBUZZ
           ADD WS-PT-AUD-FIZZ(WS-PT-SUB)     TO WS-SUM-FIZZ
           ADD WS-PT-AUD-BUZZ(WS-PT-SUB)     TO WS-SUM-BUZZ
           ADD WS-PT-AUD-OTHER(WS-PT-SUB)    TO WS-SUM-OTHER
           ADD WS-PT-AUD-PLAIN(WS-PT-SUB)    TO WS-SUM-PLAIN
           ADD WS-PT-AUD-TOTAL(WS-PT-SUB)    TO WS-SUM-TOTAL
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RULE-COUNT
             ADD WS-PT-AUD-CNT(WS-PT-SUB, WS-RC-SUB)
                 TO WS-SUM-RULE-CNT(WS-RC-SUB)
           END-PERFORM.

      *    The partition extracts go into one file in item order.
      *    Equal keys keep their input order so a duplicate shows
      *    up as two adjacent records on the read-back.
       2000-MERGE-EXTRACTS.
           SORT SORTWORK
               ON ASCENDING KEY SW-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-SORT-INPUT
               GIVING FIZZOUTM.

       2100-SORT-INPUT.
           OPEN INPUT FIZZOUTI
           PERFORM UNTIL END-OF-OUTI
             READ FIZZOUTI
               AT END
                 SET END-OF-OUTI TO TRUE
               NOT AT END
                 ADD 1 TO WS-CNT-EXTRACT-IN
                 RELEASE SW-RECORD FROM FIZZOUTI-RECORD
             END-READ
           END-PERFORM
           CLOSE FIZZOUTI.

      *    The balance is struck against the merged file itself,
      *    read back as written, never against the inputs to it.
       3000-BALANCE-MERGED-FILE.
           MOVE ZERO TO WS-MRG-RULE-CNTS
           OPEN INPUT FIZZOUTM
           PERFORM UNTIL END-OF-MERGED
             READ FIZZOUTM
               AT END
                 SET END-OF-MERGED TO TRUE
               NOT AT END
                 PERFORM 3100-COUNT-MERGED-RECORD
             END-READ
           END-PERFORM
           CLOSE FIZZOUTM
           IF WS-MRG-TOTAL NOT = WS-CNT-EXTRACT-IN
             MOVE SPACES TO WS-ERROR-TEXT
             STRING 'MERGED FILE HAS ' WS-MRG-TOTAL ' RECORDS, '
                 'PARTITION EXTRACTS HAD ' WS-CNT-EXTRACT-IN
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF
           IF WS-CNT-DUPLICATES > ZERO
             MOVE SPACES TO WS-ERROR-TEXT
             STRING WS-CNT-DUPLICATES ' ITEMS APPEAR MORE THAN ONCE '
                 'IN THE PARTITION EXTRACTS'
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF
           IF WS-CNT-OUT-OF-RANGE > ZERO
             MOVE SPACES TO WS-ERROR-TEXT
             STRING WS-CNT-OUT-OF-RANGE ' ITEMS ARE OUTSIDE EVERY '
                 'PARTITION SLICE'
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF
           IF WS-CNT-STALE > ZERO
             MOVE SPACES TO WS-ERROR-TEXT
             STRING WS-CNT-STALE ' RECORDS ARE NOT OF THE '
                 WS-RUN-DATE ' VINTAGE'
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             IF PT-AUDIT-FOUND(WS-PT-SUB)
                     AND WS-PT-MERGED(WS-PT-SUB)
                       NOT = WS-PT-AUD-TOTAL(WS-PT-SUB)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PARTITION ' WS-PT-JOB-ID(WS-PT-SUB)
                   ' AUDITED ' WS-PT-AUD-TOTAL(WS-PT-SUB)
                   ' RECORDS, MERGED FILE HOLDS '
                   WS-PT-MERGED(WS-PT-SUB)
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 8900-MERGE-ERROR
             END-IF
           END-PERFORM
           PERFORM 3500-COMPARE-TOTALS.

       3100-COUNT-MERGED-RECORD.
           IF WS-MRG-TOTAL > ZERO AND FOM-NUMBER NOT > WS-PREV-NUMBER
             ADD 1 TO WS-CNT-DUPLICATES
           END-IF
           MOVE FOM-NUMBER TO WS-PREV-NUMBER
           IF FOM-RUN-DATE NOT = WS-RUN-DATE
             ADD 1 TO WS-CNT-STALE
           END-IF
           MOVE 'N' TO WS-PT-FOUND
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT OR PT-FOUND
             IF FOM-NUMBER NOT < WS-PT-START-N(WS-PT-SUB)
                     AND FOM-NUMBER NOT > WS-PT-END-N(WS-PT-SUB)
               SET PT-FOUND TO TRUE
               ADD 1 TO WS-PT-MERGED(WS-PT-SUB)
             END-IF
           END-PERFORM
           IF NOT PT-FOUND
             ADD 1 TO WS-CNT-OUT-OF-RANGE
           END-IF
           EVALUATE FOM-INDICATOR
             WHEN SPACES
             WHEN 'PLAIN'
               ADD 1 TO WS-MRG-PLAIN
             WHEN 'FIZZBUZZ'
               ADD 1 TO WS-MRG-FIZZBUZZ
             WHEN 'FIZZ'
               ADD 1 TO WS-MRG-FIZZ
             WHEN 'BUZZ'
               ADD 1 TO WS-MRG-BUZZ
             WHEN OTHER
               ADD 1 TO WS-MRG-OTHER
           END-EVALUATE
           ADD 1 TO WS-MRG-TOTAL
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RULE-COUNT
             DIVIDE FOM-NUMBER BY WS-RUL-DIVISOR(WS-RC-SUB)
                 GIVING WS-CARRY-M REMAINDER WS-CARRY-REM
             IF WS-CARRY-REM = ZERO
               ADD 1 TO WS-MRG-RULE-CNT(WS-RC-SUB)
             END-IF
           END-PERFORM.

       3500-COMPARE-TOTALS.
           MOVE 'FIZZBUZZ' TO WS-CMP-LABEL
           MOVE WS-SUM-FIZZBUZZ TO WS-CMP-SUM
           MOVE WS-MRG-FIZZBUZZ TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           MOVE 'FIZZ' TO WS-CMP-LABEL
           MOVE WS-SUM-FIZZ TO WS-CMP-SUM
           MOVE WS-MRG-FIZZ TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           MOVE 'BUZZ' TO WS-CMP-LABEL
           MOVE WS-SUM-BUZZ TO WS-CMP-SUM
           MOVE WS-MRG-BUZZ TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           MOVE 'OTHER' TO WS-CMP-LABEL
           MOVE WS-SUM-OTHER TO WS-CMP-SUM
           MOVE WS-MRG-OTHER TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           MOVE 'PLAIN' TO WS-CMP-LABEL
           MOVE WS-SUM-PLAIN TO WS-CMP-SUM
           MOVE WS-MRG-PLAIN TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           MOVE 'TOTAL' TO WS-CMP-LABEL
           MOVE WS-SUM-TOTAL TO WS-CMP-SUM
           MOVE WS-MRG-TOTAL TO WS-CMP-MERGED
           PERFORM 3550-COMPARE-ONE
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RULE-COUNT
             MOVE WS-RUL-LABEL(WS-RC-SUB)    TO WS-CMP-LABEL
             MOVE WS-SUM-RULE-CNT(WS-RC-SUB) TO WS-CMP-SUM
             MOVE WS-MRG-RULE-CNT(WS-RC-SUB) TO WS-CMP-MERGED
             PERFORM 3550-COMPARE-ONE
           END-PERFORM.

       3550-COMPARE-ONE.
           IF WS-CMP-SUM NOT = WS-CMP-MERGED
             MOVE SPACES TO WS-ERROR-TEXT
             STRING WS-CMP-LABEL ' COUNT - PARTITIONS ' WS-CMP-SUM
                 ', MERGED FILE ' WS-CMP-MERGED
                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
             PERFORM 8900-MERGE-ERROR
           END-IF.

      *    FIZZOUT carries every vintage FIZZARCH has not yet
      *    rolled off, so tonight's merged vintage is appended to
      *    it exactly as a single FIZZBUZZ sweep would write it.
       4000-RELEASE-MERGED-FILE.
           MOVE 'N' TO WS-MRG-EOF
           OPEN INPUT FIZZOUTM
           OPEN EXTEND FIZZOUT
           PERFORM UNTIL END-OF-MERGED
             READ FIZZOUTM
               AT END
                 SET END-OF-MERGED TO TRUE
               NOT AT END
                 WRITE FIZZOUT-RECORD FROM FIZZOUTM-RECORD
                 ADD 1 TO WS-CNT-RELEASED
             END-READ
           END-PERFORM
           CLOSE FIZZOUTM
           CLOSE FIZZOUT
           DISPLAY 'FIZZPMRG: ' WS-CNT-RELEASED ' RECORDS OF THE '
               WS-RUN-DATE ' VINTAGE APPENDED TO FIZZOUT'.

       8900-MERGE-ERROR.
           SET MERGE-FAILS TO TRUE
           ADD 1 TO WS-CNT-ERRORS
           IF WS-FIRST-ERROR = SPACES
             MOVE WS-ERROR-TEXT TO WS-FIRST-ERROR
           END-IF
           DISPLAY 'FIZZPMRG: ' WS-ERROR-TEXT.

       9200-PRINT-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY 'FIZZPMRG CONTROL TOTALS FOR ' WS-JOB-ID
           DISPLAY '  RANGE . . . . . . . . . . .  ' WS-START-N
               ' THRU ' WS-END-N
           DISPLAY '  PARTITION  FROM     THRU     AUDITED  MERGED'
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
             DISPLAY '  ' WS-PT-JOB-ID(WS-PT-SUB)
                 '   ' WS-PT-START-N(WS-PT-SUB)
                 '  ' WS-PT-END-N(WS-PT-SUB)
                 '  ' WS-PT-AUD-TOTAL(WS-PT-SUB)
                 '  ' WS-PT-MERGED(WS-PT-SUB)
           END-PERFORM
           DISPLAY '                     PARTITIONS  MERGED'
           DISPLAY '  FIZZBUZZ COUNT . . . . . . . ' WS-SUM-FIZZBUZZ
               ' ' WS-MRG-FIZZBUZZ
           DISPLAY '  FIZZ COUNT . . . . . . . . . ' WS-SUM-FIZZ
               ' ' WS-MRG-FIZZ
           DISPLAY '  BUZZ COUNT . . . . . . . . . ' WS-SUM-BUZZ
               ' ' WS-MRG-BUZZ
           DISPLAY '  OTHER RULE COUNT . . . . . . ' WS-SUM-OTHER
               ' ' WS-MRG-OTHER
           DISPLAY '  PLAIN COUNT . . . . . . . .  ' WS-SUM-PLAIN
               ' ' WS-MRG-PLAIN
           DISPLAY '  TOTAL RECORDS PROCESSED . .  ' WS-SUM-TOTAL
               ' ' WS-MRG-TOTAL
           DISPLAY '  RULE FIRING COUNTS:'
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RULE-COUNT
             DISPLAY '    ' WS-RUL-LABEL(WS-RC-SUB) ' . . . . . . . '
                 WS-SUM-RULE-CNT(WS-RC-SUB) ' '
                 WS-MRG-RULE-CNT(WS-RC-SUB)
           END-PERFORM
           DISPLAY '  PARTITION EXTRACT RECORDS .  ' WS-CNT-EXTRACT-IN
           DISPLAY '  BALANCING ERRORS  . . . . .  ' WS-CNT-ERRORS
           DISPLAY '================================================'.

      *    One record for the logical run, in the same shape a
      *    single FIZZBUZZ sweep of the whole range writes, so the
      *    audit trail and the run-over-run variance check read
      *    the same whichever way the night was run.
       9300-WRITE-AUDIT-LOG.
           OPEN EXTEND FIZZAUDT
           INITIALIZE FIZZAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-JOB-ID       TO AUD-JOB-ID
           MOVE 'SUCCESS'       TO AUD-RUN-STATUS
           MOVE WS-START-N      TO AUD-START-N
           MOVE WS-END-N        TO AUD-END-N
           MOVE WS-DIVISOR-A    TO AUD-DIVISOR-A
           MOVE WS-DIVISOR-B    TO AUD-DIVISOR-B
           MOVE WS-MRG-FIZZBUZZ TO AUD-CNT-FIZZBUZZ
           MOVE WS-MRG-FIZZ     TO AUD-CNT-FIZZ
           MOVE WS-MRG-BUZZ     TO AUD-CNT-BUZZ
           MOVE WS-MRG-OTHER    TO AUD-CNT-OTHER
           MOVE WS-MRG-PLAIN    TO AUD-CNT-PLAIN
           MOVE WS-MRG-TOTAL    TO AUD-CNT-TOTAL
           MOVE WS-RULE-COUNT   TO AUD-RULE-COUNT
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RULE-COUNT
             MOVE WS-RUL-DIVISOR(WS-RC-SUB)
                 TO AUD-RULE-DIVISOR(WS-RC-SUB)
             MOVE WS-RUL-LABEL(WS-RC-SUB)   TO AUD-RULE-LABEL(WS-RC-SUB)
             MOVE WS-MRG-RULE-CNT(WS-RC-SUB) TO AUD-RULE-CNT(WS-RC-SUB)
           END-PERFORM
           WRITE FIZZAUDT-RECORD
           CLOSE FIZZAUDT.

      *    Completion goes on FIZZRCTL only once the audit record
      *    is down, MERGSTEP first - until it is clean FIZZSCTL
      *    will not let FIZZRUN begin.  The parameter block was
      *    last used for the partition checks, so it is set back
      *    to the logical run.
       9350-END-STREAM-STEP.
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO SC-STEP-RC
           PERFORM 9360-RECORD-STEP-END
           PERFORM 9380-COMPLETE-FIZZRUN
           MOVE WS-STEP-RC TO RETURN-CODE.

       9360-RECORD-STEP-END.
           SET SC-END TO TRUE
           MOVE WS-MERGE-STEP  TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE 'F'            TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS.

       9380-COMPLETE-FIZZRUN.
           INITIALIZE FIZZSCTP-PARMS
           SET SC-BEGIN TO TRUE
           MOVE WS-STREAM-STEP TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE 'F'            TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZPMRG: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-RUN-STEP OR SC-NO-CONTROL
             SET SC-END TO TRUE
             MOVE ZERO TO SC-STEP-RC
             CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           END-IF.

      *    A merge that aborted or did not balance is as
      *    answerable from FIZZAUDT as one that released, and its
      *    MERGSTEP is recorded failed so the stream is held.
       9400-WRITE-ABORT-AUDIT-LOG.
           OPEN EXTEND FIZZAUDT
           INITIALIZE FIZZAUDT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-JOB-ID       TO AUD-JOB-ID
           MOVE 'FAILED'        TO AUD-RUN-STATUS
           MOVE WS-ABORT-REASON TO AUD-FAIL-REASON
           MOVE WS-START-N      TO AUD-START-N
           MOVE WS-END-N        TO AUD-END-N
           MOVE WS-DIVISOR-A    TO AUD-DIVISOR-A
           MOVE WS-DIVISOR-B    TO AUD-DIVISOR-B
           WRITE FIZZAUDT-RECORD
           CLOSE FIZZAUDT
           IF STEP-BEGUN
             MOVE 16 TO SC-STEP-RC
             PERFORM 9360-RECORD-STEP-END
           END-IF.
