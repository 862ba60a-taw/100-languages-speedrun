       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSCTL.

      *    Stream run control.  Called by every step of the
      *    nightly FIZZBUZZ stream at startup and again at
      *    completion, and by FIZZSCHK ahead of each step in the
      *    JCL, so a stream resubmitted after a failure redoes
      *    only the steps that did not finish.  For the caller's
      *    processing date, job id, run mode and step name it
      *    answers:
      *      - refuse a downstream step while FIZZRUN has not
      *        completed cleanly for the same date and stream
      *      - refuse FIZZRUN itself while a partition merge
      *        (MERGSTEP) for the same date and stream is on file
      *        without having balanced
      *      - skip a step that already completed cleanly
      *      - otherwise run it (a started record with no
      *        completion is an abend or abort being rerun)
      *    and records each start, skip and completion on the
      *    FIZZRCTL file.  A completion at return code 4 or
      *    below is clean; anything higher is rerun next time.
      *    When FIZZRCTL cannot be opened the step runs
      *    uncontrolled rather than holding the stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPARM ASSIGN TO "FIZZPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FIZZRCTL ASSIGN TO "FIZZRCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPARM.
           COPY FIZZPRM.
       FD  FIZZRCTL.
           COPY FIZZRCTL.

       WORKING-STORAGE SECTION.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-RCTL-FILE-STATUS PIC XX.
           01 WS-DEFAULT-JOB-ID PIC X(8) VALUE 'FIZZBUZZ'.
           01 WS-HEAD-STEP PIC X(8) VALUE 'FIZZRUN'.
           01 WS-MERGE-STEP PIC X(8) VALUE 'MERGSTEP'.
           01 WS-CLEAN-RC PIC 9(3) VALUE 4.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RECORD-FOUND PIC X.
               88 RECORD-FOUND VALUE 'Y'.

       LINKAGE SECTION.
           COPY FIZZSCTP.

       PROCEDURE DIVISION USING FIZZSCTP-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO SC-MESSAGE
           SET SC-RUN-STEP TO TRUE
           SET SC-STATE-NONE TO TRUE
           MOVE ZERO TO SC-STATE-RC
           IF SC-JOB-ID = SPACES
             PERFORM 1000-RESOLVE-STREAM
           END-IF
           IF SC-RUN-MODE NOT = 'D'
             MOVE 'F' TO SC-RUN-MODE
           END-IF
           PERFORM 1100-OPEN-RUN-CONTROL
           IF NOT SC-NO-CONTROL
             EVALUATE TRUE
               WHEN SC-CHECK
                 PERFORM 2000-CHECK-STEP
               WHEN SC-BEGIN
                 PERFORM 2000-CHECK-STEP
                 IF SC-RUN-STEP
                   PERFORM 3000-RECORD-START
                 END-IF
                 IF SC-SKIP-STEP
                   PERFORM 3100-RECORD-SKIP
                 END-IF
               WHEN SC-END
                 PERFORM 4000-RECORD-END
             END-EVALUATE
             CLOSE FIZZRCTL
           END-IF
           GOBACK.

      *    Same resolution FIZZBUZZ applies to its own job id: the
      *    FIZZPARM record's FP-JOB-ID, else the 'FIZZBUZZ'
      *    default; the run mode is FP-RUN-MODE.
       1000-RESOLVE-STREAM.
           MOVE WS-DEFAULT-JOB-ID TO SC-JOB-ID
           MOVE 'F' TO SC-RUN-MODE
           OPEN INPUT FIZZPARM
           IF WS-PARM-FILE-STATUS = '00'
             READ FIZZPARM
               AT END
                 MOVE '10' TO WS-PARM-FILE-STATUS
             END-READ
             IF WS-PARM-FILE-STATUS = '00'
               IF FP-JOB-ID NOT = SPACES
                 MOVE FP-JOB-ID TO SC-JOB-ID
               END-IF
               IF FP-MODE-DELTA
                 MOVE 'D' TO SC-RUN-MODE
               END-IF
             END-IF
             CLOSE FIZZPARM
           END-IF.

       1100-OPEN-RUN-CONTROL.
           OPEN I-O FIZZRCTL
           IF WS-RCTL-FILE-STATUS = '35'
             OPEN OUTPUT FIZZRCTL
             CLOSE FIZZRCTL
             OPEN I-O FIZZRCTL
           END-IF
           IF WS-RCTL-FILE-STATUS NOT = '00'
             SET SC-NO-CONTROL TO TRUE
             STRING 'FIZZRCTL OPEN FAILED - FILE STATUS '
                 WS-RCTL-FILE-STATUS ' - RUNNING UNCONTROLLED'
                 DELIMITED BY SIZE INTO SC-MESSAGE
           END-IF.

       1200-READ-STEP.
           MOVE 'Y' TO WS-RECORD-FOUND
           READ FIZZRCTL
             INVALID KEY
               MOVE 'N' TO WS-RECORD-FOUND
           END-READ.

      *    MERGSTEP comes ahead of FIZZRUN - the partition merge
      *    is what completes FIZZRUN - so it has no prerequisite.
      *    The step's own record is read whatever the answer, so
      *    its state goes back to the caller even on a refusal.
       2000-CHECK-STEP.
           IF SC-STEP-NAME = WS-HEAD-STEP
             PERFORM 2100-CHECK-MERGE-HOLD
           END-IF
           IF SC-STEP-NAME NOT = WS-HEAD-STEP
                   AND SC-STEP-NAME NOT = WS-MERGE-STEP
             MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
             MOVE SC-JOB-ID       TO RCT-JOB-ID
             MOVE SC-RUN-MODE     TO RCT-RUN-MODE
             MOVE WS-HEAD-STEP    TO RCT-STEP-NAME
             PERFORM 1200-READ-STEP
             IF NOT RECORD-FOUND
               SET SC-REFUSE-STEP TO TRUE
               MOVE 'FIZZRUN HAS NOT RUN FOR THIS DATE - REFUSED'
                   TO SC-MESSAGE
             ELSE
               IF NOT RCT-COMPLETED
                       OR RCT-RETURN-CODE > WS-CLEAN-RC
                 SET SC-REFUSE-STEP TO TRUE
                 MOVE 'FIZZRUN HAS NOT COMPLETED CLEANLY FOR THIS '
                     TO SC-MESSAGE
                 MOVE 'DATE - REFUSED' TO SC-MESSAGE(44:14)
               END-IF
             END-IF
           END-IF
           MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
           MOVE SC-JOB-ID       TO RCT-JOB-ID
           MOVE SC-RUN-MODE     TO RCT-RUN-MODE
           MOVE SC-STEP-NAME    TO RCT-STEP-NAME
           PERFORM 1200-READ-STEP
           IF RECORD-FOUND
             MOVE RCT-STEP-STATUS TO SC-STEP-STATE
             MOVE RCT-RETURN-CODE TO SC-STATE-RC
           END-IF
           IF SC-RUN-STEP
             IF RECORD-FOUND
               EVALUATE TRUE
                 WHEN RCT-COMPLETED
                         AND RCT-RETURN-CODE NOT > WS-CLEAN-RC
                   SET SC-SKIP-STEP TO TRUE
                   STRING 'ALREADY COMPLETED RC ' RCT-RETURN-CODE
                       ' AT ' RCT-END-STAMP ' - SKIPPED'
                       DELIMITED BY SIZE INTO SC-MESSAGE
                 WHEN RCT-COMPLETED
                   STRING 'LAST COMPLETED RC ' RCT-RETURN-CODE
                       ' - RERUNNING'
                       DELIMITED BY SIZE INTO SC-MESSAGE
                 WHEN RCT-STARTED
                   STRING 'ATTEMPT STARTED ' RCT-START-STAMP
                       ' NEVER COMPLETED - RERUNNING'
                       DELIMITED BY SIZE INTO SC-MESSAGE
                 WHEN RCT-RESET
                   STRING 'RESET BY ' RCT-RESET-BY
                       ' - RERUNNING'
                       DELIMITED BY SIZE INTO SC-MESSAGE
               END-EVALUATE
             END-IF
           END-IF.

      *    A merge that started and has not balanced holds the
      *    stream at FIZZRUN, so an unpartitioned sweep cannot be
      *    run over the top of partitions kept for its rerun.  The
      *    merge releases the hold by balancing; an operator can
      *    release it by resetting MERGSTEP through FIZZSTAT.
       2100-CHECK-MERGE-HOLD.
           MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
           MOVE SC-JOB-ID       TO RCT-JOB-ID
           MOVE SC-RUN-MODE     TO RCT-RUN-MODE
           MOVE WS-MERGE-STEP   TO RCT-STEP-NAME
           PERFORM 1200-READ-STEP
           IF RECORD-FOUND AND NOT RCT-RESET
             IF NOT RCT-COMPLETED
                     OR RCT-RETURN-CODE > WS-CLEAN-RC
               SET SC-REFUSE-STEP TO TRUE
               MOVE 'PARTITION MERGE HAS NOT BALANCED FOR THIS DATE '
                   TO SC-MESSAGE
               MOVE '- REFUSED' TO SC-MESSAGE(48:9)
             END-IF
           END-IF.

      *    2000-CHECK-STEP has just read (or failed to find) the
      *    step's own record, so the record area and found switch
      *    still describe it.
       3000-RECORD-START.
           IF NOT RECORD-FOUND
             INITIALIZE FIZZRCTL-RECORD
             MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
             MOVE SC-JOB-ID       TO RCT-JOB-ID
             MOVE SC-RUN-MODE     TO RCT-RUN-MODE
             MOVE SC-STEP-NAME    TO RCT-STEP-NAME
           END-IF
           SET RCT-STARTED TO TRUE
           MOVE WS-CURRENT-DATE(1:16) TO RCT-START-STAMP
           MOVE SPACES TO RCT-END-STAMP
           MOVE ZERO TO RCT-RETURN-CODE
           ADD 1 TO RCT-ATTEMPTS
           IF RECORD-FOUND
             REWRITE FIZZRCTL-RECORD
           ELSE
             WRITE FIZZRCTL-RECORD
               INVALID KEY
                 REWRITE FIZZRCTL-RECORD
             END-WRITE
           END-IF.

       3100-RECORD-SKIP.
           ADD 1 TO RCT-SKIPS
           MOVE WS-CURRENT-DATE(1:16) TO RCT-LAST-SKIP-STAMP
           REWRITE FIZZRCTL-RECORD.

      *    A completion with no start on file (the step began
      *    while FIZZRCTL was unavailable) still gets recorded,
      *    stamped as having started now.
       4000-RECORD-END.
           MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
           MOVE SC-JOB-ID       TO RCT-JOB-ID
           MOVE SC-RUN-MODE     TO RCT-RUN-MODE
           MOVE SC-STEP-NAME    TO RCT-STEP-NAME
           PERFORM 1200-READ-STEP
           IF RECORD-FOUND
             MOVE RCT-STEP-STATUS TO SC-STEP-STATE
             MOVE RCT-RETURN-CODE TO SC-STATE-RC
           END-IF
           IF NOT RECORD-FOUND
             INITIALIZE FIZZRCTL-RECORD
             MOVE SC-PROCESS-DATE TO RCT-PROCESS-DATE
             MOVE SC-JOB-ID       TO RCT-JOB-ID
             MOVE SC-RUN-MODE     TO RCT-RUN-MODE
             MOVE SC-STEP-NAME    TO RCT-STEP-NAME
             MOVE WS-CURRENT-DATE(1:16) TO RCT-START-STAMP
             MOVE 1 TO RCT-ATTEMPTS
           END-IF
           SET RCT-COMPLETED TO TRUE
           MOVE WS-CURRENT-DATE(1:16) TO RCT-END-STAMP
           MOVE SC-STEP-RC TO RCT-RETURN-CODE
           IF RECORD-FOUND
             REWRITE FIZZRCTL-RECORD
           ELSE
             WRITE FIZZRCTL-RECORD
               INVALID KEY
                 REWRITE FIZZRCTL-RECORD
             END-WRITE
           END-IF.
