               FILE STATUS IS WS-AUDT-FILE-STATUS.
           SELECT FIZZRULE ASSIGN TO "FIZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZPTBL ASSIGN TO "FIZZPTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY FIZZAUDT.
       FD  FIZZRULE.
           COPY FIZZRULE.
       FD  FIZZPTBL.
           COPY FIZZPTBL.

       WORKING-STORAGE SECTION.
           01 N PIC 9(7).
           01 WS-OUTP-FILE-STATUS PIC XX.
           01 WS-DLTA-FILE-STATUS PIC XX.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-PTBL-FILE-STATUS PIC XX.
           01 WS-PTBL-EOF PIC X VALUE 'N'.
               88 END-OF-PTBL VALUE 'Y'.
           01 WS-PARTITION-RUN PIC X VALUE 'N'.
               88 PARTITION-RUN VALUE 'Y'.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-MASTER-EOF PIC X VALUE 'N'.
           01 WS-VC-CURRENT PIC 9(7).
           01 WS-VC-DIFF PIC S9(7).
           01 WS-VC-PCT PIC 9(9).
           01 WS-STREAM-STEP PIC X(8) VALUE 'FIZZRUN'.
           01 WS-STEP-BEGUN PIC X VALUE 'N'.
               88 STEP-BEGUN VALUE 'Y'.
           COPY FIZZSCTP.

      *    Standard z/OS PARM= layout: a halfword length followed
      *    by the parm text.  A step coded with no PARM= at all

       PROCEDURE DIVISION USING LS-PARM.
           PERFORM 1000-READ-PARAMETERS
           PERFORM 1070-APPLY-PARTITION
           PERFORM 1080-SET-PROCESS-DATE
           PERFORM 1090-BEGIN-STREAM-STEP
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-VALIDATE-PARAMETERS
           PERFORM 1500-OPEN-CHECKPOINT
           PERFORM 9200-PRINT-CONTROL-TOTALS
           PERFORM 9250-CHECK-VARIANCE
           PERFORM 9300-WRITE-AUDIT-LOG
           PERFORM 9350-END-STREAM-STEP
           STOP RUN.

       1000-READ-PARAMETERS.
             END-IF
           END-IF.

      *    A partition of a split full-range sweep runs under its
      *    own job id with a FIZZPTBL DD naming every partition:
      *    its card narrows the FIZZPARM range to the slice this
      *    execution classifies, while checkpoint, audit and run
      *    control all key on the partition's job id.  No FIZZPTBL
      *    DD is the ordinary single sweep of the whole range; a
      *    FIZZPTBL with no card for the job id is a partition job
      *    pointed at the wrong table and is not run.
       1070-APPLY-PARTITION.
           OPEN INPUT FIZZPTBL
           IF WS-PTBL-FILE-STATUS = '00'
             PERFORM UNTIL END-OF-PTBL
               READ FIZZPTBL
                 AT END
                   SET END-OF-PTBL TO TRUE
                 NOT AT END
                   IF PT-JOB-ID = WS-JOB-ID
                     PERFORM 1075-TAKE-PARTITION-RANGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FIZZPTBL
             IF NOT PARTITION-RUN
               DISPLAY 'FIZZBUZZ: JOB ID ' WS-JOB-ID ' IS NOT ON '
                   'FIZZPTBL - ABORTING'
               MOVE 'JOB ID IS NOT ON FIZZPTBL' TO WS-ABORT-REASON
               PERFORM 9400-WRITE-ABORT-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             DISPLAY 'FIZZBUZZ: PARTITION ' WS-JOB-ID ' - ITEMS '
                 WS-START-N ' THRU ' WS-END-N
           END-IF.

       1075-TAKE-PARTITION-RANGE.
           IF PT-START-N NOT NUMERIC OR PT-END-N NOT NUMERIC
             DISPLAY 'FIZZBUZZ: FIZZPTBL RANGE FOR ' WS-JOB-ID
                 ' IS NOT NUMERIC - ABORTING'
             CLOSE FIZZPTBL
             MOVE 'FIZZPTBL RANGE IS NOT NUMERIC' TO WS-ABORT-REASON
             PERFORM 9400-WRITE-ABORT-AUDIT-LOG
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           SET PARTITION-RUN TO TRUE
           MOVE PT-START-N TO WS-START-N
           MOVE PT-END-N   TO WS-END-N.

      *    FP-DIVISOR-A/B are retained on FIZZPARM for compatibility
      *    with existing JCL and are still edit-checked below, but
      *    classification itself is driven entirely by FIZZRULE.
           END-IF
           DISPLAY 'FIZZBUZZ: PROCESSING DATE ' WS-RUN-DATE.

      *    FIZZRCTL run control for the FIZZRUN step: a date this
      *    job id and run mode already classified cleanly is not
      *    classified again when the stream is resubmitted to
      *    finish its downstream steps, so the extract and the
      *    audit trail are not doubled up.  A deliberate rerun is
      *    made by resetting the step through FIZZSTAT first.
       1090-BEGIN-STREAM-STEP.
           INITIALIZE FIZZSCTP-PARMS
           SET SC-BEGIN TO TRUE
           MOVE WS-STREAM-STEP TO SC-STEP-NAME
           MOVE WS-JOB-ID      TO SC-JOB-ID
           MOVE WS-RUN-MODE    TO SC-RUN-MODE
           MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZBUZZ: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZBUZZ: ' WS-STREAM-STEP ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-SKIP-STEP
             DISPLAY 'FIZZBUZZ: ' WS-JOB-ID ' ALREADY CLASSIFIED '
                 WS-RUN-DATE ' - NOTHING TO DO'
             MOVE ZERO TO RETURN-CODE
             STOP RUN
           END-IF
           SET STEP-BEGUN TO TRUE.

       1100-LOAD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-RULE-CNTS
             DISPLAY 'FIZZBUZZ: FP-START-N MAY NOT EXCEED FP-END-N'
             SET PARMS-INVALID TO TRUE
           END-IF
           IF PARMS-VALID AND PARTITION-RUN
             IF WS-START-N < FP-START-N OR WS-END-N > FP-END-N
                     OR WS-START-N > WS-END-N
               DISPLAY 'FIZZBUZZ: FIZZPTBL RANGE IS NOT A SLICE OF '
                   'FP-START-N TO FP-END-N'
               SET PARMS-INVALID TO TRUE
             END-IF
             IF DELTA-MODE
               DISPLAY 'FIZZBUZZ: A PARTITION RUN MUST BE A FULL '
                   'RANGE SWEEP, NOT A DELTA RUN'
               SET PARMS-INVALID TO TRUE
             END-IF
           END-IF
           PERFORM VARYING RTAB-IDX FROM 1 BY 1
                   UNTIL RTAB-IDX > WS-RULE-COUNT
             IF RTAB-DIVISOR(RTAB-IDX) NOT NUMERIC
       9200-PRINT-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY 'FIZZBUZZ CONTROL TOTALS'
           IF PARTITION-RUN
             DISPLAY '  PARTITION . . . . . . . . .  ' WS-JOB-ID
                 ' ITEMS ' WS-START-N ' THRU ' WS-END-N
           END-IF
           DISPLAY '  FIZZBUZZ COUNT . . . . . . . ' WS-CNT-FIZZBUZZ
           DISPLAY '  FIZZ COUNT . . . . . . . . . ' WS-CNT-FIZZ
           DISPLAY '  BUZZ COUNT . . . . . . . . . ' WS-CNT-BUZZ
           WRITE FIZZAUDT-RECORD
           CLOSE FIZZAUDT.

      *    Completion goes on FIZZRCTL only once the audit record
      *    is down, so the downstream steps never see FIZZRUN
      *    complete for a run FIZZAUDT does not know about.
       9350-END-STREAM-STEP.
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-END TO TRUE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           MOVE SC-STEP-RC TO RETURN-CODE.

      *    Writes a minimal audit record for a run that aborted
      *    before reaching 9300-WRITE-AUDIT-LOG, so a failed run is
      *    as answerable from FIZZAUDT as a successful one.
           MOVE WS-DIVISOR-A    TO AUD-DIVISOR-A
           MOVE WS-DIVISOR-B    TO AUD-DIVISOR-B
           WRITE FIZZAUDT-RECORD
           CLOSE FIZZAUDT
           IF STEP-BEGUN
             MOVE 16 TO SC-STEP-RC
             SET SC-END TO TRUE
             CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           END-IF.
