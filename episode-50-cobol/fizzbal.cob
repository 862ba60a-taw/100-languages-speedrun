           01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MAX-LINES PIC 9(3) VALUE 50.
           01 WS-PRINT-LINE PIC X(132).
           01 WS-STREAM-STEP PIC X(8) VALUE 'BALSTEP'.
           COPY FIZZSCTP.

       PROCEDURE DIVISION.
           PERFORM 1000-READ-PARAMETERS
           PERFORM 2000-MERGE-COMPARE
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 9500-CLOSE-PRINT
           PERFORM 9900-END-STREAM-STEP
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
       1000-READ-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT FIZZPDAT
           IF WS-PDAT-FILE-STATUS = '00'
             READ FIZZPDAT
             END-IF
             CLOSE FIZZPDAT
           END-IF
           PERFORM 1010-BEGIN-STREAM-STEP
           OPEN OUTPUT FIZZPRNT
           OPEN INPUT FIZZPARM
           READ FIZZPARM
             AT END
             STOP RUN
           END-IF.

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
             DISPLAY 'FIZZBAL: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZBAL: ' WS-STREAM-STEP ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-SKIP-STEP
             MOVE ZERO TO RETURN-CODE
             STOP RUN
           END-IF.

       2000-MERGE-COMPARE.
           SORT SORTWORK
               ON ASCENDING KEY SW-NUMBER
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
