           01 WS-MIX-HEADER PIC X(132).
           01 WS-MIX-LINE PIC X(132).
           01 WS-COL PIC 9(3).
           01 WS-STREAM-STEP PIC X(8) VALUE 'CMIXSTEP'.
           COPY FIZZSCTP.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RULES
           PERFORM 2000-SORT-FIZZOUT
           PERFORM 9500-CLOSE-PRINT
           PERFORM 9900-END-STREAM-STEP
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
             END-IF
             CLOSE FIZZPDAT
           END-IF
           PERFORM 1010-BEGIN-STREAM-STEP
           OPEN OUTPUT FIZZPRNT
           PERFORM 1050-LOAD-CATEGORIES.

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
             DISPLAY 'FIZZCMIX: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZCMIX: ' WS-STREAM-STEP ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-SKIP-STEP
             MOVE ZERO TO RETURN-CODE
             STOP RUN
           END-IF.

      *    A missing reference master only costs the report its
      *    category names - the numbers still have to go out, so
      *    this degrades to codes-only rather than failing the
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
