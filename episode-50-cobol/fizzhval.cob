           01 WS-EDIT-UNIT-PRICE PIC ZZZZ9.99.
           01 WS-EDIT-EXTENDED-VALUE PIC ZZZZZZZZZ9.99.
           01 WS-EDIT-EXCEPTION-TOTAL PIC ZZZZZZZZZZZZ9.99.
           01 WS-STREAM-STEP PIC X(8) VALUE 'HVALSTEP'.
           COPY FIZZSCTP.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-EXCEPTIONS
           PERFORM 9000-REPORT-TOTALS
           PERFORM 9500-CLOSE-PRINT
           PERFORM 9900-END-STREAM-STEP
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
             END-IF
             CLOSE FIZZPDAT
           END-IF
           PERFORM 1010-BEGIN-STREAM-STEP
           OPEN OUTPUT FIZZPRNT
           OPEN INPUT FIZZHPRM
           READ FIZZHPRM
           END-IF
           MOVE HP-THRESHOLD TO WS-THRESHOLD.

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
             DISPLAY 'FIZZHVAL: RUN CONTROL - ' SC-MESSAGE
           END-IF
           IF SC-REFUSE-STEP
             DISPLAY 'FIZZHVAL: ' WS-STREAM-STEP ' REFUSED FOR '
                 WS-RUN-DATE ' - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF SC-SKIP-STEP
             MOVE ZERO TO RETURN-CODE
             STOP RUN
           END-IF.

       2000-SORT-EXCEPTIONS.
           SORT SORTWORK
               ON DESCENDING KEY SW-EXTENDED-VALUE
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
