      *    file is written it is read back and the trailer proved
      *    against the body; a file that does not prove comes back
      *    RC=16 and must not be released to finance.
      *    When finance asks for a processing date again, the
      *    FIZZFRSN resend request names the date, who asked, and
      *    why; the file is then regenerated for that date instead
      *    of FIZZPDAT's, with the header marked as a resend and
      *    carrying the request, and a date with nothing on the
      *    extract any more comes back RC=16 rather than sending
      *    finance an empty file.  Every header carries the stamp
      *    it was written at, which finance quotes back on its
      *    FIZZFACK acknowledgement for FIZZFREC to reconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZFINT ASSIGN TO "FIZZFINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZFRSN ASSIGN TO "FIZZFRSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY FIZZOUT.
       FD  FIZZFINT.
           COPY FIZZFINT.
       FD  FIZZFRSN.
           COPY FIZZFRSN.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-RSN-FILE-STATUS PIC XX.
           01 WS-RSN-EOF PIC X VALUE 'N'.
               88 END-OF-RESEND VALUE 'Y'.
           01 WS-RESEND-MODE PIC X VALUE 'N'.
               88 RESEND-RUN VALUE 'Y'.
           01 WS-TRANSMIT-STAMP PIC X(16).
           01 WS-RESEND-BY PIC X(8) VALUE SPACES.
           01 WS-RESEND-REASON PIC X(40) VALUE SPACES.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-OUT-EOF PIC X VALUE 'N'.
           01 WS-VFY-OK PIC X VALUE 'Y'.
               88 FILE-PROVES VALUE 'Y'.
               88 FILE-FAILS  VALUE 'N'.
           01 WS-STREAM-STEP PIC X(8) VALUE 'FEXTSTEP'.
           COPY FIZZSCTP.

       PROCEDURE DIVISION.
           PERFORM 1000-SET-PROCESS-DATE
           PERFORM 1100-CHECK-RESEND
           PERFORM 1200-BEGIN-STREAM-STEP
           PERFORM 2000-WRITE-INTERFACE
           PERFORM 3000-VERIFY-INTERFACE
           PERFORM 9000-FINALIZE
           PERFORM 9900-END-STREAM-STEP
           STOP RUN.

      *    The business processing date comes from FIZZPDAT - the
             CLOSE FIZZPDAT
           END-IF.

      *    A resend is only made against a complete request - the
      *    date, and who asked and why - since the header it
      *    stamps is the only record finance and control have of
      *    why a second file exists for that date.
       1100-CHECK-RESEND.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TRANSMIT-STAMP
           OPEN INPUT FIZZFRSN
           IF WS-RSN-FILE-STATUS = '00'
             READ FIZZFRSN
               AT END
                 SET END-OF-RESEND TO TRUE
             END-READ
             IF NOT END-OF-RESEND
               IF RS-PROCESS-DATE NOT NUMERIC
                       OR RS-PROCESS-DATE = ZERO
                       OR RS-REQUESTED-BY = SPACES
                       OR RS-REASON = SPACES
                 DISPLAY 'FIZZFEXT: FIZZFRSN RESEND REQUEST NEEDS A '
                     'DATE, REQUESTER AND REASON - ABORTING'
                 CLOSE FIZZFRSN
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               SET RESEND-RUN TO TRUE
               MOVE RS-PROCESS-DATE TO WS-RUN-DATE
               MOVE RS-REQUESTED-BY TO WS-RESEND-BY
               MOVE RS-REASON       TO WS-RESEND-REASON
               DISPLAY 'FIZZFEXT: RESEND OF ' WS-RUN-DATE
                   ' REQUESTED BY ' RS-REQUESTED-BY ' - ' RS-REASON
             END-IF
             CLOSE FIZZFRSN
           END-IF.

      *    FIZZRCTL run control: a step the stream already
      *    completed cleanly for this date is not repeated when
      *    the stream is resubmitted, and the step is refused
      *    while FIZZRUN has not completed cleanly for the date.
      *    A resend is a deliberate second transmission and is
      *    not under run control.
       1200-BEGIN-STREAM-STEP.
           IF NOT RESEND-RUN
             INITIALIZE FIZZSCTP-PARMS
             SET SC-BEGIN TO TRUE
             MOVE WS-STREAM-STEP TO SC-STEP-NAME
             MOVE WS-RUN-DATE    TO SC-PROCESS-DATE
             CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
             IF SC-MESSAGE NOT = SPACES
               DISPLAY 'FIZZFEXT: RUN CONTROL - ' SC-MESSAGE
             END-IF
             IF SC-REFUSE-STEP
               DISPLAY 'FIZZFEXT: ' WS-STREAM-STEP ' REFUSED FOR '
                   WS-RUN-DATE ' - ABORTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF SC-SKIP-STEP
               MOVE ZERO TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       2000-WRITE-INTERFACE.
           OPEN INPUT FIZZOUT
           OPEN OUTPUT FIZZFINT
           INITIALIZE FIZZFINT-RECORD
           SET FI-HEADER TO TRUE
           MOVE WS-RUN-DATE TO FI-HDR-PROCESS-DATE
           MOVE WS-TRANSMIT-STAMP TO FI-HDR-TRANSMIT-STAMP
           IF RESEND-RUN
             SET FI-HDR-RESEND TO TRUE
             MOVE WS-RESEND-BY     TO FI-HDR-RESEND-BY
             MOVE WS-RESEND-REASON TO FI-HDR-RESEND-REASON
           ELSE
             MOVE 'O' TO FI-HDR-TRANSMIT-TYPE
           END-IF
           WRITE FIZZFINT-RECORD
           PERFORM UNTIL END-OF-OUT
             READ FIZZOUT
       9000-FINALIZE.
           DISPLAY '================================================'
           DISPLAY 'FIZZFEXT INTERFACE CONTROLS FOR ' WS-RUN-DATE
           DISPLAY '  TRANSMIT STAMP  . . . . . .  ' WS-TRANSMIT-STAMP
           IF RESEND-RUN
             DISPLAY '  RESEND REQUESTED BY . . . .  ' WS-RESEND-BY
           END-IF
           DISPLAY '  DETAIL RECORDS WRITTEN . . . ' WS-WRITE-COUNT
           DISPLAY '  ITEM NUMBER HASH TOTAL . . . ' WS-WRITE-HASH
           DISPLAY '  EXTENDED VALUE TOTAL  . . .  ' WS-WRITE-VALUE
           DISPLAY '================================================'
           IF RESEND-RUN AND WS-WRITE-COUNT = ZERO
             DISPLAY 'FIZZFEXT: NO FIZZOUT RECORDS FOR RESEND DATE '
                 WS-RUN-DATE ' - NOTHING TO RESEND'
             SET FILE-FAILS TO TRUE
           END-IF
           IF FILE-PROVES
             DISPLAY 'FIZZFEXT: TRAILER PROVES AGAINST BODY - FILE '
                 'MAY BE RELEASED'
                 'RELEASE THE INTERFACE FILE'
             MOVE 16 TO RETURN-CODE
           END-IF.

      *    Completion and return code go on FIZZRCTL last, once
      *    every output is closed.
       9900-END-STREAM-STEP.
           IF NOT RESEND-RUN
             MOVE RETURN-CODE TO SC-STEP-RC
             SET SC-END TO TRUE
             CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
             MOVE SC-STEP-RC TO RETURN-CODE
           END-IF.
