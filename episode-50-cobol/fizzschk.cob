       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSCHK.

      *    Stream run-control gate.  Runs ahead of a nightly
      *    stream step, named in the JCL PARM=, and asks FIZZSCTL
      *    whether that step may run for the FIZZPDAT processing
      *    date.  The step itself makes the same check at startup;
      *    this gate exists so that a step already completed on
      *    an earlier submission is bypassed by COND= before its
      *    new (+1) report or interface generation is ever
      *    allocated, instead of cataloging an empty one.
      *      RC 0   run the step
      *      RC 4   step already completed cleanly - bypass it
      *      RC 16  FIZZRUN has not completed cleanly for the
      *             date - the step is refused and the stream
      *             holds
      *    Nothing is recorded on FIZZRCTL here; the step records
      *    its own start and completion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZPDAT ASSIGN TO "FIZZPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZPDAT.
           COPY FIZZPDAT.

       WORKING-STORAGE SECTION.
           01 WS-PDAT-FILE-STATUS PIC XX.
           01 WS-PDAT-EOF PIC X VALUE 'N'.
               88 END-OF-PDAT VALUE 'Y'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-STEP-LEN PIC S9(4) COMP.
           COPY FIZZSCTP.

      *    Standard z/OS PARM= layout, as FIZZBUZZ takes its job id
      *    override: a halfword length followed by the text - here
      *    the name of the step being gated.
       LINKAGE SECTION.
           01 LS-PARM.
               05 LS-PARM-LEN  PIC S9(4) COMP.
               05 LS-PARM-DATA PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-STEP
           STOP RUN.

       1000-INITIALIZE.
           MOVE LS-PARM-LEN TO WS-STEP-LEN
           IF WS-STEP-LEN > 8
             MOVE 8 TO WS-STEP-LEN
           END-IF
           INITIALIZE FIZZSCTP-PARMS
           IF WS-STEP-LEN > ZERO
             MOVE LS-PARM-DATA(1:WS-STEP-LEN) TO SC-STEP-NAME
           END-IF
           IF SC-STEP-NAME = SPACES
             DISPLAY 'FIZZSCHK: NO STEP NAME IN PARM= - ABORTING'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
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
           END-IF.

       2000-CHECK-STEP.
           SET SC-CHECK TO TRUE
           MOVE WS-RUN-DATE TO SC-PROCESS-DATE
           CALL 'FIZZSCTL' USING FIZZSCTP-PARMS
           DISPLAY 'FIZZSCHK: ' SC-STEP-NAME ' FOR ' SC-PROCESS-DATE
               ' JOB ' SC-JOB-ID ' MODE ' SC-RUN-MODE
           IF SC-MESSAGE NOT = SPACES
             DISPLAY 'FIZZSCHK: ' SC-MESSAGE
           END-IF
           EVALUATE TRUE
             WHEN SC-SKIP-STEP
               MOVE 4 TO RETURN-CODE
             WHEN SC-REFUSE-STEP
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
