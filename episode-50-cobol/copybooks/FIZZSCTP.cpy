      *****************************************************
      *  FIZZSCTP.CPY                                     *
      *  Parameter block passed to the FIZZSCTL stream      *
      *  run-control subprogram.                            *
      *    SC-CHECK  only ask whether the step may run      *
      *    SC-BEGIN  ask, and record the start if it may    *
      *    SC-END    record the completion and return code  *
      *  The caller supplies the step name, processing date *
      *  and (for SC-END) the return code.  A caller that   *
      *  leaves SC-JOB-ID SPACES gets the job id and run    *
      *  mode FIZZSCTL reads off FIZZPARM, the same way      *
      *  FIZZBUZZ resolves them, so every step of a stream   *
      *  keys its record alike.  SC-RESULT comes back:       *
      *    SC-RUN-STEP     go ahead                          *
      *    SC-SKIP-STEP    already completed cleanly         *
      *    SC-REFUSE-STEP  FIZZRUN has not completed cleanly *
      *    SC-NO-CONTROL   FIZZRCTL unavailable - go ahead   *
      *                    uncontrolled                      *
      *  with SC-MESSAGE saying why.  SC-STEP-STATE comes     *
      *  back as the caller's own step record stood before    *
      *  the call - SPACE when there is none (or no control), *
      *  otherwise its RCT-STEP-STATUS - with SC-STATE-RC its *
      *  last return code, whatever SC-RESULT says.           *
      *****************************************************
       01  FIZZSCTP-PARMS.
           05  SC-FUNCTION           PIC X(1).
               88  SC-CHECK          VALUE 'C'.
               88  SC-BEGIN          VALUE 'B'.
               88  SC-END            VALUE 'E'.
           05  SC-STEP-NAME          PIC X(8).
           05  SC-JOB-ID             PIC X(8).
           05  SC-RUN-MODE           PIC X(1).
           05  SC-PROCESS-DATE       PIC 9(8).
           05  SC-STEP-RC            PIC 9(3).
           05  SC-RESULT             PIC X(1).
               88  SC-RUN-STEP       VALUE 'R'.
               88  SC-SKIP-STEP      VALUE 'S'.
               88  SC-REFUSE-STEP    VALUE 'X'.
               88  SC-NO-CONTROL     VALUE 'N'.
           05  SC-MESSAGE            PIC X(60).
           05  SC-STEP-STATE         PIC X(1).
               88  SC-STATE-NONE     VALUE SPACE.
               88  SC-STATE-STARTED  VALUE 'S'.
               88  SC-STATE-COMPLETED VALUE 'C'.
               88  SC-STATE-RESET    VALUE 'R'.
           05  SC-STATE-RC           PIC 9(3).
