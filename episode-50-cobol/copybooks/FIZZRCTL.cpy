      *****************************************************
      *  FIZZRCTL.CPY                                     *
      *  Record layout for the FIZZRCTL stream run-control *
      *  file.  One record per nightly stream step, keyed   *
      *  by processing date, job id, run mode and step      *
      *  name, recording when the step started, when it     *
      *  completed and the return code it completed with.   *
      *  The job id is the FIZZCKPT/FIZZAUDT job id the     *
      *  stream runs under; the run mode ('F' full sweep,   *
      *  'D' delta merge) keeps a delta rerun of a date the  *
      *  full stream already processed from being mistaken  *
      *  for a repeat of it.  FIZZSCTL maintains the file;   *
      *  FIZZSTAT reports on it and can reset a step so an   *
      *  operator can force it to run again.                 *
      *****************************************************
       01  FIZZRCTL-RECORD.
           05  RCT-KEY.
               10  RCT-PROCESS-DATE  PIC 9(8).
               10  RCT-JOB-ID        PIC X(8).
               10  RCT-RUN-MODE      PIC X(1).
               10  RCT-STEP-NAME     PIC X(8).
           05  RCT-STEP-STATUS       PIC X(1).
               88  RCT-STARTED       VALUE 'S'.
               88  RCT-COMPLETED     VALUE 'C'.
               88  RCT-RESET         VALUE 'R'.
           05  RCT-START-STAMP       PIC X(16).
           05  RCT-END-STAMP         PIC X(16).
           05  RCT-RETURN-CODE       PIC 9(3).
           05  RCT-ATTEMPTS          PIC 9(3).
           05  RCT-SKIPS             PIC 9(3).
           05  RCT-LAST-SKIP-STAMP   PIC X(16).
           05  RCT-RESET-BY          PIC X(8).
           05  RCT-RESET-STAMP       PIC X(16).
