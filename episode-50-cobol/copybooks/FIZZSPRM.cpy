      *****************************************************
      *  FIZZSPRM.CPY                                     *
      *  Control card for the FIZZSTAT stream status run.   *
      *  SP-PROCESS-DATE names the date to report - zero or *
      *  blank means the FIZZPDAT processing date.  A blank *
      *  SP-JOB-ID reports every stream that ran that date; *
      *  a job id (with SP-RUN-MODE 'D' for the delta       *
      *  stream) reports just that one, including steps not *
      *  yet started.  SP-ACTION 'R' first resets the named *
      *  step so the next submission runs it again -         *
      *  resetting FIZZRUN resets the whole stream, since    *
      *  every downstream step reads what it wrote.  A reset *
      *  needs the job id, step and SP-REQUESTED-BY.          *
      *  No card at all reports the processing date.          *
      *****************************************************
       01  FIZZSPRM-RECORD.
           05  SP-PROCESS-DATE       PIC X(8).
           05  SP-JOB-ID             PIC X(8).
           05  SP-RUN-MODE           PIC X(1).
           05  SP-ACTION             PIC X(1).
               88  SP-RESET-STEP     VALUE 'R'.
           05  SP-STEP-NAME          PIC X(8).
           05  SP-REQUESTED-BY       PIC X(8).
