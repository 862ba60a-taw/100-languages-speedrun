      *****************************************************
      *  FIZZFRSN.CPY                                     *
      *  Record layout for the FIZZFRSN resend request     *
      *  read by FIZZFEXT.  When present it names the one  *
      *  processing date whose finance interface file is   *
      *  to be regenerated and resent, who asked for it,   *
      *  and why; the regenerated header carries all three *
      *  so the resend is traceable on the file itself.    *
      *  The nightly run points the DD at DUMMY, so an      *
      *  empty file means a normal extract for FIZZPDAT.    *
      *****************************************************
       01  FIZZFRSN-RECORD.
           05  RS-PROCESS-DATE       PIC 9(8).
           05  RS-REQUESTED-BY       PIC X(8).
           05  RS-REASON             PIC X(40).
