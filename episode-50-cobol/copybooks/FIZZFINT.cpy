      *  detail record count, a hash total of FO-NUMBER,    *
      *  and the extended value total - the controls the    *
      *  receiving side balances the transfer against.      *
      *  The header also stamps when the generation was     *
      *  written and whether it is the night's original or  *
      *  a resend FIZZFEXT regenerated on finance's request *
      *  (with who asked and why).  Finance echoes the date *
      *  and stamp on its FIZZFACK acknowledgement so        *
      *  FIZZFREC can tell the transmissions apart.          *
      *  FIZZMEND writes the official month-end file in the  *
      *  same format, its header marked as a month-end close *
      *  of FI-HDR-CLOSE-PERIOD and its trailer carrying the *
      *  closing totals.                                     *
      *****************************************************
       01  FIZZFINT-RECORD.
           05  FI-RECORD-TYPE        PIC X(01).
           05  FI-RECORD-BODY        PIC X(115).
           05  FI-HEADER-BODY REDEFINES FI-RECORD-BODY.
               10  FI-HDR-PROCESS-DATE PIC 9(8).
               10  FI-HDR-TRANSMIT-STAMP PIC X(16).
               10  FI-HDR-TRANSMIT-TYPE PIC X(01).
                   88  FI-HDR-ORIGINAL VALUE 'O' ' '.
                   88  FI-HDR-RESEND   VALUE 'R'.
                   88  FI-HDR-MONTH-END VALUE 'M'.
               10  FI-HDR-RESEND-BY    PIC X(8).
               10  FI-HDR-RESEND-REASON PIC X(40).
               10  FI-HDR-CLOSE-PERIOD PIC 9(6).
               10  FILLER              PIC X(36).
           05  FI-DETAIL-BODY REDEFINES FI-RECORD-BODY.
               10  FI-DTL-NUMBER       PIC 9(7).
               10  FI-DTL-CLASS        PIC X(80).
