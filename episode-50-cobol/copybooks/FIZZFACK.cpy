      *****************************************************
      *  FIZZFACK.CPY                                     *
      *  Record layout for the FIZZFACK acknowledgement    *
      *  file finance returns for FIZZFINT transmissions.   *
      *  Every record quotes the transmission it answers -  *
      *  the header processing date and transmit stamp.     *
      *    A  one per load attempt: accepted or rejected,   *
      *       the detail records finance received, how many *
      *       it accepted and rejected, and the value       *
      *       totals received and accepted                  *
      *    R  one per detail record finance rejected, with  *
      *       the item number and finance's reason          *
      *  The file is cumulative - finance appends to it -   *
      *  and FIZZFREC reconciles it against every FIZZFINT  *
      *  generation still cataloged.                        *
      *****************************************************
       01  FIZZFACK-RECORD.
           05  FA-RECORD-TYPE        PIC X(01).
               88  FA-TRANSMISSION   VALUE 'A'.
               88  FA-DETAIL-REJECT  VALUE 'R'.
           05  FA-PROCESS-DATE       PIC 9(8).
           05  FA-TRANSMIT-STAMP     PIC X(16).
           05  FA-RECORD-BODY        PIC X(60).
           05  FA-ACK-BODY REDEFINES FA-RECORD-BODY.
               10  FA-ACK-STATUS       PIC X(01).
                   88  FA-ACCEPTED     VALUE 'A'.
                   88  FA-REJECTED     VALUE 'R'.
               10  FA-LOAD-DATE        PIC 9(8).
               10  FA-RECORD-COUNT     PIC 9(7).
               10  FA-ACCEPT-COUNT     PIC 9(7).
               10  FA-REJECT-COUNT     PIC 9(7).
               10  FA-VALUE-TOTAL      PIC 9(13)V99.
               10  FA-ACCEPT-VALUE     PIC 9(13)V99.
           05  FA-REJECT-BODY REDEFINES FA-RECORD-BODY.
               10  FA-RJ-NUMBER        PIC 9(7).
               10  FA-RJ-REASON        PIC X(40).
               10  FILLER              PIC X(13).
