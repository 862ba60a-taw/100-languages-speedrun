      *****************************************************
      *  ITEMJRNL.CPY                                     *
      *  Record layout for the ITEMJRNL item master        *
      *  journal.  ITEMMNT appends one record for every     *
      *  add, change, or delete it actually applies to      *
      *  ITEMMSTR, carrying the full ITEMMSTR image before  *
      *  and after the update.  An add has no before image  *
      *  and a delete no after image - those are left at    *
      *  spaces.  JR-RUN-STAMP identifies the maintenance   *
      *  run (its start stamp, CCYYMMDDHHMMSShh) and JR-SEQ *
      *  orders the records within it, so ITEMRCVR can     *
      *  roll a backup forward to any point or back out one *
      *  named run in reverse order.  ITEMRCVR appends its  *
      *  own changes the same way, under its own run stamp - *
      *  each undo of a back-out, and a reversal of every    *
      *  record a roll forward stopped short of - so a full *
      *  replay of the journal always gives the current      *
      *  master.                                             *
      *****************************************************
       01  ITEMJRNL-RECORD.
           05  JR-TIMESTAMP          PIC X(21).
           05  JR-RUN-STAMP          PIC X(16).
           05  JR-SEQ                PIC 9(7).
           05  JR-ACTION             PIC X(01).
               88  JR-ADD            VALUE 'A'.
               88  JR-CHANGE         VALUE 'C'.
               88  JR-DELETE         VALUE 'D'.
           05  JR-ITEM-NUMBER        PIC 9(7).
           05  JR-BEFORE-IMAGE.
               10  JR-BEF-ITEM-NUMBER      PIC 9(7).
               10  JR-BEF-DESCRIPTION      PIC X(20).
               10  JR-BEF-CATEGORY         PIC X(4).
               10  JR-BEF-QUANTITY         PIC 9(5).
               10  JR-BEF-UNIT-PRICE       PIC 9(5)V99.
           05  JR-AFTER-IMAGE.
               10  JR-AFT-ITEM-NUMBER      PIC 9(7).
               10  JR-AFT-DESCRIPTION      PIC X(20).
               10  JR-AFT-CATEGORY         PIC X(4).
               10  JR-AFT-QUANTITY         PIC 9(5).
               10  JR-AFT-UNIT-PRICE       PIC 9(5)V99.
