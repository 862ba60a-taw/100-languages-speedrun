      *****************************************************
      *  ITEMHQRY.CPY                                     *
      *  Record layout for the ITEMHQRY inquiry request    *
      *  read by ITEMHIST: one item number per record, as  *
      *  many records as there are items to trace.          *
      *****************************************************
       01  ITEMHQRY-RECORD.
           05  HQ-ITEM-NUMBER        PIC 9(7).
