      *****************************************************
      *  ITEMSTRN.CPY                                     *
      *  Record layout for the ITEMSTRN suspense           *
      *  maintenance transaction file read by ITEMSMNT.    *
      *  One record works one ITEMSUSP entry, named by its  *
      *  SU-SUSP-KEY as printed on the ITEMSAGE aging       *
      *  report:                                            *
      *    C  correct - replace the held transaction image   *
      *       with the one on this record and mark it for    *
      *       recycle                                        *
      *    R  release - recycle the held image unchanged     *
      *       (the cause was fixed elsewhere, e.g. the       *
      *       category has since been added to CATMSTR)      *
      *    X  cancel  - close the entry without applying it  *
      *  ST-CORRECTED-BY is the user working the entry and   *
      *  is required on every action.  A corrected image     *
      *  goes back under that user as its maker, whatever    *
      *  submitted-by the image itself carries.              *
      *****************************************************
       01  ITEMSTRN-RECORD.
           05  ST-ACTION             PIC X(01).
               88  ST-CORRECT        VALUE 'C'.
               88  ST-RELEASE        VALUE 'R'.
               88  ST-CANCEL         VALUE 'X'.
           05  ST-SUSP-KEY.
               10  ST-KEY-STAMP      PIC X(16).
               10  ST-KEY-SEQ        PIC 9(5).
           05  ST-TRAN-IMAGE.
               10  ST-TRANS-CODE         PIC X(01).
               10  ST-ITEM-NUMBER        PIC 9(7).
               10  ST-ITEM-DESCRIPTION   PIC X(20).
               10  ST-ITEM-CATEGORY      PIC X(4).
               10  ST-ITEM-QUANTITY      PIC 9(5).
               10  ST-ITEM-UNIT-PRICE    PIC 9(5)V99.
               10  ST-SUBMITTED-BY       PIC X(8).
           05  ST-CORRECTED-BY       PIC X(8).
