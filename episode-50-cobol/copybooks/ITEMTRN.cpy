      *  Record layout for the ITEMTRAN transaction file  *
      *  read by ITEMMNT.  One record is one add, change,  *
      *  or delete to be applied to ITEMMSTR, keyed on      *
      *  IT-ITEM-NUMBER.  IT-SUBMITTED-BY is the user id    *
      *  of whoever raised it - required on every record,   *
      *  and the one user who may not approve it when its   *
      *  valuation movement holds it on ITEMPEND.           *
      *****************************************************
       01  ITEMTRAN-RECORD.
           05  IT-TRANS-CODE         PIC X(01).
           05  IT-ITEM-CATEGORY      PIC X(4).
           05  IT-ITEM-QUANTITY      PIC 9(5).
           05  IT-ITEM-UNIT-PRICE    PIC 9(5)V99.
           05  IT-SUBMITTED-BY       PIC X(8).
