      *  extended value movement exceeds it is flagged on   *
      *  the valuation impact report, so a fat-fingered     *
      *  price is caught the day it lands instead of at     *
      *  month end.  The same threshold holds a movement    *
      *  on ITEMPEND for approval, so a missing file or     *
      *  zero threshold stops ITEMMNT before it updates     *
      *  anything.                                          *
      *****************************************************
       01  ITEMVPRM-RECORD.
           05  VP-THRESHOLD          PIC 9(9)V99.
