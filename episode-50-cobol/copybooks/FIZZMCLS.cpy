      *****************************************************
      *  FIZZMCLS.CPY                                     *
      *  Record layout for the FIZZMCLS month-end close    *
      *  file written by FIZZMEND.  VSAM KSDS keyed on      *
      *  MC-KEY: record type, closed period (CCYYMM) and a  *
      *  subkey that depends on the type -                  *
      *    C  close control - one per closed period,        *
      *       written last; a period is closed only once    *
      *       this record is on file, and is never          *
      *       rewritten after that                          *
      *    R  a classification rule in effect on the        *
      *       closing processing date                       *
      *    V  one category and classification: its closing *
      *       valuation and its period ledger against the   *
      *       prior close                                   *
      *    I  one item as it stood at the close - the image *
      *       next month's ledger is reconciled from, so a  *
      *       close never depends on FIZZOUT or FIZZOUTH     *
      *       still holding the vintage                      *
      *  Type leads the key so the control records for all  *
      *  periods browse together.                            *
      *****************************************************
       01  FIZZMCLS-RECORD.
           05  MC-KEY.
               10  MC-REC-TYPE           PIC X(01).
                   88  MC-CONTROL        VALUE 'C'.
                   88  MC-RULE           VALUE 'R'.
                   88  MC-VALUATION      VALUE 'V'.
                   88  MC-ITEM           VALUE 'I'.
               10  MC-PERIOD             PIC 9(6).
               10  MC-SUBKEY             PIC X(84).
               10  MC-RULE-SUBKEY REDEFINES MC-SUBKEY.
                   15  MC-RUL-DIVISOR    PIC 9(3).
                   15  MC-RUL-EFF-DATE   PIC 9(8).
                   15  FILLER            PIC X(73).
               10  MC-VALUATION-SUBKEY REDEFINES MC-SUBKEY.
                   15  MC-VAL-CATEGORY   PIC X(4).
                   15  MC-VAL-CLASS      PIC X(80).
               10  MC-ITEM-SUBKEY REDEFINES MC-SUBKEY.
                   15  MC-ITM-NUMBER     PIC 9(7).
                   15  FILLER            PIC X(77).
           05  MC-BODY                   PIC X(130).
           05  MC-CONTROL-BODY REDEFINES MC-BODY.
               10  MC-CTL-PROCESS-DATE   PIC 9(8).
               10  MC-CTL-CLOSE-STAMP    PIC X(16).
               10  MC-CTL-PRIOR-PERIOD   PIC 9(6).
               10  MC-CTL-ITEM-COUNT     PIC 9(7).
               10  MC-CTL-HASH-NUMBER    PIC 9(13).
               10  MC-CTL-CLOSING-VALUE  PIC 9(13)V99.
               10  MC-CTL-RULE-COUNT     PIC 9(3).
               10  MC-CTL-CELL-COUNT     PIC 9(3).
               10  FILLER                PIC X(59).
           05  MC-RULE-BODY REDEFINES MC-BODY.
               10  MC-RUL-LABEL          PIC X(8).
               10  MC-RUL-EXP-DATE       PIC 9(8).
               10  FILLER                PIC X(114).
      *    Ledger identity, per category and classification:
      *    closing = opening + additions - deletions + price
      *    movement + quantity movement + reclassification
      *    movement.  Opening is the prior close's closing.
           05  MC-VALUATION-BODY REDEFINES MC-BODY.
               10  MC-VAL-ITEM-COUNT     PIC 9(7).
               10  MC-VAL-QUANTITY       PIC 9(11).
               10  MC-VAL-OPENING        PIC 9(13)V99.
               10  MC-VAL-ADDITIONS      PIC 9(13)V99.
               10  MC-VAL-DELETIONS      PIC 9(13)V99.
               10  MC-VAL-PRICE-MOVE     PIC S9(13)V99.
               10  MC-VAL-QTY-MOVE       PIC S9(13)V99.
               10  MC-VAL-RECLASS-MOVE   PIC S9(13)V99.
               10  MC-VAL-CLOSING        PIC 9(13)V99.
               10  FILLER                PIC X(7).
           05  MC-ITEM-BODY REDEFINES MC-BODY.
               10  MC-ITM-CATEGORY       PIC X(4).
               10  MC-ITM-CLASS          PIC X(80).
               10  MC-ITM-QUANTITY       PIC 9(5).
               10  MC-ITM-UNIT-PRICE     PIC 9(5)V99.
               10  MC-ITM-DESCRIPTION    PIC X(20).
               10  FILLER                PIC X(14).
