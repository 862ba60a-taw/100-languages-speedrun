      *  processed by ITEMMNT so every add, change, or      *
      *  delete applied against ITEMMSTR - and every one    *
      *  rejected - is answerable without digging through   *
      *  SYSOUT.  ITEMSMNT logs its work on the ITEMSUSP    *
      *  suspense file here too, under IA-TRANS-CODE 'S',   *
      *  and ITEMAPRV its approval decisions on the ITEMPEND *
      *  file under IA-TRANS-CODE 'P'.  IA-SUBMITTED-BY is   *
      *  the maker of the transaction, IA-APPROVED-BY the    *
      *  checker who released or declined it, where there    *
      *  was one.                                            *
      *****************************************************
       01  ITEMAUDT-RECORD.
           05  IA-TIMESTAMP          PIC X(21).
           05  IA-ITEM-NUMBER        PIC 9(7).
           05  IA-STATUS             PIC X(8).
           05  IA-REASON             PIC X(40).
           05  IA-SUBMITTED-BY       PIC X(8).
           05  IA-APPROVED-BY        PIC X(8).
