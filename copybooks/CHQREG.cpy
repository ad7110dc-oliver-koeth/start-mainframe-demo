      *> CHQREG.cpy - CHQREG.DAT register of cleared cheque items.
      *> Included by CHQCLR, which writes a record for every
      *> presented cheque it pays or returns and looks the clearing
      *> house's item reference up first, so an item that comes in
      *> again - a rerun of the day's CHQIN.DAT, or the same item
      *> repeated on a later file - is skipped instead of being
      *> debited or returned a second time.
      *> CR-ITEM-REF is CQ-ITEM-REF from the presented item (see
      *> CHQREC.cpy). CR-OUTCOME is 'P' paid or 'R' returned, with
      *> the return reason in CR-REASON; CR-CLEAR-DATE is the
      *> business date the item was cleared on.
           05 CR-ITEM-REF        PIC X(12).
           05 CR-ACCT-ID         PIC X(10).
           05 CR-CHEQUE-NO       PIC 9(8).
           05 CR-AMOUNT          PIC 9(7)V99.
           05 CR-OUTCOME         PIC X(1).
           05 CR-REASON          PIC X(2).
           05 CR-CLEAR-DATE      PIC X(10).
