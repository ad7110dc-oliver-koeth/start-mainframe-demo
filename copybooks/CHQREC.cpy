      *> CHQREC.cpy - shared inward-clearing cheque record layout.
      *> One layout for two files: CHQIN.DAT (the cheques drawn on
      *> our checking accounts that the clearing house presents for
      *> payment, read by CHQCLR) and CHQRET.DAT (the outward
      *> returns file CHQCLR writes back for the items it would not
      *> pay). Keeping the shapes identical means an unpaid cheque
      *> goes back to the clearing house exactly as it came in, with
      *> only the reason filled in - the same discipline as
      *> PAYREC.cpy on the payments side.
      *> CQ-TYPE is 'H' for the header (clearing date), 'D' for a
      *> cheque detail and 'T' for the control trailer (detail count
      *> and amount total). On a detail, CQ-ACCT-ID is the drawer's
      *> account, CQ-CHEQUE-NO the serial printed on the cheque,
      *> CQ-PRESENTER the bank code of the bank presenting it and
      *> CQ-ITEM-REF the clearing house's own item reference, which
      *> must come back unchanged on a return. CQ-REASON is spaces
      *> inward and carries the return reason on CHQRET.DAT:
      *>   01 insufficient funds (AVAIL-BALANCE, plus OD-LIMIT on a
      *>      checking account, does not cover the cheque);
      *>   02 account frozen;
      *>   03 account closed (no longer on the customer file);
      *>   04 payment stopped by the drawer (see STOPREC.cpy);
      *>   05 not a cheque account (the account is not checking).
           05 CQ-TYPE      PIC X(1).
           05 CQ-DETAIL    PIC X(69).
           05 CQ-FIELDS REDEFINES CQ-DETAIL.
               10 CQ-ACCT-ID     PIC X(10).
               10 CQ-CHEQUE-NO   PIC 9(8).
               10 CQ-AMOUNT      PIC 9(7)V99.
               10 CQ-PRESENTER   PIC X(8).
               10 CQ-ITEM-REF    PIC X(12).
               10 CQ-DATE        PIC X(10).
               10 CQ-REASON      PIC X(2).
               10 FILLER         PIC X(10).
           05 CQ-HEADER REDEFINES CQ-DETAIL.
               10 CQ-CLEAR-DATE  PIC X(10).
               10 FILLER         PIC X(59).
           05 CQ-TRAILER REDEFINES CQ-DETAIL.
               10 CQ-COUNT       PIC 9(7).
               10 CQ-TOTAL       PIC 9(11)V99.
               10 FILLER         PIC X(49).
