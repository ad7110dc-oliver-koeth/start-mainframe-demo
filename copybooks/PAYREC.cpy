      *> order that produced the payment, or spaces for a teller
      *> one-off; PY-REASON is spaces outbound and carries the
      *> clearing system's return reason code on PAYRET.DAT.
      *> PY-CURRENCY is the currency PY-AMOUNT is paid in - the
      *> paying account's ACCT-CURRENCY unless a teller sent the
      *> payment in another (see TRANS-FX-CURRENCY on the 'P' leg).
      *> Spaces on a record written before currencies were recorded
      *> mean the base currency (FXTAB.cpy). With payments in more
      *> than one currency on a file, PY-TOTAL on the trailer is a
      *> hash total of the detail amounts, re-added the same way.
           05 PY-TYPE      PIC X(1).
           05 PY-DETAIL    PIC X(69).
           05 PY-FIELDS REDEFINES PY-DETAIL.
               10 PY-ORDER-ID    PIC X(10).
               10 PY-DATE        PIC X(10).
               10 PY-REASON      PIC X(2).
               10 PY-CURRENCY    PIC X(3).
               10 FILLER         PIC X(7).
           05 PY-HEADER REDEFINES PY-DETAIL.
               10 PY-SETTLE-DATE PIC X(10).
               10 FILLER         PIC X(59).
