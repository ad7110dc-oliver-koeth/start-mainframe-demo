      *> last, carrying the detail count and the hash total of the
      *> balances so the reload can prove it got everything back.
           05 BK-TYPE     PIC X(1).
           05 BK-DETAIL   PIC X(250).
           05 BK-TRAILER REDEFINES BK-DETAIL.
               10 BK-COUNT    PIC 9(7).
               10 BK-HASH     PIC S9(11)V99 SIGN LEADING SEPARATE.
               10 FILLER      PIC X(229).
