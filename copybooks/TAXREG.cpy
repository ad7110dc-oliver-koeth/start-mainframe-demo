      *> TAXREG.cpy - year-end interest tax return record layout.
      *> The fixed-format submission file TAXCERT writes to
      *> TAXREG.DAT for the tax authority: one detail per customer
      *> paid interest in the tax year, bracketed by a header and a
      *> control trailer in the same discipline as PAYREC.cpy.
      *> TX-TYPE is 'H' for the header (tax year start and end, and
      *> the business date the file was produced), 'D' for a
      *> customer detail and 'T' for the trailer (detail count and
      *> the gross, tax-withheld and net totals, which must equal
      *> the sums of the details). On a detail TX-GROSS is the
      *> interest credited ('I'), TX-TAX the tax withheld at source
      *> ('H') and TX-NET the difference; TX-ACCT-COUNT is the number
      *> of the customer's accounts the figures were taken from.
      *> Every amount on the file is in TX-CURRENCY, carried on the
      *> header: the base currency (FXTAB), with interest on an
      *> account held in another currency converted at the rate of
      *> the day it was credited.
           05 TX-TYPE      PIC X(1).
           05 TX-DETAIL    PIC X(99).
           05 TX-FIELDS REDEFINES TX-DETAIL.
               10 TX-CUST-NO     PIC X(6).
               10 TX-NAME        PIC X(30).
               10 TX-GROSS       PIC 9(9)V99.
               10 TX-TAX         PIC 9(9)V99.
               10 TX-NET         PIC 9(9)V99.
               10 TX-ACCT-COUNT  PIC 9(3).
               10 FILLER         PIC X(27).
           05 TX-HEADER REDEFINES TX-DETAIL.
               10 TX-YEAR-START  PIC X(10).
               10 TX-YEAR-END    PIC X(10).
               10 TX-RUN-DATE    PIC X(10).
               10 TX-CURRENCY    PIC X(3).
               10 FILLER         PIC X(66).
           05 TX-TRAILER REDEFINES TX-DETAIL.
               10 TX-COUNT       PIC 9(7).
               10 TX-TOTAL-GROSS PIC 9(13)V99.
               10 TX-TOTAL-TAX   PIC 9(13)V99.
               10 TX-TOTAL-NET   PIC 9(13)V99.
               10 FILLER         PIC X(47).
