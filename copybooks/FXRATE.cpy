      *> FXRATE.cpy - shared FXRATES.DAT daily exchange rate.
      *> Included by BANKACCT (where a supervisor keys the day's
      *> rates and every cross-currency transfer or external payment
      *> converts), MONTHEND, PAYRET, GLEXTRCT and TAXCERT, so the
      *> layout stays identical between the programs that share
      *> FXRATES.DAT.
      *> One record per currency per business date: FX-RATE is the
      *> number of base-currency units (FXTAB) one unit of
      *> FX-CURRENCY buys on FX-RATE-DATE. Money moving between two
      *> currencies converts through the base at the rates for the
      *> business date it is posted on - both dated the same day,
      *> or the posting is refused - so the rate used can always be
      *> found again from the date on the transaction. Earlier
      *> days' rates are kept; a batch reporting on a past date
      *> takes the latest rate on or before it.
      *> FX-SET-BY is the supervisor who keyed the rate.
           05 FX-KEY.
               10 FX-CURRENCY     PIC X(3).
               10 FX-RATE-DATE    PIC X(10).
           05 FX-RATE            PIC 9(5)V9(6).
           05 FX-SET-BY          PIC X(8).
