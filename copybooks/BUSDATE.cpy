      *> BUSDATE.cpy - shared BUSDATE.DAT business-date control record.
      *> One record, no key. Every program that stamps a posting,
      *> hold, till or run date reads its date from here instead of
      *> the machine clock (BANKACCT, MONTHEND, POSTIMP, HOLDREL,
      *> PAYRET, GLEXTRCT, TILLRPT), so working past midnight, a
      *> weekend night-safe batch or a rerun of a missed day all
      *> land on the business day the branch is actually keeping.
      *> The record is only ever moved forward by EODCLOSE:
      *>   BD-BUS-DATE is the business day in hand, YYYY/MM/DD;
      *>   BD-DAY-STATUS is 'O' while the day is open for posting
      *>     and 'C' once the end-of-day close has run - BANKACCT
      *>     and POSTIMP refuse to post to a closed day, and the
      *>     overnight batches (MONTHEND among them) run against it
      *>     until EODCLOSE opens the next business day, skipping
      *>     weekends and the HOLIDAYS.DAT list;
      *>   BD-LAST-CLOSED is the last business day that was closed
      *>     and rolled past;
      *>   BD-ME-PERIOD is the YYYY/MM of the last MONTHEND run that
      *>     completed - MONTHEND refuses a second run for the same
      *>     period.
           05 BD-BUS-DATE     PIC X(10).
           05 BD-DAY-STATUS   PIC X(1).
           05 BD-LAST-CLOSED  PIC X(10).
           05 BD-ME-PERIOD    PIC X(7).
