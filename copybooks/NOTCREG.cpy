      *> NOTCREG.cpy - NOTICEREG.DAT register of customer notices
      *> sent. Included by NOTICES, which writes a record for every
      *> letter it produces and looks the key up first, so a notice
      *> that is still due on the next run is not sent a second time.
      *> NR-TYPE is the kind of letter: 'M' term-deposit maturity
      *> pre-notice, 'D' dormancy warning, 'R' returned payment,
      *> 'S' failed standing order. NR-REF identifies the event the
      *> letter is about, so the same kind of letter for a later
      *> event on the account still goes out:
      *>   'M' - the ACCT-MATURITY-DATE (a rolled-over deposit has
      *>         a new one);
      *>   'D' - the LAST-ACTIVITY-DATE the warning was based on
      *>         (fresh activity restarts the clock);
      *>   'R' - the TRANS-DATE and TRANS-TIME of the 'X' re-credit;
      *>   'S' - the order id and the MONTHEND run date on the
      *>         SOFAIL.DAT line.
      *> NR-CUST-NO is the customer the letter was addressed to and
      *> NR-SENT-DATE the business date it was produced.
           05 NR-KEY.
               10 NR-TYPE        PIC X(1).
               10 NR-ACCT-ID     PIC X(10).
               10 NR-REF         PIC X(20).
           05 NR-CUST-NO         PIC X(6).
           05 NR-SENT-DATE       PIC X(10).
