      *> LOANSCH.cpy - shared LOANSCH.DAT amortization schedule line.
      *> Written by BANKACCT when a loan ('L' account) is opened:
      *> one line per instalment, appended to the file in instalment
      *> order, so the full contracted schedule is on file from day
      *> one and can be printed or handed to the customer.
      *>   LS-INST-NO is the instalment number, 1 to the term;
      *>   LS-DUE-DATE is the month end it falls due on - the first
      *>     is the end of the month after opening, and MONTHEND
      *>     collects each one on its run for that month;
      *>   LS-INSTALMENT is the amount due, split into LS-INTEREST
      *>     (a twelfth of the annual rate on the balance still owed)
      *>     and LS-PRINCIPAL; the final instalment takes whatever
      *>     principal is left, so the schedule always clears the
      *>     loan to the cent;
      *>   LS-CLOSING-BAL is the principal still owed once that
      *>     instalment is paid.
      *> The schedule is the contract as sold; arrears and the
      *> collections MONTHEND actually makes are tracked on the loan
      *> account itself (see CUSTREC.cpy).
           05 LS-ACCT-ID      PIC X(10).
           05 LS-INST-NO      PIC 9(3).
           05 LS-DUE-DATE     PIC X(10).
           05 LS-INSTALMENT   PIC 9(7)V99.
           05 LS-INTEREST     PIC 9(7)V99.
           05 LS-PRINCIPAL    PIC 9(7)V99.
           05 LS-CLOSING-BAL  PIC 9(7)V99.
