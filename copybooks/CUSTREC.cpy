      *> over for another term at the same rate. Withdrawals before
      *> maturity need supervisor approval and carry the FEETAB
      *> early-withdrawal penalty.
      *> ACCT-TYPE 'L' is a loan. Its BALANCE is held negative - the
      *> amount the customer owes - and it reuses the term fields:
      *> ACCT-TERM-MONTHS is the repayment term, ACCT-MATURITY-DATE
      *> the due date of the final instalment, ACCT-FIXED-RATE the
      *> contracted ANNUAL rate (MONTHEND accrues a twelfth of it on
      *> the outstanding balance each month) and ACCT-SETTLE-ID the
      *> repayment account the instalments are collected from. The
      *> loan fields at the very end only carry values for 'L'
      *> accounts: ACCT-INSTALMENT is the level monthly instalment
      *> fixed at opening (see LOANSCH.cpy for the schedule),
      *> ACCT-ARREARS the instalments due but not collected,
      *> ACCT-INT-DUE the interest accrued and not yet repaid (the
      *> interest portion of the next collection), ACCT-NEXT-DUE the
      *> due date of the next instalment - always a month end,
      *> matched by MONTHEND on the YYYY/MM of its run.
      *> ACCT-SIGN-RULE is the signing mandate of a jointly held
      *> account (holders on ACCTHOLD.DAT, see ACCTHOLD.cpy): 'A'
      *> any one holder may sign, 'L' all holders must sign for a
      *> withdrawal, a transfer out or closure. An account held by
      *> its ACCT-CUST-NO alone carries 'A'.
      *> ACCT-STATUS is 'A' (active), 'F' (frozen - no deposits,
      *> withdrawals, transfers, standing orders or reversals until
      *> released) or 'D' (dormant - no interest posted until
      *> customer-initiated posting (teller deposits/withdrawals,
      *> transfers, reversals, imported postings) - never by interest
      *> or standing orders, which run without the customer.
      *> ACCT-CURRENCY is the ISO code of the currency the account is
      *> held in, fixed at opening; every amount on the record is in
      *> it. Spaces (an account opened before currencies were
      *> recorded) mean the base currency of the books (FXTAB.cpy).
      *> ACCT-OD-SINCE and ACCT-OVER-SINCE are kept by the daily
      *> ODAGING batch: the business date the account was first
      *> found overdrawn (BALANCE below zero), and first found over
      *> its OD-LIMIT, in the spell that is still running; spaces
      *> when it is not. A run that finds the account back in credit
      *> (or back within its limit) clears the date, so the next
      *> spell starts counting from one again. ACCT-COLL-FROZEN is
      *> 'Y' once ODAGING has frozen the account for collections in
      *> the current overdrawn spell, so an account a supervisor has
      *> since released through the Account Status screen is not
      *> frozen again every night; it clears with ACCT-OD-SINCE.
           05 ACCT-ID        PIC X(10).
           05 NAME           PIC X(30).
           05 BALANCE        PIC S9(7)V99.
           05 ACCT-FIXED-RATE    PIC V9(4).
           05 ACCT-DISPOSITION   PIC X(1).
           05 ACCT-SETTLE-ID     PIC X(10).
           05 ACCT-INSTALMENT    PIC 9(7)V99.
           05 ACCT-ARREARS       PIC 9(7)V99.
           05 ACCT-INT-DUE       PIC 9(7)V99.
           05 ACCT-NEXT-DUE      PIC X(10).
           05 ACCT-SIGN-RULE     PIC X(1).
           05 ACCT-CURRENCY      PIC X(3).
           05 ACCT-OD-SINCE      PIC X(10).
           05 ACCT-OVER-SINCE    PIC X(10).
           05 ACCT-COLL-FROZEN   PIC X(1).
