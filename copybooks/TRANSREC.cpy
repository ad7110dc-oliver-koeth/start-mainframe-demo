      *> of a payment the clearing system returned, posted by PAYRET)
      *> TRANS-COUNTERPARTY carries the payee account for a one-off
      *> and the SO-ORDER-ID for a bounced standing order, so the
      *> statement line traces to the payment either way. On 'X'
      *> TRANS-REF-DATE also carries the date the returned payment
      *> went out and TRANS-REF-TIME the clearing system's two-
      *> character return reason (PY-REASON), left-justified, for
      *> the NOTICES returned-payment letter.
      *> The loan types are all posted by MONTHEND: 'A' is the
      *> month's interest charged to a loan account (counterparty
      *> spaces); 'L' is the instalment collected from the repayment
      *> account, with the loan's ACCT-ID as counterparty; 'N' and
      *> 'M' are the interest and principal portions of that same
      *> instalment credited to the loan, with the repayment
      *> account as counterparty. The 'L' and its 'N'/'M' pair share
      *> one date/time stamp, like a transfer's two legs.
      *> 'B' and 'G' are a loan's drawdown, posted by BANKACCT when
      *> the loan is opened: 'B' debits the principal to the new
      *> loan account with the repayment account as counterparty,
      *> and 'G' credits it to the repayment account with the loan
      *> as counterparty, on one date/time stamp like a transfer.
      *> TRANS-TYPE 'Q' is a cheque paid through inward clearing,
      *> posted by CHQCLR against the drawer's account, with the
      *> cheque number as counterparty.
      *> TRANS-TYPE 'H' is tax withheld at source from an interest
      *> credit, posted by MONTHEND (or BANKACCT's Apply Interest)
      *> straight after the 'I' it is taken from, with the same
      *> date/time stamp and counterparty WHTAX. Only customers
      *> flagged CUST-TAX-LIABLE on CUSTMAST.DAT have it deducted;
      *> TAXCERT reads the 'I'/'H' pairs back for the year-end
      *> certificates.
      *> TRANS-OPER-ID carries the OPER-ID of the teller who posted
      *> the movement through BANKACCT; movements posted by a batch
      *> program carry that program's name instead, so every record
      *> tracked on HOLDS.DAT (see HOLDREC.cpy) and released by the
      *> daily HOLDREL batch.
           05 TRANS-CLEAR-DATE   PIC X(10).
      *> TRANS-CURRENCY is the ACCT-CURRENCY of TRANS-ACCT-ID when the
      *> movement was posted; TRANS-AMOUNT is always in it. Spaces on
      *> a record written before currencies were recorded mean the
      *> base currency (FXTAB.cpy).
      *> The TRANS-FX fields are only populated on a leg that was
      *> converted - a transfer between accounts held in different
      *> currencies (both the 'T' and the 'F') or an external payment
      *> ('P') sent in a currency other than the account's.
      *> TRANS-FX-CURRENCY and TRANS-FX-AMOUNT are the other side of
      *> the conversion - the other leg's currency and amount, or the
      *> currency and amount the payee was sent - and TRANS-FX-RATE
      *> the rate used: units of TRANS-FX-CURRENCY per one unit of
      *> TRANS-CURRENCY, taken through the base from that business
      *> date's FXRATES.DAT rates (see FXRATE.cpy). Spaces and zeros
      *> on every unconverted movement.
           05 TRANS-CURRENCY     PIC X(3).
           05 TRANS-FX-CURRENCY  PIC X(3).
           05 TRANS-FX-AMOUNT    PIC 9(7)V99.
           05 TRANS-FX-RATE      PIC 9(5)V9(6).
