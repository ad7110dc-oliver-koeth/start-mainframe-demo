           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 O-FILE-STATUS    PIC XX.
       01 C-FILE-STATUS    PIC XX.

           MOVE WS-DATE-STRING TO LAST-ACTIVITY-DATE
      *> A converted balance has no holds outstanding against it -
      *> everything on the old file is cleared money; and the old
      *> release sold no term deposits or loans, so the term and
      *> loan fields default empty, knew only one holder per
      *> account, so any one may sign, and held every account in
      *> the base currency.
           MOVE OLD-BALANCE TO AVAIL-BALANCE
           MOVE 0 TO ACCT-TERM-MONTHS
           MOVE SPACES TO ACCT-MATURITY-DATE
           MOVE 0 TO ACCT-FIXED-RATE
           MOVE SPACES TO ACCT-DISPOSITION
           MOVE SPACES TO ACCT-SETTLE-ID
           MOVE 0 TO ACCT-INSTALMENT
           MOVE 0 TO ACCT-ARREARS
           MOVE 0 TO ACCT-INT-DUE
           MOVE SPACES TO ACCT-NEXT-DUE
           MOVE 'A' TO ACCT-SIGN-RULE
           MOVE FX-BASE-CURRENCY TO ACCT-CURRENCY
           MOVE SPACES TO ACCT-OD-SINCE
           MOVE SPACES TO ACCT-OVER-SINCE
           MOVE SPACES TO ACCT-COLL-FROZEN
           WRITE CUSTOMER-RECORD
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error writing account " OLD-ACCT-ID ": "
