                           MOVE SPACES TO ACCT-DISPOSITION
                           MOVE SPACES TO ACCT-SETTLE-ID
                       END-IF
      *> Likewise the loan fields: nothing unloaded before loans
      *> were sold can be a loan.
                       IF ACCT-INSTALMENT NOT NUMERIC
                           MOVE 0 TO ACCT-INSTALMENT
                           MOVE 0 TO ACCT-ARREARS
                           MOVE 0 TO ACCT-INT-DUE
                           MOVE SPACES TO ACCT-NEXT-DUE
                       END-IF
      *> A backup taken before joint holding has no signing rule;
      *> those accounts were all single-holder.
                       IF ACCT-SIGN-RULE NOT = 'L'
                           MOVE 'A' TO ACCT-SIGN-RULE
                       END-IF
                       WRITE CUSTOMER-RECORD
                       IF C-FILE-STATUS NOT = "00"
                           DISPLAY "Error writing account " ACCT-ID
