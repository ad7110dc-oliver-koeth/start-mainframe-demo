           SELECT EXTPAY-FILE ASSIGN TO 'EXTPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS E-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.
           SELECT LOANSCH-FILE ASSIGN TO 'LOANSCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-FILE-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO 'ACCTHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS J-FILE-STATUS.
           SELECT STOP-FILE ASSIGN TO 'STOPPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS S-FILE-STATUS.
           SELECT WATCH-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS W-FILE-STATUS.
           SELECT FXRATE-FILE ASSIGN TO 'FXRATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS X-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ID
               FILE STATUS IS K-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> One record per teller or supervisor. OPER-ROLE is 'T' for a
      *> teller and 'S' for a supervisor; only supervisors may approve
      *> reversals and account closures or maintain this file, and
      *> an operator added or re-limited there takes effect only once
      *> a second supervisor approves it from Pending Changes.
      *> OPER-LIMIT is this operator's personal posting limit; zero
      *> means the LIMTAB default for the role applies. Amounts over
      *> the effective limit refer to a supervisor before posting.
       01 EXTPAY-RECORD.
           COPY PAYREC.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

      *> Amortization schedules, one line per instalment, appended
      *> as each loan is opened (see LOANSCH.cpy).
       FD LOANSCH-FILE.
       01 LOANSCH-RECORD.
           COPY LOANSCH.

      *> The holders of jointly held accounts, with the role each
      *> holds (see ACCTHOLD.cpy).
       FD ACCTHOLD-FILE.
       01 ACCTHOLD-RECORD.
           COPY ACCTHOLD.

      *> Stop-payment instructions on cheques, honoured by the
      *> inward-clearing batch (see STOPREC.cpy).
       FD STOP-FILE.
       01 STOP-RECORD.
           COPY STOPREC.

      *> Sanctions and watch-list entries (see WATCHREC.cpy).
       FD WATCH-FILE.
       01 WATCH-RECORD.
           COPY WATCHREC.

      *> Daily exchange rates, one per currency per business date
      *> (see FXRATE.cpy).
       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           COPY FXRATE.

      *> Customer, standing-order and operator changes waiting for a
      *> second operator's approval (see PENDCHG.cpy).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
       COPY RATETAB.
       COPY FEETAB.
       COPY HOLDTAB.
       COPY LIMTAB.
       COPY TAXTAB.
       COPY FXTAB.

       01 CHOICE           PIC 99.
       01 WS-DONE          PIC X VALUE 'N'.
       01 L-FILE-STATUS    PIC XX.
       01 H-FILE-STATUS    PIC XX.
       01 E-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.
       01 N-FILE-STATUS    PIC XX.
       01 J-FILE-STATUS    PIC XX.
       01 S-FILE-STATUS    PIC XX.
       01 W-FILE-STATUS    PIC XX.
       01 X-FILE-STATUS    PIC XX.
       01 K-FILE-STATUS    PIC XX.
       01 WS-AUDIT-ACTION  PIC X(20).
       01 WS-AUDIT-SEQ     PIC 9(7) VALUE 0.
       01 WS-AUDIT-SEQ-SET PIC X VALUE 'N'.

       01 WS-EP-PAYEE-BANK   PIC X(8).
       01 WS-EP-PAYEE-ACCT   PIC X(10).
       01 WS-EP-CURRENCY     PIC X(3).
       01 WS-EP-AMOUNT       PIC 9(7)V99.

       01 WS-FUNDS-TYPE      PIC X(1).
       01 WS-CLEAR-DATE      PIC X(10).
       01 WS-TD-PENALTY      PIC 9(7)V99.
       01 WS-SAVE-ACCT-ID    PIC X(10).

      *> Loan opening. The term, annual rate and repayment account
      *> ride in the WS-TD- fields above, the same as a term
      *> deposit's, since the loan reuses the term fields on the
      *> account record.
       01 WS-LN-PRINCIPAL    PIC 9(7)V99.
       01 WS-LN-INSTALMENT   PIC 9(7)V99.
       01 WS-LN-NEXT-DUE     PIC X(10).
       01 WS-LN-MRATE        PIC V9(10).
       01 WS-LN-FACTOR       PIC 9(13)V9(10).
       01 WS-LN-DIVISOR      PIC 9(13)V9(10).
       01 WS-LN-INST-NO      PIC 9(3).
       01 WS-LN-DUE-DATE     PIC X(10).
       01 WS-LN-BAL          PIC 9(7)V99.
       01 WS-LN-INTEREST     PIC 9(7)V99.
       01 WS-LN-CAPITAL      PIC 9(7)V99.

       01 WS-TILL-FLOAT      PIC 9(7)V99 VALUE 0.
       01 WS-TILL-CASH-IN    PIC 9(7)V99 VALUE 0.
       01 WS-TILL-CASH-OUT   PIC 9(7)V99 VALUE 0.
       01 WS-CHECK-LIMIT     PIC 9(7)V99.
       01 WS-EFF-LIMIT       PIC 9(7)V99 VALUE 0.
       01 WS-LIMIT-OK        PIC X.
      *> WS-LIMIT-CCY is the currency WS-AMOUNT is keyed in, set by
      *> the caller of CHECK-AMOUNT-LIMIT; the limits themselves are
      *> in the base currency, so the amount is checked at its base
      *> value WS-LIMIT-BASE.
       01 WS-LIMIT-CCY       PIC X(3).
       01 WS-LIMIT-BASE      PIC 9(13)V99.
       01 WS-SAVE-SEARCH-ID  PIC X(10).

       01 WS-BLOCKED         PIC X.
           05 WS-SECOND    PIC 99.
       01 WS-DATE-STRING   PIC X(10).
       01 WS-TIME-STRING   PIC X(8).
      *> The business date postings are stamped with, re-read from
      *> BUSDATE.DAT before every posting screen so a session left
      *> signed on across the end-of-day close cannot post to the
      *> day that was closed under it.
       01 WS-BUS-DATE      PIC X(10) VALUE SPACES.
       01 WS-DAY-OPEN      PIC X VALUE 'N'.
       01 WS-STMT-COUNT    PIC 99 VALUE 0.

       01 WS-REV-DATE      PIC X(10).
       01 WS-CUST-ADDR2      PIC X(30).
       01 WS-CUST-ADDR3      PIC X(30).
       01 WS-CUST-PHONE      PIC X(15).
       01 WS-CUST-TAX-LIABLE PIC X(1).
       01 WS-WHT-AMT         PIC 9(7)V99.
       01 WS-CM-ACCT-COUNT   PIC 99.

       01 WS-SO-CHOICE       PIC 9.
       01 WS-SO-PAYEE-ACCT   PIC X(10).
       01 WS-SO-COUNT        PIC 99.
       01 WS-LIVE-SO-COUNT   PIC 99.
       01 WS-LIVE-LOAN-COUNT PIC 99.

       01 WS-XFER-TO-ID      PIC X(10).
       01 WS-XFER-FROM-BAL   PIC S9(7)V99.
       01 WS-XFER-FROM-AVAIL PIC S9(7)V99.
       01 WS-XFER-TO-BAL     PIC S9(7)V99.
       01 WS-XFER-TO-BAL-ED  PIC -9(7).99.
       01 WS-XFER-FROM-CCY   PIC X(3).
       01 WS-XFER-TO-CCY     PIC X(3).
       01 WS-XFER-CREDIT     PIC 9(7)V99.
       01 WS-XFER-FX-RATE    PIC 9(5)V9(6).
       01 WS-XFER-FX-BACK    PIC 9(5)V9(6).

      *> Currency handling. WS-CURRENCY is the currency of an
      *> account being opened; WS-ACCT-CCY the currency of the
      *> account a posting is logged against (GET-ACCOUNT-CURRENCY,
      *> with spaces on an old record taken as the base currency).
      *> CONVERT-FX-AMOUNT takes WS-FX-IN-AMOUNT from WS-FX-FROM-CCY
      *> into WS-FX-TO-CCY through the base at the business date's
      *> rates; WS-FX-PAIR-RATE is units of the to-currency per unit
      *> of the from-currency and WS-FX-BACK-RATE the other way.
       01 WS-CURRENCY        PIC X(3).
       01 WS-ACCT-CCY        PIC X(3).
       01 WS-FOUND-CCY       PIC X(3).
       01 WS-FX-ACCT-ID      PIC X(10).
       01 WS-FX-ACCT-FOUND   PIC X.
       01 WS-FX-OK           PIC X.
       01 WS-FX-FOUND        PIC X.
       01 WS-FX-LOOKUP-CCY   PIC X(3).
       01 WS-FX-LOOKUP-RATE  PIC 9(5)V9(6).
       01 WS-FX-FROM-CCY     PIC X(3).
       01 WS-FX-TO-CCY       PIC X(3).
       01 WS-FX-FROM-RATE    PIC 9(5)V9(6).
       01 WS-FX-TO-RATE      PIC 9(5)V9(6).
       01 WS-FX-IN-AMOUNT    PIC 9(7)V99.
       01 WS-FX-OUT-AMOUNT   PIC 9(7)V99.
       01 WS-FX-BASE-AMT     PIC 9(13)V9(8).
       01 WS-FX-PAIR-RATE    PIC 9(5)V9(6).
       01 WS-FX-BACK-RATE    PIC 9(5)V9(6).
       01 WS-FX-RATE-ED      PIC ZZZZ9.9(6).
       01 WS-FX-CHOICE       PIC 9.
       01 WS-FX-DONE         PIC X VALUE 'N'.
       01 WS-FX-NEW-RATE     PIC 9(5)V9(6).
       01 WS-FX-COUNT        PIC 9(4).

      *> Account holders. The holders of the account in hand are
      *> loaded into the table for the signing check and the holder
      *> screens; Add Account Holder refuses to take an account past
      *> the table size, so the table always holds them all.
       01 WS-AH-MAX          PIC 99 VALUE 10.
       01 WS-AH-COUNT        PIC 99 VALUE 0.
       01 WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 10 TIMES.
               10 WS-AH-CUST-NO   PIC X(6).
               10 WS-AH-ROLE      PIC X(1).
       01 WS-AH-IDX          PIC 99.
       01 WS-AH-PRIMARY      PIC X(6).
       01 WS-AH-RULE         PIC X(1).
       01 WS-AH-NEW-RULE     PIC X(1).
       01 WS-AH-ROLE-IN      PIC X(1).
       01 WS-AH-ROLE-TEXT    PIC X(20).
       01 WS-AH-SIGNER       PIC X(6).
       01 WS-AH-REPLY        PIC X.
       01 WS-MANDATE-OK      PIC X.

       01 WS-SP-CHOICE       PIC 9.
       01 WS-SP-DONE         PIC X VALUE 'N'.
       01 WS-SP-FROM-NO      PIC 9(8).
       01 WS-SP-TO-NO        PIC 9(8).
       01 WS-SP-COUNT        PIC 99.

       01 WS-WL-CHOICE       PIC 9.
       01 WS-WL-DONE         PIC X VALUE 'N'.
       01 WS-WL-NAME         PIC X(30).
       01 WS-WL-BANK         PIC X(8).
       01 WS-WL-ACCT         PIC X(10).
       01 WS-WL-SOURCE       PIC X(20).
       01 WS-WL-SUBJECT      PIC X(30).
       01 WS-WL-AUD-SUBJECT  PIC X(10).
       01 WS-WL-HIT          PIC X.
       01 WS-WL-HIT-ENTRY    PIC X(31).
       01 WS-WL-CLEARED      PIC X.
       01 WS-WL-REPLY        PIC X.
       01 WS-WL-LEN          PIC 99.
       01 WS-WL-TALLY        PIC 99.
       01 WS-WL-COUNT        PIC 9(4).

      *> Maker-checker. A maintenance screen builds the record it
      *> would have written in one of the WS-PCV- views below, takes
      *> the record as it stood as the before image, and hands both
      *> to QUEUE-PENDING-CHANGE; the Pending Changes menu shows them
      *> back through the same views. The views carry the file
      *> layouts under PCV- names.
       01 WS-PC-CHOICE       PIC 9.
       01 WS-PC-DONE         PIC X VALUE 'N'.
       01 WS-PC-ID           PIC 9(7).
       01 WS-PC-LAST-ID      PIC 9(7).
       01 WS-PC-FILE-CODE    PIC X(1).
       01 WS-PC-ACTION       PIC X(1).
       01 WS-PC-SUBJECT      PIC X(10).
       01 WS-PC-BEFORE       PIC X(150).
       01 WS-PC-AFTER        PIC X(150).
       01 WS-PC-IMAGE        PIC X(150).
       01 WS-PC-QUEUED       PIC X.
       01 WS-PC-PENDING      PIC X.
       01 WS-PC-HIT-MAKER    PIC X(8).
       01 WS-PC-APPLIED      PIC X.
       01 WS-PC-REPLY        PIC X.
       01 WS-PC-COUNT        PIC 9(4).
       01 WS-PC-KIND-TEXT    PIC X(24).
       01 WS-PC-STATUS-TEXT  PIC X(12).
       01 WS-PC-LIMIT-ED     PIC ZZZZZZ9.99.
       01 WS-PCV-MASTER.
           COPY CUSTMAST REPLACING LEADING ==CUST-== BY ==PCV-CUST-==.
       01 WS-PCV-STANDING.
           COPY STANDORD REPLACING LEADING ==SO-== BY ==PCV-SO-==.
      *> Same layout as OPERATOR-RECORD.
       01 WS-PCV-OPERATOR.
           05 PCV-OPER-ID        PIC X(8).
           05 PCV-OPER-NAME      PIC X(30).
           05 PCV-OPER-PASSWORD  PIC X(8).
           05 PCV-OPER-ROLE      PIC X(1).
           05 PCV-OPER-LIMIT     PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COBOL BANKING SYSTEM"
           DISPLAY "=============================================="

           PERFORM READ-BUSINESS-DATE
           IF WS-DAY-OPEN = 'Y'
               DISPLAY "Business date: " WS-BUS-DATE
           ELSE
               DISPLAY "Business date: " WS-BUS-DATE " - CLOSED, "
                   "no posting until the next day is opened."
           END-IF

           PERFORM SIGN-ON
           IF WS-SIGNED-ON = 'N'
               DISPLAY " "
               DISPLAY " 12. Operator Maintenance"
               DISPLAY " 13. Account Status"
               DISPLAY " 14. External Payment"
               DISPLAY " 15. Stop Payments"
               DISPLAY " 16. Watch List"
               DISPLAY " 17. Exchange Rates"
               DISPLAY " 18. Pending Changes"
               DISPLAY " 19. Exit System"
               DISPLAY " "
               DISPLAY "Enter your choice (1-19): " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM CREATE-ACCOUNT
                       END-IF
                   WHEN 2
                       PERFORM VIEW-ACCOUNTS
                   WHEN 3
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM DEPOSIT-MONEY
                       END-IF
                   WHEN 4
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM WITHDRAW-MONEY
                       END-IF
                   WHEN 5
                       PERFORM MINI-STATEMENT
                   WHEN 6
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM APPLY-INTEREST
                       END-IF
                   WHEN 7
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM CLOSE-ACCOUNT
                       END-IF
                   WHEN 8
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM REVERSE-TRANSACTION
                       END-IF
                   WHEN 9
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM TRANSFER-MONEY
                       END-IF
                   WHEN 10
                       PERFORM STANDING-ORDERS
                   WHEN 11
                   WHEN 13
                       PERFORM ACCOUNT-STATUS-MAINT
                   WHEN 14
                       PERFORM CHECK-DAY-OPEN
                       IF WS-DAY-OPEN = 'Y'
                           PERFORM EXTERNAL-PAYMENT
                       END-IF
                   WHEN 15
                       PERFORM STOP-PAYMENTS
                   WHEN 16
                       PERFORM WATCH-LIST-MAINT
                   WHEN 17
                       PERFORM EXCHANGE-RATE-MAINT
                   WHEN 18
                       PERFORM PENDING-CHANGES
                   WHEN 19
                       DISPLAY "Thank you for using COBOL Banking "
                           "System!"
                       PERFORM CLOSE-CASH-DRAWER
                       PERFORM LOG-AUDIT-EVENT
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please enter 1-19."
               END-EVALUATE
           END-PERFORM
           STOP RUN.
               CLOSE OPERATOR-FILE
           END-IF.

      *> Operator changes need a second supervisor to approve them,
      *> so first-day setup keys two supervisors; without the second
      *> the branch could never add its tellers.
       CREATE-INITIAL-SUPERVISOR.
           DISPLAY " "
           DISPLAY "No operator file found - setting up the "
               MOVE 0 TO WS-OPER-LIMIT
               PERFORM SET-EFFECTIVE-LIMIT
               MOVE 'Y' TO WS-SIGNED-ON

               DISPLAY " "
               DISPLAY "Operator changes are approved by a second "
                   "supervisor - set that supervisor up now."
               MOVE WS-OPER-ID TO WS-NEW-OPER-ID
               PERFORM UNTIL WS-NEW-OPER-ID NOT = WS-OPER-ID
                       AND WS-NEW-OPER-ID NOT = SPACES
                   DISPLAY "Enter second Supervisor ID (max 8 "
                       "chars): " WITH NO ADVANCING
                   ACCEPT WS-NEW-OPER-ID
               END-PERFORM
               DISPLAY "Enter Name (max 30 chars): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-OPER-NAME
               DISPLAY "Enter Password (max 8 chars): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-OPER-PW
               MOVE 'S' TO WS-NEW-OPER-ROLE
               MOVE 0 TO WS-NEW-OPER-LIMIT
               PERFORM WRITE-OPERATOR-RECORD
               IF WS-FOUND = 'Y'
                   MOVE WS-NEW-OPER-ID TO WS-SEARCH-ID
                   MOVE "OPERATOR ADDED" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-EVENT
               END-IF
           END-IF.

      *> The limit this session posts under: the operator's own
      *> together, so the log carries both IDs as head office asked.
      *> WS-SEARCH-ID is saved around the approval because the
      *> approval paragraph logs the supervisor's ID through it.
      *> An amount in another currency is taken to the base at the
      *> day's rate first; with no rate keyed for the day its value
      *> cannot be known, so it is referred like one over the limit.
       CHECK-AMOUNT-LIMIT.
           MOVE 'Y' TO WS-LIMIT-OK
           IF WS-LIMIT-CCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-LIMIT-CCY
           END-IF
           MOVE WS-LIMIT-CCY TO WS-FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           IF WS-FX-FOUND = 'Y'
               COMPUTE WS-LIMIT-BASE ROUNDED =
                   WS-AMOUNT * WS-FX-LOOKUP-RATE
           ELSE
               MOVE 999999999 TO WS-LIMIT-BASE
           END-IF
           IF WS-LIMIT-BASE > WS-EFF-LIMIT
               DISPLAY " "
               IF WS-LIMIT-CCY = FX-BASE-CURRENCY
                   DISPLAY "Amount " FX-BASE-CURRENCY " " WS-AMOUNT
                       " is over your posting limit of "
                       FX-BASE-CURRENCY " " WS-EFF-LIMIT
               ELSE
                   IF WS-FX-FOUND = 'Y'
                       DISPLAY "Amount " WS-LIMIT-CCY " " WS-AMOUNT
                           " (" FX-BASE-CURRENCY " " WS-LIMIT-BASE
                           ") is over your posting limit of "
                           FX-BASE-CURRENCY " " WS-EFF-LIMIT
                   ELSE
                       DISPLAY "No exchange rate for " WS-LIMIT-CCY
                           " on " WS-BUS-DATE " - amount cannot be "
                           "checked against your posting limit."
                   END-IF
               END-IF
               MOVE WS-SEARCH-ID TO WS-SAVE-SEARCH-ID
               PERFORM SUPERVISOR-APPROVAL
               MOVE WS-SAVE-SEARCH-ID TO WS-SEARCH-ID
               CLOSE OPERATOR-FILE
           END-IF

           MOVE 'O' TO WS-PC-FILE-CODE
           MOVE WS-NEW-OPER-ID TO WS-PC-SUBJECT
           IF WS-FOUND = 'N'
               PERFORM FIND-PENDING-CHANGE
           END-IF

           IF WS-FOUND = 'Y'
               DISPLAY " "
               DISPLAY "Operator ID " WS-NEW-OPER-ID " is already "
                   "in use."
           ELSE
               IF WS-PC-PENDING = 'Y'
                   PERFORM DISPLAY-ALREADY-PENDING
               ELSE
                   DISPLAY "Enter Name (max 30 chars): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-OPER-NAME
                   DISPLAY "Enter Password (max 8 chars): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-OPER-PW
                   DISPLAY "Enter Role (T=Teller, S=Supervisor): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-OPER-ROLE

                   IF WS-NEW-OPER-ROLE NOT = 'T'
                           AND WS-NEW-OPER-ROLE NOT = 'S'
                       DISPLAY " "
                       DISPLAY "Role must be T or S."
                   ELSE
                       DISPLAY "Enter posting limit (0 = role "
                           "default): $" WITH NO ADVANCING
                       ACCEPT WS-NEW-OPER-LIMIT
                       MOVE WS-NEW-OPER-ID TO PCV-OPER-ID
                       MOVE WS-NEW-OPER-NAME TO PCV-OPER-NAME
                       MOVE WS-NEW-OPER-PW TO PCV-OPER-PASSWORD
                       MOVE WS-NEW-OPER-ROLE TO PCV-OPER-ROLE
                       MOVE WS-NEW-OPER-LIMIT TO PCV-OPER-LIMIT
                       MOVE SPACES TO WS-PC-BEFORE
                       MOVE WS-PCV-OPERATOR TO WS-PC-AFTER
                       MOVE 'A' TO WS-PC-ACTION
                       MOVE WS-NEW-OPER-ID TO WS-SEARCH-ID
                       MOVE "OPER ADD PENDING" TO WS-AUDIT-ACTION
                       PERFORM QUEUE-PENDING-CHANGE
                       IF WS-PC-QUEUED = 'Y'
                           DISPLAY "   Operator ID: " WS-NEW-OPER-ID
                           DISPLAY "   Role: " WS-NEW-OPER-ROLE
                           DISPLAY "   Limit: $" WS-NEW-OPER-LIMIT
                               " (0 = role default)"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Per-operator override of the LIMTAB role default; zero puts
      *> the operator back on the role default. Takes effect at the
      *> operator's next sign-on after the change is approved.
       SET-OPERATOR-LIMIT.
           DISPLAY " "
           DISPLAY "SET OPERATOR LIMIT"
           ACCEPT WS-NEW-OPER-ID

           MOVE 'N' TO WS-FOUND
           MOVE 'O' TO WS-PC-FILE-CODE
           MOVE WS-NEW-OPER-ID TO WS-PC-SUBJECT
           PERFORM FIND-PENDING-CHANGE
           IF WS-PC-PENDING = 'Y'
               PERFORM DISPLAY-ALREADY-PENDING
           ELSE
               OPEN INPUT OPERATOR-FILE
               IF P-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening operator file: " P-FILE-STATUS
               ELSE
                   MOVE WS-NEW-OPER-ID TO OPER-ID
                   READ OPERATOR-FILE
                       KEY IS OPER-ID
                   IF P-FILE-STATUS NOT = "00"
                       DISPLAY " "
                       DISPLAY "Operator not found: " WS-NEW-OPER-ID
                   ELSE
                       DISPLAY "Current limit: $" OPER-LIMIT
                           " (0 = role default)"
                       DISPLAY "Enter new limit (0 = role default): $"
                           WITH NO ADVANCING
                       ACCEPT WS-NEW-OPER-LIMIT
                       MOVE OPERATOR-RECORD TO WS-PCV-OPERATOR
                       MOVE WS-PCV-OPERATOR TO WS-PC-BEFORE
                       MOVE WS-NEW-OPER-LIMIT TO PCV-OPER-LIMIT
                       MOVE WS-PCV-OPERATOR TO WS-PC-AFTER
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-FOUND = 'Y'
                   MOVE 'C' TO WS-PC-ACTION
                   MOVE WS-NEW-OPER-ID TO WS-SEARCH-ID
                   MOVE "OPER LIMIT PENDING" TO WS-AUDIT-ACTION
                   PERFORM QUEUE-PENDING-CHANGE
                   IF WS-PC-QUEUED = 'Y'
                       DISPLAY "   Operator ID: " WS-NEW-OPER-ID
                       DISPLAY "   New limit: $" WS-NEW-OPER-LIMIT
                           " (0 = role default)"
                   END-IF
               END-IF
           END-IF.

      *> WS-FOUND comes back 'Y' only when the record was written.
                   MOVE WS-CUST-NAME TO WS-NAME
                   DISPLAY "Customer: " WS-NAME

                   DISPLAY "Enter Account Type (S=Savings, "
                       "C=Checking, T=Term Deposit, L=Loan): "
                       WITH NO ADVANCING
                   ACCEPT WS-TYPE

                   PERFORM ACCEPT-ACCOUNT-CURRENCY

      *> A loan opens on its disbursement, not a deposit.
                   MOVE 0 TO WS-BALANCE
                   IF WS-TYPE NOT = 'L' AND WS-FX-OK = 'Y'
                       DISPLAY "Enter Initial Balance: " WS-CURRENCY " "
                           WITH NO ADVANCING
                       ACCEPT WS-BALANCE
                   END-IF

                   MOVE 0 TO WS-OD-LIMIT
                   MOVE 0 TO WS-TD-TERM
                   MOVE 0 TO WS-TD-RATE
                   MOVE SPACES TO WS-MATURITY-DATE
                   MOVE SPACES TO WS-TD-DISP
                   MOVE SPACES TO WS-TD-SETTLE
                   MOVE 0 TO WS-LN-PRINCIPAL
                   MOVE 0 TO WS-LN-INSTALMENT
                   MOVE SPACES TO WS-LN-NEXT-DUE
                   MOVE WS-FX-OK TO WS-TD-OK
                   IF WS-TYPE = 'C' AND WS-TD-OK = 'Y'
                       DISPLAY "Enter Overdraft Limit: " WS-CURRENCY " "
                           WITH NO ADVANCING
                       ACCEPT WS-OD-LIMIT
                   END-IF
                   IF WS-TYPE = 'T' AND WS-TD-OK = 'Y'
                       PERFORM ACCEPT-TERM-DETAILS
                   END-IF
                   IF WS-TYPE = 'L' AND WS-TD-OK = 'Y'
                       PERFORM ACCEPT-LOAN-DETAILS
                   END-IF

                   IF WS-TD-OK = 'Y'
                       PERFORM WRITE-CUSTOMER-RECORD

                       IF WS-TYPE = 'L'
                           PERFORM POST-LOAN-DISBURSEMENT
                           IF WS-FOUND = 'Y'
                               PERFORM WRITE-LOAN-SCHEDULE
                           END-IF
                       ELSE
      *> The opening balance is treated as cleared funds - it is
      *> taken over the counter with the customer present.
                           MOVE 'C' TO WS-FUNDS-TYPE
                           PERFORM COMPUTE-CLEAR-DATE
                           MOVE WS-ACCT-ID TO WS-SEARCH-ID
                           MOVE WS-BALANCE TO WS-AMOUNT
                           MOVE WS-CURRENCY TO WS-ACCT-CCY
                           PERFORM LOG-TRANSACTION-DEPOSIT
      *> Cash over the counter lands in this drawer like any other
      *> cash deposit, or the till report shows the teller over by
      *> every opening balance they took.
                           ADD WS-BALANCE TO WS-TILL-CASH-IN
                       END-IF

                       MOVE WS-ACCT-ID TO WS-SEARCH-ID
                       MOVE "ACCOUNT CREATED" TO WS-AUDIT-ACTION
                       DISPLAY "Account created successfully!"
                       DISPLAY "   Account ID: " WS-ACCT-ID
                       DISPLAY "   Customer: " WS-CUST-NO " " WS-NAME
                       DISPLAY "   Currency: " WS-CURRENCY
                       IF WS-TYPE NOT = 'L'
                           DISPLAY "   Balance: " WS-CURRENCY " "
                               WS-BALANCE
                       END-IF
                       DISPLAY "   Type: " WS-TYPE
                       IF WS-TYPE = 'C'
                           DISPLAY "   Overdraft Limit: " WS-CURRENCY
                               " " WS-OD-LIMIT
                       END-IF
                       IF WS-TYPE = 'T'
                           DISPLAY "   Term: " WS-TD-TERM " months"
                           DISPLAY "   Matures: " WS-MATURITY-DATE
                           DISPLAY "   Disposition: " WS-TD-DISP
                       END-IF
                       IF WS-TYPE = 'L'
                           DISPLAY "   Principal: " WS-CURRENCY " "
                               WS-LN-PRINCIPAL
                           DISPLAY "   Term: " WS-TD-TERM " months at "
                               WS-TD-RATE " a year"
                           DISPLAY "   Instalment: " WS-CURRENCY " "
                               WS-LN-INSTALMENT " a month from "
                               WS-TD-SETTLE
                           DISPLAY "   First due: " WS-LN-NEXT-DUE
                               ", final due: " WS-MATURITY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The account is held in the currency chosen here for life.
      *> Any currency other than the base must have a rate for the
      *> day, so that a currency nobody has quoted cannot be opened
      *> and then never transferred in or out of.
       ACCEPT-ACCOUNT-CURRENCY.
           DISPLAY "Enter Currency (3-letter code, blank = "
               FX-BASE-CURRENCY "): " WITH NO ADVANCING
           ACCEPT WS-CURRENCY
           INSPECT WS-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-CURRENCY
           END-IF
           MOVE WS-CURRENCY TO WS-FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           MOVE WS-FX-FOUND TO WS-FX-OK
           IF WS-FX-OK = 'N'
               DISPLAY " "
               DISPLAY "No exchange rate for " WS-CURRENCY " on "
                   WS-BUS-DATE " - a supervisor must set it under "
                   "Exchange Rates first."
           END-IF.

      *> The term, rate and maturity disposition are contractual -
      *> fixed here at opening and never re-priced from RATETAB. A
      *> pay-at-maturity deposit must name an existing settlement
           PERFORM CHECK-DUPLICATE-ACCT-ID
           MOVE WS-SAVE-ACCT-ID TO WS-ACCT-ID
           IF WS-FOUND = 'Y'
      *> Maturity proceeds are paid across without conversion, so
      *> the settlement account must be held in the same currency.
               IF WS-FOUND-CCY NOT = WS-CURRENCY
                   DISPLAY " "
                   DISPLAY "Settlement account " WS-TD-SETTLE
                       " is held in " WS-FOUND-CCY
                       " - it must be in " WS-CURRENCY "."
               ELSE
                   MOVE 'Y' TO WS-TD-OK
               END-IF
           ELSE
               DISPLAY " "
               DISPLAY "Settlement account not found: " WS-TD-SETTLE
           STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
               DELIMITED BY SIZE INTO WS-MATURITY-DATE.

      *> A loan is lending money the bank can lose, so the
      *> principal goes through the same posting-limit referral as
      *> any other money-moving screen. The repayment account must
      *> be a live savings or checking account - the month-end
      *> collection has to be able to draw on it.
       ACCEPT-LOAN-DETAILS.
           MOVE 'N' TO WS-TD-OK
           DISPLAY "Enter loan principal: " WS-CURRENCY " "
               WITH NO ADVANCING
           ACCEPT WS-LN-PRINCIPAL
           IF WS-LN-PRINCIPAL = 0
               DISPLAY " "
               DISPLAY "Principal must be greater than zero."
           ELSE
               DISPLAY "Enter term in months (1-360): "
                   WITH NO ADVANCING
               ACCEPT WS-TD-TERM
               IF WS-TD-TERM < 1 OR WS-TD-TERM > 360
                   DISPLAY " "
                   DISPLAY "Term must be between 1 and 360 months."
               ELSE
                   DISPLAY "Enter annual interest rate (e.g. "
                       "0.0650): " WITH NO ADVANCING
                   ACCEPT WS-TD-RATE
                   PERFORM ACCEPT-REPAYMENT-ACCOUNT
               END-IF
           END-IF
           IF WS-TD-OK = 'Y'
               MOVE WS-LN-PRINCIPAL TO WS-AMOUNT
               MOVE WS-ACCT-ID TO WS-SEARCH-ID
               MOVE WS-CURRENCY TO WS-LIMIT-CCY
               PERFORM CHECK-AMOUNT-LIMIT
               IF WS-LIMIT-OK = 'N'
                   MOVE 'N' TO WS-TD-OK
               END-IF
           END-IF
           IF WS-TD-OK = 'Y'
               PERFORM COMPUTE-LOAN-INSTALMENT
               MOVE 1 TO WS-LN-INST-NO
               PERFORM COMPUTE-LOAN-DUE-DATE
               MOVE WS-LN-DUE-DATE TO WS-LN-NEXT-DUE
               MOVE WS-TD-TERM TO WS-LN-INST-NO
               PERFORM COMPUTE-LOAN-DUE-DATE
               MOVE WS-LN-DUE-DATE TO WS-MATURITY-DATE
               DISPLAY "Monthly instalment: " WS-CURRENCY " "
                   WS-LN-INSTALMENT
           END-IF.

       ACCEPT-REPAYMENT-ACCOUNT.
           DISPLAY "Enter repayment Account ID: " WITH NO ADVANCING
           ACCEPT WS-TD-SETTLE
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS = "00"
               MOVE WS-TD-SETTLE TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-FOUND
                   IF ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'C'
                       DISPLAY " "
                       DISPLAY "Repayment account must be a savings "
                           "or checking account."
                   ELSE
                       PERFORM GET-ACCOUNT-CURRENCY
                       IF ACCT-STATUS = 'F'
                           DISPLAY " "
                           DISPLAY "Repayment account " WS-TD-SETTLE
                               " is FROZEN."
                       ELSE
      *> Disbursement and instalments move without conversion, so
      *> the repayment account must be in the loan's currency.
                           IF WS-ACCT-CCY NOT = WS-CURRENCY
                               DISPLAY " "
                               DISPLAY "Repayment account " WS-TD-SETTLE
                                   " is held in " WS-ACCT-CCY
                                   " - it must be in " WS-CURRENCY "."
                           ELSE
                               MOVE 'Y' TO WS-TD-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY " "
               DISPLAY "Repayment account not found: " WS-TD-SETTLE
               DISPLAY "Open it first."
           END-IF.

      *> Level (annuity) instalment: principal x r x f / (f - 1)
      *> where r is the monthly rate and f is (1 + r) to the power
      *> of the term. An interest-free loan simply divides the
      *> principal over the term.
       COMPUTE-LOAN-INSTALMENT.
           COMPUTE WS-LN-MRATE = WS-TD-RATE / 12
           IF WS-LN-MRATE = 0
               COMPUTE WS-LN-INSTALMENT ROUNDED =
                   WS-LN-PRINCIPAL / WS-TD-TERM
           ELSE
               COMPUTE WS-LN-FACTOR = (1 + WS-LN-MRATE) ** WS-TD-TERM
               COMPUTE WS-LN-DIVISOR = WS-LN-FACTOR - 1
               COMPUTE WS-LN-INSTALMENT ROUNDED =
                   WS-LN-PRINCIPAL * WS-LN-MRATE * WS-LN-FACTOR
                   / WS-LN-DIVISOR
           END-IF.

      *> Instalment WS-LN-INST-NO falls due on the last day of the
      *> month that many months after the opening month - the month
      *> end MONTHEND collects it on.
       COMPUTE-LOAN-DUE-DATE.
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-YEAR TO WS-CD-YEAR
           COMPUTE WS-CD-MONTHS = WS-MONTH + WS-LN-INST-NO - 1
           DIVIDE WS-CD-MONTHS BY 12 GIVING WS-CD-QUOT
               REMAINDER WS-CD-REM
           ADD WS-CD-QUOT TO WS-CD-YEAR
           COMPUTE WS-CD-MONTH = WS-CD-REM + 1
           PERFORM SET-DAYS-IN-MONTH
           MOVE WS-CD-MAX-DAY TO WS-CD-DAY
           STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
               DELIMITED BY SIZE INTO WS-LN-DUE-DATE.

      *> The principal moves from the new loan account to the
      *> repayment account as a 'B'/'G' drawdown pair, so the ledger
      *> feed sees new lending and not a customer transfer. The
      *> loan is debited first, the same discipline as the teller
      *> transfer: a failure part-way leaves the bank owed money on
      *> the loan, never having paid it out twice.
       POST-LOAN-DISBURSEMENT.
           MOVE 'N' TO WS-FOUND
           OPEN I-O CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
           ELSE
               MOVE WS-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS NOT = "00"
                   DISPLAY "Error re-reading loan account "
                       WS-ACCT-ID ": " C-FILE-STATUS
                   DISPLAY "Nothing has been disbursed."
               ELSE
                   SUBTRACT WS-LN-PRINCIPAL FROM BALANCE
                   SUBTRACT WS-LN-PRINCIPAL FROM AVAIL-BALANCE
                   REWRITE CUSTOMER-RECORD
                   IF C-FILE-STATUS NOT = "00"
                       DISPLAY "Error updating loan account "
                           WS-ACCT-ID ": " C-FILE-STATUS
                       DISPLAY "Nothing has been disbursed."
                   ELSE
                       MOVE WS-TD-SETTLE TO ACCT-ID
                       READ CUSTOMER-FILE
                           KEY IS ACCT-ID
                       IF C-FILE-STATUS = "00"
                           ADD WS-LN-PRINCIPAL TO BALANCE
                           ADD WS-LN-PRINCIPAL TO AVAIL-BALANCE
                           REWRITE CUSTOMER-RECORD
                       END-IF
                       IF C-FILE-STATUS = "00"
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           DISPLAY "*** DISBURSEMENT CREDIT FAILED "
                               "(status " C-FILE-STATUS ") - loan "
                               WS-ACCT-ID " HAS BEEN DEBITED "
                               WS-CURRENCY " " WS-LN-PRINCIPAL " ***"
                           DISPLAY "*** Post the credit to "
                               WS-TD-SETTLE " manually and advise "
                               "your supervisor. ***"
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE CUSTOMER-FILE

           IF WS-FOUND = 'Y'
               PERFORM LOG-TRANSACTION-DRAWDOWN
               MOVE WS-ACCT-ID TO WS-SEARCH-ID
               MOVE "LOAN DISBURSED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
           END-IF.

      *> The whole contracted schedule is written at opening. Each
      *> line's interest is a twelfth of the annual rate on the
      *> principal still owed - worked out exactly as MONTHEND
      *> accrues it, so a loan repaid on time follows its schedule
      *> to the cent - and the final line takes whatever principal
      *> is left.
       WRITE-LOAN-SCHEDULE.
           OPEN EXTEND LOANSCH-FILE
           IF N-FILE-STATUS = "35"
               OPEN OUTPUT LOANSCH-FILE
               CLOSE LOANSCH-FILE
               OPEN EXTEND LOANSCH-FILE
           END-IF
           IF N-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan schedule file: "
                   N-FILE-STATUS
               DISPLAY "The loan is open but its schedule was not "
                   "written - advise your supervisor."
           ELSE
               MOVE WS-LN-PRINCIPAL TO WS-LN-BAL
               PERFORM VARYING WS-LN-INST-NO FROM 1 BY 1
                       UNTIL WS-LN-INST-NO > WS-TD-TERM
                   PERFORM WRITE-LOAN-SCHEDULE-LINE
               END-PERFORM
               CLOSE LOANSCH-FILE
           END-IF.

       WRITE-LOAN-SCHEDULE-LINE.
           COMPUTE WS-LN-INTEREST ROUNDED =
               WS-LN-BAL * WS-TD-RATE / 12
           IF WS-LN-INST-NO = WS-TD-TERM
               MOVE WS-LN-BAL TO WS-LN-CAPITAL
           ELSE
               IF WS-LN-INSTALMENT > WS-LN-INTEREST
                   COMPUTE WS-LN-CAPITAL =
                       WS-LN-INSTALMENT - WS-LN-INTEREST
               ELSE
                   MOVE 0 TO WS-LN-CAPITAL
               END-IF
               IF WS-LN-CAPITAL > WS-LN-BAL
                   MOVE WS-LN-BAL TO WS-LN-CAPITAL
               END-IF
           END-IF
           SUBTRACT WS-LN-CAPITAL FROM WS-LN-BAL
           PERFORM COMPUTE-LOAN-DUE-DATE
           MOVE WS-ACCT-ID TO LS-ACCT-ID
           MOVE WS-LN-INST-NO TO LS-INST-NO
           MOVE WS-LN-DUE-DATE TO LS-DUE-DATE
           COMPUTE LS-INSTALMENT = WS-LN-INTEREST + WS-LN-CAPITAL
           MOVE WS-LN-INTEREST TO LS-INTEREST
           MOVE WS-LN-CAPITAL TO LS-PRINCIPAL
           MOVE WS-LN-BAL TO LS-CLOSING-BAL
           WRITE LOANSCH-RECORD.

       VIEW-ACCOUNTS.
           DISPLAY " "
           DISPLAY "ALL CUSTOMER ACCOUNTS"
               DISPLAY "   No accounts found or file cannot be read."
           ELSE
               DISPLAY "Account ID | Customer Name                  "
                   "| Cur | Balance    | Type | Stat"
               DISPLAY "-----------|--------------------------------"
                   "|-----|------------|------|-----"

               PERFORM UNTIL C-FILE-STATUS = "10"
                   READ CUSTOMER-FILE NEXT RECORD
                   IF C-FILE-STATUS = "00"
                       MOVE BALANCE TO WS-BALANCE-ED
                       PERFORM GET-ACCOUNT-CURRENCY
                       DISPLAY ACCT-ID " | " NAME " | " WS-ACCT-CCY
                           " | " WS-BALANCE-ED
                           " | " ACCT-TYPE "    | " ACCT-STATUS
                       MOVE ACCT-ID TO WS-SEARCH-ID
                       MOVE "BALANCE INQUIRY" TO WS-AUDIT-ACTION
               DISPLAY " "
               DISPLAY "Funds type must be C or K."
           ELSE
               MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
               PERFORM FIND-ACCOUNT-CURRENCY
               DISPLAY "Enter deposit amount: " WS-ACCT-CCY " "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT

               MOVE WS-ACCT-CCY TO WS-LIMIT-CCY
               PERFORM CHECK-AMOUNT-LIMIT
               IF WS-LIMIT-OK = 'Y'
                   PERFORM UPDATE-BALANCE-ADD
                   DISPLAY " "
                   DISPLAY "Deposit successful!"
                   DISPLAY "   Account ID: " WS-SEARCH-ID
                   DISPLAY "   Amount deposited: " WS-ACCT-CCY " "
                       WS-AMOUNT
                   MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-ED
                   DISPLAY "   New balance: " WS-ACCT-CCY " "
                       WS-NEW-BALANCE-ED
                   IF WS-FUNDS-TYPE = 'K'
                       DISPLAY "   Check funds on hold until "
                           WS-CLEAR-DATE
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           
           MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY
           DISPLAY "Enter withdrawal amount: " WS-ACCT-CCY " "
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT

           PERFORM CHECK-SIGNING-MANDATE
           IF WS-MANDATE-OK = 'Y'
               MOVE WS-ACCT-CCY TO WS-LIMIT-CCY
               PERFORM CHECK-AMOUNT-LIMIT
           ELSE
               MOVE 'N' TO WS-LIMIT-OK
           END-IF
           IF WS-LIMIT-OK = 'Y'
               PERFORM CHECK-TERM-WITHDRAWAL
           ELSE
                   DISPLAY " "
                   DISPLAY "Withdrawal successful!"
                   DISPLAY "   Account ID: " WS-SEARCH-ID
                   DISPLAY "   Amount withdrawn: " WS-ACCT-CCY " "
                       WS-AMOUNT
                   IF WS-TD-PENALTY > 0
                       DISPLAY "   Early withdrawal penalty: "
                           WS-ACCT-CCY " " WS-TD-PENALTY
                   END-IF
                   MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-ED
                   DISPLAY "   New balance: " WS-ACCT-CCY " "
                       WS-NEW-BALANCE-ED
               ELSE
                   IF WS-BLOCKED = 'N'
                       DISPLAY " "
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   PERFORM GET-ACCOUNT-CURRENCY
                   SUBTRACT WS-TD-PENALTY FROM BALANCE
                   SUBTRACT WS-TD-PENALTY FROM AVAIL-BALANCE
                   MOVE BALANCE TO WS-NEW-BALANCE
           MOVE "TDPEN" TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

               DISPLAY " "
               DISPLAY "Cannot transfer an account to itself."
           ELSE
               DISPLAY "Enter transfer amount (in the debited "
                   "account's currency): " WITH NO ADVANCING
               ACCEPT WS-AMOUNT

               PERFORM PRICE-TRANSFER
               MOVE WS-XFER-FROM-CCY TO WS-LIMIT-CCY
               IF WS-FX-OK = 'Y'
                   PERFORM CHECK-SIGNING-MANDATE
               ELSE
                   MOVE 'N' TO WS-MANDATE-OK
               END-IF
               IF WS-MANDATE-OK = 'Y'
                   PERFORM CHECK-AMOUNT-LIMIT
               ELSE
                   MOVE 'N' TO WS-LIMIT-OK
               END-IF
               IF WS-LIMIT-OK = 'Y'
                   PERFORM POST-TRANSFER
               ELSE
                   DISPLAY "Transfer successful!"
                   DISPLAY "   From Account: " WS-SEARCH-ID
                   DISPLAY "   To Account:   " WS-XFER-TO-ID
                   DISPLAY "   Amount transferred: " WS-XFER-FROM-CCY
                       " " WS-AMOUNT
                   IF WS-XFER-FROM-CCY NOT = WS-XFER-TO-CCY
                       DISPLAY "   Amount credited:    "
                           WS-XFER-TO-CCY " " WS-XFER-CREDIT
                       MOVE WS-XFER-FX-RATE TO WS-FX-RATE-ED
                       DISPLAY "   Rate used: 1 " WS-XFER-FROM-CCY
                           " = " WS-FX-RATE-ED " " WS-XFER-TO-CCY
                   END-IF
                   MOVE WS-XFER-FROM-BAL TO WS-NEW-BALANCE-ED
                   DISPLAY "   From-account balance: "
                       WS-XFER-FROM-CCY " " WS-NEW-BALANCE-ED
                   MOVE WS-XFER-TO-BAL TO WS-XFER-TO-BAL-ED
                   DISPLAY "   To-account balance:   "
                       WS-XFER-TO-CCY " " WS-XFER-TO-BAL-ED
               END-IF
           END-IF.

      *> Works out what the credit leg receives before anything is
      *> checked or posted: the same amount between accounts in one
      *> currency, otherwise the debit converted at the day's rates.
      *> Either account missing is left for POST-TRANSFER to report.
       PRICE-TRANSFER.
           MOVE 'Y' TO WS-FX-OK
           MOVE WS-AMOUNT TO WS-XFER-CREDIT
           MOVE 0 TO WS-XFER-FX-RATE
           MOVE 0 TO WS-XFER-FX-BACK
           MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY
           MOVE WS-ACCT-CCY TO WS-XFER-FROM-CCY
           MOVE WS-FX-ACCT-FOUND TO WS-FOUND
           MOVE WS-XFER-TO-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY
           MOVE WS-ACCT-CCY TO WS-XFER-TO-CCY
           IF WS-FOUND = 'N' OR WS-FX-ACCT-FOUND = 'N'
               MOVE WS-XFER-FROM-CCY TO WS-XFER-TO-CCY
           END-IF
           IF WS-XFER-FROM-CCY NOT = WS-XFER-TO-CCY
               MOVE WS-XFER-FROM-CCY TO WS-FX-FROM-CCY
               MOVE WS-XFER-TO-CCY TO WS-FX-TO-CCY
               MOVE WS-AMOUNT TO WS-FX-IN-AMOUNT
               PERFORM CONVERT-FX-AMOUNT
               IF WS-FX-OK = 'Y'
                   MOVE WS-FX-OUT-AMOUNT TO WS-XFER-CREDIT
                   MOVE WS-FX-PAIR-RATE TO WS-XFER-FX-RATE
                   MOVE WS-FX-BACK-RATE TO WS-XFER-FX-BACK
                   MOVE WS-FX-PAIR-RATE TO WS-FX-RATE-ED
                   DISPLAY "Credit at today's rate: " WS-XFER-TO-CCY
                       " " WS-XFER-CREDIT " (1 " WS-XFER-FROM-CCY
                       " = " WS-FX-RATE-ED " " WS-XFER-TO-CCY ")"
               END-IF
           END-IF.

      *> An unmatured term deposit cannot be drained through the
      *> transfer screen - early break-up goes through Withdraw
      *> Money, where the supervisor approval and penalty live.
                       IF ACCT-TYPE = 'T'
                               AND WS-DATE-STRING < ACCT-MATURITY-DATE
                           MOVE 'Y' TO WS-BLOCKED
                           DISPLAY " "
                           DISPLAY "Term deposit " WS-SEARCH-ID " does "
                               "not mature until " ACCT-MATURITY-DATE
                           DISPLAY "Use Withdraw Money for an early "
                               "withdrawal (supervisor approval "
                               "required)."
                       ELSE
                           COMPUTE WS-XFER-FROM-BAL =
                               BALANCE - WS-AMOUNT
                           COMPUTE WS-XFER-FROM-AVAIL =
                               AVAIL-BALANCE - WS-AMOUNT
                           IF (ACCT-TYPE = 'C' AND
                                   WS-XFER-FROM-AVAIL >= 0 - OD-LIMIT)
                               OR (ACCT-TYPE NOT = 'C' AND
                                   AVAIL-BALANCE >= WS-AMOUNT)
                               PERFORM POST-TRANSFER-LEGS
                           ELSE
                               MOVE BALANCE TO WS-BALANCE-ED
                               MOVE AVAIL-BALANCE TO WS-AVAIL-BAL-ED
                               DISPLAY " "
                               DISPLAY "Insufficient available funds!"
                               DISPLAY "   Current balance: "
                                   WS-XFER-FROM-CCY " " WS-BALANCE-ED
                               DISPLAY "   Available balance: "
                                   WS-XFER-FROM-CCY " " WS-AVAIL-BAL-ED
                               DISPLAY "   Requested amount: "
                                   WS-XFER-FROM-CCY " " WS-AMOUNT
                               IF ACCT-TYPE = 'C'
                                   DISPLAY "   Overdraft limit: "
                                       WS-XFER-FROM-CCY " " OD-LIMIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

               IF ACCT-STATUS = 'F'
                   PERFORM DISPLAY-FROZEN-MESSAGE
               ELSE
                   COMPUTE WS-XFER-TO-BAL = BALANCE + WS-XFER-CREDIT
                   MOVE WS-SEARCH-ID TO ACCT-ID
                   READ CUSTOMER-FILE
                       KEY IS ACCT-ID
                           MOVE WS-XFER-TO-BAL TO BALANCE
      *> An internal transfer is cleared funds - the credit is
      *> available to the receiving customer immediately.
                           ADD WS-XFER-CREDIT TO AVAIL-BALANCE
                           REWRITE CUSTOMER-RECORD
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           DISPLAY "*** CREDIT LEG FAILED (status "
                               C-FILE-STATUS ") - account "
                               WS-SEARCH-ID " HAS BEEN DEBITED "
                               WS-XFER-FROM-CCY " " WS-AMOUNT " ***"
                           DISPLAY "*** Post the credit to "
                               WS-XFER-TO-ID " manually and advise "
                               "your supervisor. ***"
               DISPLAY "Payee bank code and account number are "
                   "both required."
           ELSE
               DISPLAY "Enter payment currency (blank = the "
                   "account's currency): " WITH NO ADVANCING
               ACCEPT WS-EP-CURRENCY
               INSPECT WS-EP-CURRENCY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Enter payment amount: " WITH NO ADVANCING
               ACCEPT WS-EP-AMOUNT

               PERFORM PRICE-EXTERNAL-PAYMENT
               MOVE WS-ACCT-CCY TO WS-LIMIT-CCY
               MOVE 'N' TO WS-WL-CLEARED
               IF WS-FX-OK = 'Y'
                   MOVE SPACES TO WS-WL-SUBJECT
                   MOVE WS-EP-PAYEE-BANK TO WS-WL-BANK
                   MOVE WS-EP-PAYEE-ACCT TO WS-WL-ACCT
                   MOVE WS-SEARCH-ID TO WS-WL-AUD-SUBJECT
                   PERFORM SCREEN-AND-REVIEW
                   MOVE WS-WL-AUD-SUBJECT TO WS-SEARCH-ID
               END-IF
               IF WS-WL-CLEARED = 'Y'
                   PERFORM CHECK-SIGNING-MANDATE
               ELSE
                   MOVE 'N' TO WS-MANDATE-OK
               END-IF
               IF WS-MANDATE-OK = 'Y'
                   PERFORM CHECK-AMOUNT-LIMIT
               ELSE
                   MOVE 'N' TO WS-LIMIT-OK
               END-IF
               IF WS-LIMIT-OK = 'Y'
                   PERFORM POST-EXTERNAL-PAYMENT

                       DISPLAY "   Account ID: " WS-SEARCH-ID
                       DISPLAY "   Payee: " WS-EP-PAYEE-BANK " / "
                           WS-EP-PAYEE-ACCT
                       DISPLAY "   Amount: " WS-EP-CURRENCY " "
                           WS-EP-AMOUNT
                       IF WS-EP-CURRENCY NOT = WS-ACCT-CCY
                           DISPLAY "   Debited: " WS-ACCT-CCY " "
                               WS-AMOUNT
                           MOVE WS-FX-BACK-RATE TO WS-FX-RATE-ED
                           DISPLAY "   Rate used: 1 " WS-ACCT-CCY
                               " = " WS-FX-RATE-ED " " WS-EP-CURRENCY
                       END-IF
                       MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-ED
                       DISPLAY "   New balance: " WS-ACCT-CCY " "
                           WS-NEW-BALANCE-ED
                       DISPLAY "   Leaves on the next clearing file."
                   ELSE
                       IF WS-BLOCKED = 'N'
               END-IF
           END-IF.

      *> The payee is paid in the currency keyed (the account's own
      *> when left blank); the account is debited the equivalent in
      *> its currency at the day's rates, and that debit is what the
      *> funds, limit and mandate checks run against.
       PRICE-EXTERNAL-PAYMENT.
           MOVE 'Y' TO WS-FX-OK
           MOVE 0 TO WS-FX-BACK-RATE
           MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY
           IF WS-EP-CURRENCY = SPACES
               MOVE WS-ACCT-CCY TO WS-EP-CURRENCY
           END-IF
           MOVE WS-EP-AMOUNT TO WS-AMOUNT
           IF WS-FX-ACCT-FOUND = 'Y'
                   AND WS-EP-CURRENCY NOT = WS-ACCT-CCY
               MOVE WS-EP-CURRENCY TO WS-FX-FROM-CCY
               MOVE WS-ACCT-CCY TO WS-FX-TO-CCY
               MOVE WS-EP-AMOUNT TO WS-FX-IN-AMOUNT
               PERFORM CONVERT-FX-AMOUNT
               IF WS-FX-OK = 'Y'
                   MOVE WS-FX-OUT-AMOUNT TO WS-AMOUNT
                   MOVE WS-FX-BACK-RATE TO WS-FX-RATE-ED
                   DISPLAY "Debit at today's rate: " WS-ACCT-CCY " "
                       WS-AMOUNT " (1 " WS-ACCT-CCY " = "
                       WS-FX-RATE-ED " " WS-EP-CURRENCY ")"
               END-IF
           END-IF.

       POST-EXTERNAL-PAYMENT.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-BLOCKED
           OPEN I-O CUSTOMER-FILE

                   IF ACCT-STATUS = 'F'
                       PERFORM DISPLAY-FROZEN-MESSAGE
                   ELSE
                       IF ACCT-TYPE = 'T'
                               AND WS-DATE-STRING < ACCT-MATURITY-DATE
                           MOVE 'Y' TO WS-BLOCKED
                           DISPLAY " "
                           DISPLAY "Term deposit " WS-SEARCH-ID " does "
                               "not mature until " ACCT-MATURITY-DATE
                           DISPLAY "Use Withdraw Money for an early "
                               "withdrawal (supervisor approval "
                               "required)."
                       ELSE
                           COMPUTE WS-NEW-BALANCE = BALANCE - WS-AMOUNT
                           COMPUTE WS-NEW-AVAIL =
                               AVAIL-BALANCE - WS-AMOUNT
                           IF (ACCT-TYPE = 'C' AND
                                   WS-NEW-AVAIL >= 0 - OD-LIMIT)
                               OR (ACCT-TYPE NOT = 'C' AND
                                   AVAIL-BALANCE >= WS-AMOUNT)
                               MOVE WS-NEW-BALANCE TO BALANCE
                               MOVE WS-NEW-AVAIL TO AVAIL-BALANCE
                               MOVE WS-DATE-STRING TO LAST-ACTIVITY-DATE
                               REWRITE CUSTOMER-RECORD
                               MOVE 'Y' TO WS-FOUND
                               PERFORM GET-ACCOUNT-CURRENCY
                               PERFORM LOG-TRANSACTION-EXTPAY
                               PERFORM WRITE-EXTPAY-RECORD
                           ELSE
                               MOVE BALANCE TO WS-BALANCE-ED
                               MOVE AVAIL-BALANCE TO WS-AVAIL-BAL-ED
                               DISPLAY " "
                               DISPLAY "Insufficient available funds!"
                               DISPLAY "   Current balance: "
                                   WS-ACCT-CCY " " WS-BALANCE-ED
                               DISPLAY "   Available balance: "
                                   WS-ACCT-CCY " " WS-AVAIL-BAL-ED
                               DISPLAY "   Requested amount: "
                                   WS-ACCT-CCY " " WS-AMOUNT
                               IF ACCT-TYPE = 'C'
                                   DISPLAY "   Overdraft limit: "
                                       WS-ACCT-CCY " " OD-LIMIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-EP-PAYEE-ACCT TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           IF WS-EP-CURRENCY = WS-ACCT-CCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
           ELSE
               MOVE WS-EP-CURRENCY TO TRANS-FX-CURRENCY
               MOVE WS-EP-AMOUNT TO TRANS-FX-AMOUNT
               MOVE WS-FX-BACK-RATE TO TRANS-FX-RATE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

               MOVE SPACES TO EXTPAY-RECORD
               MOVE 'D' TO PY-TYPE
               MOVE WS-SEARCH-ID TO PY-ACCT-ID
               MOVE WS-EP-AMOUNT TO PY-AMOUNT
               MOVE WS-EP-CURRENCY TO PY-CURRENCY
               MOVE WS-EP-PAYEE-BANK TO PY-PAYEE-BANK
               MOVE WS-EP-PAYEE-ACCT TO PY-PAYEE-ACCT
               MOVE SPACES TO PY-ORDER-ID
           DISPLAY "Release it via the Account Status screen "
               "first.".

      *> Stop-payment instructions on checking-account cheques. A
      *> stop covers one cheque or a range of cheque numbers (a lost
      *> cheque book) and holds until it is lifted; the inward-
      *> clearing batch CHQCLR returns any presented cheque a live
      *> stop covers.
       STOP-PAYMENTS.
           MOVE 'N' TO WS-SP-DONE
           PERFORM UNTIL WS-SP-DONE = 'Y'
               DISPLAY " "
               DISPLAY "STOP PAYMENTS"
               DISPLAY "================="
               DISPLAY "  1. Record Stop Payment"
               DISPLAY "  2. List Stop Payments"
               DISPLAY "  3. Lift Stop Payment"
               DISPLAY "  4. Return to Main Menu"
               DISPLAY " "
               DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING
               ACCEPT WS-SP-CHOICE
               EVALUATE WS-SP-CHOICE
                   WHEN 1
                       PERFORM RECORD-STOP-PAYMENT
                   WHEN 2
                       PERFORM LIST-STOP-PAYMENTS
                   WHEN 3
                       PERFORM LIFT-STOP-PAYMENT
                   WHEN 4
                       MOVE 'Y' TO WS-SP-DONE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please enter 1-4."
               END-EVALUATE
           END-PERFORM.

       RECORD-STOP-PAYMENT.
           DISPLAY " "
           DISPLAY "RECORD STOP PAYMENT"
           DISPLAY "======================"

           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           PERFORM FIND-CHEQUE-ACCOUNT
           IF WS-FOUND = 'Y'
               DISPLAY "Enter first cheque number to stop: "
                   WITH NO ADVANCING
               ACCEPT WS-SP-FROM-NO
               DISPLAY "Enter last cheque number (0 for a single "
                   "cheque): " WITH NO ADVANCING
               ACCEPT WS-SP-TO-NO
               IF WS-SP-TO-NO = 0
                   MOVE WS-SP-FROM-NO TO WS-SP-TO-NO
               END-IF

               IF WS-SP-FROM-NO = 0 OR WS-SP-TO-NO < WS-SP-FROM-NO
                   DISPLAY " "
                   DISPLAY "Invalid cheque number range."
               ELSE
                   PERFORM WRITE-STOP-RECORD
               END-IF
           END-IF.

      *> Only a checking account has cheques to stop.
       FIND-CHEQUE-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS NOT = "00"
                   DISPLAY " "
                   DISPLAY "Account not found: " WS-SEARCH-ID
               ELSE
                   IF ACCT-TYPE NOT = 'C'
                       DISPLAY " "
                       DISPLAY "Account " WS-SEARCH-ID " is not a "
                           "checking account - it has no cheques."
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

      *> A stop starting at the same cheque number as an earlier
      *> one that was lifted re-uses that record, re-activated with
      *> the new range.
       WRITE-STOP-RECORD.
           MOVE 'N' TO WS-FOUND
           OPEN I-O STOP-FILE
           IF S-FILE-STATUS = "35"
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN I-O STOP-FILE
           END-IF

           IF S-FILE-STATUS NOT = "00"
               DISPLAY "Error opening stop payment file: "
                   S-FILE-STATUS
           ELSE
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-SEARCH-ID TO SP-ACCT-ID
               MOVE WS-SP-FROM-NO TO SP-FROM-NO
               READ STOP-FILE
                   KEY IS SP-KEY
               IF S-FILE-STATUS = "00" AND SP-STATUS = 'A'
                   DISPLAY " "
                   DISPLAY "A stop from cheque " WS-SP-FROM-NO
                       " is already active on " WS-SEARCH-ID
                       " (to cheque " SP-TO-NO ")."
               ELSE
                   MOVE WS-SP-TO-NO TO SP-TO-NO
                   MOVE 'A' TO SP-STATUS
                   MOVE WS-DATE-STRING TO SP-PLACED-DATE
                   MOVE WS-OPER-ID TO SP-PLACED-BY
                   MOVE SPACES TO SP-LIFTED-DATE
                   MOVE SPACES TO SP-LIFTED-BY
                   IF S-FILE-STATUS = "00"
                       REWRITE STOP-RECORD
                   ELSE
                       WRITE STOP-RECORD
                   END-IF
                   IF S-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY "Error writing stop payment file: "
                           S-FILE-STATUS
                   END-IF
               END-IF
               CLOSE STOP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE "STOP PAYMENT PLACED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Stop payment recorded!"
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Cheques: " WS-SP-FROM-NO " to "
                   WS-SP-TO-NO
           END-IF.

       LIST-STOP-PAYMENTS.
           DISPLAY " "
           DISPLAY "LIST STOP PAYMENTS"
           DISPLAY "====================="

           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT STOP-FILE
           IF S-FILE-STATUS = "00"
               DISPLAY " "
               DISPLAY "From     | To       | St | Placed     | By"
                   "       | Lifted"
               DISPLAY "---------|----------|----|------------|"
                   "----------|-----------"
               MOVE WS-SEARCH-ID TO SP-ACCT-ID
               MOVE 0 TO SP-FROM-NO
               START STOP-FILE KEY IS NOT LESS THAN SP-KEY
               PERFORM UNTIL S-FILE-STATUS NOT = "00"
                   READ STOP-FILE NEXT RECORD
                   IF S-FILE-STATUS = "00"
                       IF SP-ACCT-ID NOT = WS-SEARCH-ID
                           MOVE "10" TO S-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-SP-COUNT
                           DISPLAY SP-FROM-NO " | " SP-TO-NO " | "
                               SP-STATUS "  | " SP-PLACED-DATE " | "
                               SP-PLACED-BY " | " SP-LIFTED-DATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STOP-FILE
           END-IF

           IF WS-SP-COUNT = 0
               DISPLAY " "
               DISPLAY "No stop payments on file for " WS-SEARCH-ID
           END-IF.

      *> A stop is lifted by the first cheque number it covers, as
      *> shown by List Stop Payments. The record stays on file,
      *> marked lifted.
       LIFT-STOP-PAYMENT.
           DISPLAY " "
           DISPLAY "LIFT STOP PAYMENT"
           DISPLAY "===================="

           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           DISPLAY "Enter first cheque number of the stop: "
               WITH NO ADVANCING
           ACCEPT WS-SP-FROM-NO

           MOVE 'N' TO WS-FOUND
           OPEN I-O STOP-FILE
           IF S-FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO SP-ACCT-ID
               MOVE WS-SP-FROM-NO TO SP-FROM-NO
               READ STOP-FILE
                   KEY IS SP-KEY
               IF S-FILE-STATUS = "00" AND SP-STATUS = 'A'
                   PERFORM GET-CURRENT-DATETIME
                   MOVE 'L' TO SP-STATUS
                   MOVE WS-DATE-STRING TO SP-LIFTED-DATE
                   MOVE WS-OPER-ID TO SP-LIFTED-BY
                   MOVE SP-TO-NO TO WS-SP-TO-NO
                   REWRITE STOP-RECORD
                   IF S-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY "Error updating stop payment file: "
                           S-FILE-STATUS
                   END-IF
               END-IF
               CLOSE STOP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE "STOP PAYMENT LIFTED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Stop payment lifted."
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Cheques: " WS-SP-FROM-NO " to "
                   WS-SP-TO-NO
           ELSE
               DISPLAY " "
               DISPLAY "No active stop from cheque " WS-SP-FROM-NO
                   " on " WS-SEARCH-ID
           END-IF.

      *> Sanctions and watch-list maintenance, for supervisors only.
      *> The list is WATCHLST.DAT (see WATCHREC.cpy): blocked names,
      *> screened against customers and standing-order payees, and
      *> blocked payee bank/account pairs, screened against standing
      *> orders and external payments. A standing order MONTHEND
      *> held on a possible match is released or cancelled here.
       WATCH-LIST-MAINT.
           IF WS-OPER-ROLE NOT = 'S'
               DISPLAY " "
               DISPLAY "Watch list maintenance is restricted to "
                   "supervisors."
           ELSE
               MOVE 'N' TO WS-WL-DONE
               PERFORM UNTIL WS-WL-DONE = 'Y'
                   DISPLAY " "
                   DISPLAY "WATCH LIST"
                   DISPLAY "============="
                   DISPLAY "  1. Add Blocked Name"
                   DISPLAY "  2. Add Blocked Payee Account"
                   DISPLAY "  3. List Watch List"
                   DISPLAY "  4. Remove Entry"
                   DISPLAY "  5. Review Held Standing Order"
                   DISPLAY "  6. Return to Main Menu"
                   DISPLAY " "
                   DISPLAY "Enter your choice (1-6): "
                       WITH NO ADVANCING
                   ACCEPT WS-WL-CHOICE
                   EVALUATE WS-WL-CHOICE
                       WHEN 1
                           PERFORM ADD-WATCH-NAME
                       WHEN 2
                           PERFORM ADD-WATCH-PAYEE
                       WHEN 3
                           PERFORM LIST-WATCH-LIST
                       WHEN 4
                           PERFORM REMOVE-WATCH-ENTRY
                       WHEN 5
                           PERFORM REVIEW-HELD-ORDER
                       WHEN 6
                           MOVE 'Y' TO WS-WL-DONE
                       WHEN OTHER
                           DISPLAY "Invalid option. Please enter 1-6."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       ADD-WATCH-NAME.
           DISPLAY " "
           DISPLAY "ADD BLOCKED NAME"
           DISPLAY "==================="
           DISPLAY "Enter name as listed (max 30 chars): "
               WITH NO ADVANCING
           ACCEPT WS-WL-NAME
           INSPECT WS-WL-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-WL-NAME = SPACES
               DISPLAY " "
               DISPLAY "A name is required."
           ELSE
               MOVE SPACES TO WL-KEY
               MOVE 'N' TO WL-TYPE
               MOVE WS-WL-NAME TO WL-NAME
               MOVE WS-WL-NAME TO WS-WL-AUD-SUBJECT
               PERFORM WRITE-WATCH-ENTRY
           END-IF.

       ADD-WATCH-PAYEE.
           DISPLAY " "
           DISPLAY "ADD BLOCKED PAYEE ACCOUNT"
           DISPLAY "============================"
           DISPLAY "Enter payee bank code (max 8 chars): "
               WITH NO ADVANCING
           ACCEPT WS-WL-BANK
           DISPLAY "Enter payee account number (max 10 chars): "
               WITH NO ADVANCING
           ACCEPT WS-WL-ACCT
           IF WS-WL-BANK = SPACES OR WS-WL-ACCT = SPACES
               DISPLAY " "
               DISPLAY "Payee bank code and account number are "
                   "both required."
           ELSE
               MOVE SPACES TO WL-KEY
               MOVE 'P' TO WL-TYPE
               MOVE WS-WL-BANK TO WL-BANK
               MOVE WS-WL-ACCT TO WL-ACCT
               MOVE WS-WL-ACCT TO WS-WL-AUD-SUBJECT
               PERFORM WRITE-WATCH-ENTRY
           END-IF.

      *> Expects WL-KEY set up. An entry removed earlier is put back
      *> live on the same record, with the new source and date.
       WRITE-WATCH-ENTRY.
           DISPLAY "Enter list or notice reference (max 20 chars): "
               WITH NO ADVANCING
           ACCEPT WS-WL-SOURCE

           MOVE 'N' TO WS-FOUND
           OPEN I-O WATCH-FILE
           IF W-FILE-STATUS = "35"
               OPEN OUTPUT WATCH-FILE
               CLOSE WATCH-FILE
               OPEN I-O WATCH-FILE
           END-IF

           IF W-FILE-STATUS NOT = "00"
               DISPLAY "Error opening watch list file: "
                   W-FILE-STATUS
           ELSE
               PERFORM GET-CURRENT-DATETIME
               READ WATCH-FILE
                   KEY IS WL-KEY
               IF W-FILE-STATUS = "00" AND WL-STATUS = 'A'
                   DISPLAY " "
                   DISPLAY "That entry is already on the watch list."
               ELSE
                   MOVE 'A' TO WL-STATUS
                   MOVE WS-WL-SOURCE TO WL-SOURCE
                   MOVE WS-DATE-STRING TO WL-ADDED-DATE
                   MOVE WS-OPER-ID TO WL-ADDED-BY
                   MOVE SPACES TO WL-REMOVED-DATE
                   MOVE SPACES TO WL-REMOVED-BY
                   IF W-FILE-STATUS = "00"
                       REWRITE WATCH-RECORD
                   ELSE
                       WRITE WATCH-RECORD
                   END-IF
                   IF W-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY "Error writing watch list file: "
                           W-FILE-STATUS
                   END-IF
               END-IF
               CLOSE WATCH-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE WS-WL-AUD-SUBJECT TO WS-SEARCH-ID
               MOVE "WATCHLIST ENTRY ADD" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Watch list entry added."
               DISPLAY "Run WLSCREEN to rescreen the customer master "
                   "against the updated list."
           END-IF.

       LIST-WATCH-LIST.
           DISPLAY " "
           DISPLAY "WATCH LIST"
           DISPLAY "============="

           MOVE 0 TO WS-WL-COUNT
           OPEN INPUT WATCH-FILE
           IF W-FILE-STATUS = "00"
               DISPLAY "T | Name / Bank    Account    | St | Source"
                   "               | Added"
               DISPLAY "--|----------------------------|----|-------"
                   "---------------|-----------"
               PERFORM UNTIL W-FILE-STATUS NOT = "00"
                   READ WATCH-FILE NEXT RECORD
                   IF W-FILE-STATUS = "00"
                       ADD 1 TO WS-WL-COUNT
                       DISPLAY WL-TYPE " | " WL-VALUE(1:26) " | "
                           WL-STATUS "  | " WL-SOURCE " | "
                           WL-ADDED-DATE
                   END-IF
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF

           IF WS-WL-COUNT = 0
               DISPLAY "No entries on the watch list."
           END-IF.

      *> Removal marks the entry 'R' and keeps it on file.
       REMOVE-WATCH-ENTRY.
           DISPLAY " "
           DISPLAY "REMOVE WATCH LIST ENTRY"
           DISPLAY "=========================="
           DISPLAY "Entry type (N name, P payee account): "
               WITH NO ADVANCING
           ACCEPT WS-WL-REPLY
           MOVE SPACES TO WL-KEY
           EVALUATE WS-WL-REPLY
               WHEN 'N'
               WHEN 'n'
                   DISPLAY "Enter name as listed: " WITH NO ADVANCING
                   ACCEPT WS-WL-NAME
                   INSPECT WS-WL-NAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 'N' TO WL-TYPE
                   MOVE WS-WL-NAME TO WL-NAME
                   MOVE WS-WL-NAME TO WS-WL-AUD-SUBJECT
               WHEN 'P'
               WHEN 'p'
                   DISPLAY "Enter payee bank code: " WITH NO ADVANCING
                   ACCEPT WS-WL-BANK
                   DISPLAY "Enter payee account number: "
                       WITH NO ADVANCING
                   ACCEPT WS-WL-ACCT
                   MOVE 'P' TO WL-TYPE
                   MOVE WS-WL-BANK TO WL-BANK
                   MOVE WS-WL-ACCT TO WL-ACCT
                   MOVE WS-WL-ACCT TO WS-WL-AUD-SUBJECT
               WHEN OTHER
                   DISPLAY "Entry type must be N or P."
           END-EVALUATE

           MOVE 'N' TO WS-FOUND
           IF WL-TYPE NOT = SPACES
               OPEN I-O WATCH-FILE
               IF W-FILE-STATUS = "00"
                   READ WATCH-FILE
                       KEY IS WL-KEY
                   IF W-FILE-STATUS = "00" AND WL-STATUS = 'A'
                       PERFORM GET-CURRENT-DATETIME
                       MOVE 'R' TO WL-STATUS
                       MOVE WS-DATE-STRING TO WL-REMOVED-DATE
                       MOVE WS-OPER-ID TO WL-REMOVED-BY
                       REWRITE WATCH-RECORD
                       IF W-FILE-STATUS = "00"
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           DISPLAY "Error updating watch list file: "
                               W-FILE-STATUS
                       END-IF
                   END-IF
                   CLOSE WATCH-FILE
               END-IF
               IF WS-FOUND = 'Y'
                   MOVE WS-WL-AUD-SUBJECT TO WS-SEARCH-ID
                   MOVE "WATCHLIST ENTRY DEL" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-EVENT
                   DISPLAY " "
                   DISPLAY "Watch list entry removed."
               ELSE
                   DISPLAY " "
                   DISPLAY "No live entry found to remove."
               END-IF
           END-IF.

      *> A standing order MONTHEND held on a possible match pays
      *> nothing until a supervisor decides here: released back to
      *> 'A' as a false match, or cancelled as a true one.
       REVIEW-HELD-ORDER.
           DISPLAY " "
           DISPLAY "REVIEW HELD STANDING ORDER"
           DISPLAY "============================="
           DISPLAY "Enter Order ID: " WITH NO ADVANCING
           ACCEPT WS-SO-ORDER-ID

           MOVE 'N' TO WS-FOUND
           OPEN I-O STANDING-FILE
           IF O-FILE-STATUS NOT = "00"
               DISPLAY "Error opening standing order file: "
                   O-FILE-STATUS
           ELSE
               MOVE WS-SO-ORDER-ID TO SO-ORDER-ID
               READ STANDING-FILE
                   KEY IS SO-ORDER-ID
               IF O-FILE-STATUS NOT = "00" OR SO-STATUS NOT = 'H'
                   DISPLAY " "
                   DISPLAY "No held standing order " WS-SO-ORDER-ID
               ELSE
                   MOVE SO-ACCT-ID TO WS-FX-ACCT-ID
                   PERFORM FIND-ACCOUNT-CURRENCY
                   DISPLAY "Account: " SO-ACCT-ID "  Amount: "
                       WS-ACCT-CCY " " SO-AMOUNT
                   DISPLAY "Payee:   " SO-PAYEE
                   DISPLAY "Routing: " SO-PAYEE-BANK " / "
                       SO-PAYEE-ACCT
                   DISPLAY "Release as a false match (R) or cancel "
                       "the order (C)? " WITH NO ADVANCING
                   ACCEPT WS-WL-REPLY
                   EVALUATE WS-WL-REPLY
                       WHEN 'R'
                       WHEN 'r'
                           MOVE 'A' TO SO-STATUS
                           MOVE "SCREEN MATCH CLEARED"
                               TO WS-AUDIT-ACTION
                           MOVE 'Y' TO WS-FOUND
                       WHEN 'C'
                       WHEN 'c'
                           MOVE 'C' TO SO-STATUS
                           MOVE "SCREEN MATCH BLOCKED"
                               TO WS-AUDIT-ACTION
                           MOVE 'Y' TO WS-FOUND
                       WHEN OTHER
                           DISPLAY "No decision taken - the order "
                               "stays held."
                   END-EVALUATE
                   IF WS-FOUND = 'Y'
                       REWRITE STANDING-RECORD
                   END-IF
               END-IF
               CLOSE STANDING-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE WS-SO-ORDER-ID TO WS-SEARCH-ID
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               IF WS-WL-REPLY = 'R' OR WS-WL-REPLY = 'r'
                   DISPLAY "Order " WS-SO-ORDER-ID " released - it "
                       "pays from the next month end."
               ELSE
                   DISPLAY "Order " WS-SO-ORDER-ID " cancelled."
               END-IF
           END-IF.

      *> Screens WS-WL-SUBJECT (a name) and WS-WL-BANK/WS-WL-ACCT
      *> (a payee pair) - either may be spaces - against the live
      *> watch list. A possible match is held at the screen for a
      *> supervisor to review, and only goes through if released as
      *> a false match: WS-WL-CLEARED comes back 'Y' when nothing
      *> matched or the supervisor released it, 'N' when the item
      *> must be stopped. WS-WL-AUD-SUBJECT names the item for the
      *> audit trail. A list that exists but cannot be read is
      *> treated as a match - nothing gets through unscreened.
       SCREEN-AND-REVIEW.
           MOVE 'N' TO WS-WL-HIT
           MOVE SPACES TO WS-WL-HIT-ENTRY
           OPEN INPUT WATCH-FILE
           IF W-FILE-STATUS = "00"
               IF WS-WL-BANK NOT = SPACES
                   PERFORM SCREEN-PAYEE-ACCOUNT
               END-IF
               IF WS-WL-HIT = 'N' AND WS-WL-SUBJECT NOT = SPACES
                   PERFORM SCREEN-NAME
               END-IF
               CLOSE WATCH-FILE
           ELSE
               IF W-FILE-STATUS NOT = "35"
                   MOVE 'Y' TO WS-WL-HIT
                   MOVE "*** WATCH LIST UNAVAILABLE ***"
                       TO WS-WL-HIT-ENTRY
               END-IF
           END-IF

           IF WS-WL-HIT = 'Y'
               PERFORM REVIEW-SCREEN-MATCH
           ELSE
               MOVE 'Y' TO WS-WL-CLEARED
           END-IF.

       SCREEN-PAYEE-ACCOUNT.
           MOVE SPACES TO WL-KEY
           MOVE 'P' TO WL-TYPE
           MOVE WS-WL-BANK TO WL-BANK
           MOVE WS-WL-ACCT TO WL-ACCT
           READ WATCH-FILE
               KEY IS WL-KEY
           IF W-FILE-STATUS = "00" AND WL-STATUS = 'A'
               MOVE 'Y' TO WS-WL-HIT
               MOVE WL-KEY TO WS-WL-HIT-ENTRY
           END-IF.

       SCREEN-NAME.
           INSPECT WS-WL-SUBJECT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WL-KEY
           MOVE 'N' TO WL-TYPE
           START WATCH-FILE KEY IS NOT LESS THAN WL-KEY
           PERFORM UNTIL W-FILE-STATUS NOT = "00" OR WS-WL-HIT = 'Y'
               READ WATCH-FILE NEXT RECORD
               IF W-FILE-STATUS = "00"
                   IF WL-TYPE NOT = 'N'
                       MOVE "10" TO W-FILE-STATUS
                   ELSE
                       IF WL-STATUS = 'A' AND WL-NAME NOT = SPACES
                           PERFORM MATCH-WATCH-NAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The listed name, without its trailing spaces, appearing
      *> anywhere in the name being screened is a possible match. A
      *> blank entry is never matched - it would hit every name with
      *> a space in it.
       MATCH-WATCH-NAME.
           MOVE 30 TO WS-WL-LEN
           PERFORM UNTIL WS-WL-LEN = 1
                   OR WL-NAME(WS-WL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-WL-LEN
           END-PERFORM
           MOVE 0 TO WS-WL-TALLY
           INSPECT WS-WL-SUBJECT TALLYING WS-WL-TALLY
               FOR ALL WL-NAME(1:WS-WL-LEN)
           IF WS-WL-TALLY > 0
               MOVE 'Y' TO WS-WL-HIT
               MOVE WL-KEY TO WS-WL-HIT-ENTRY
           END-IF.

       REVIEW-SCREEN-MATCH.
           DISPLAY " "
           DISPLAY "*** POSSIBLE WATCH-LIST MATCH ***"
           DISPLAY "   Screened: " WS-WL-SUBJECT
           IF WS-WL-BANK NOT = SPACES
               DISPLAY "   Payee:    " WS-WL-BANK " / " WS-WL-ACCT
           END-IF
           DISPLAY "   Listed:   " WS-WL-HIT-ENTRY
           DISPLAY "Held for supervisor review."
           MOVE WS-WL-AUD-SUBJECT TO WS-SEARCH-ID
           MOVE "SCREEN MATCH HELD" TO WS-AUDIT-ACTION
           PERFORM LOG-AUDIT-EVENT

           MOVE 'N' TO WS-WL-CLEARED
           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUPER-OK = 'Y'
               DISPLAY "Supervisor: release as a false match (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-WL-REPLY
               IF WS-WL-REPLY = 'Y' OR WS-WL-REPLY = 'y'
                   MOVE 'Y' TO WS-WL-CLEARED
               END-IF
           END-IF

           MOVE WS-WL-AUD-SUBJECT TO WS-SEARCH-ID
           IF WS-WL-CLEARED = 'Y'
               MOVE "SCREEN MATCH CLEARED" TO WS-AUDIT-ACTION
               DISPLAY "Released as a false match."
           ELSE
               MOVE "SCREEN MATCH BLOCKED" TO WS-AUDIT-ACTION
               DISPLAY "Not released - refer to compliance."
           END-IF
           PERFORM LOG-AUDIT-EVENT.

      *> Exchange rates, for supervisors only. FXRATES.DAT holds one
      *> rate per currency per business date (see FXRATE.cpy); a
      *> cross-currency transfer or external payment is refused
      *> until the day's rate for each currency it touches is set
      *> here. Setting a rate already keyed for the day corrects it -
      *> postings made before the correction keep the rate they
      *> were converted at on their own transaction records.
       EXCHANGE-RATE-MAINT.
           IF WS-OPER-ROLE NOT = 'S'
               DISPLAY " "
               DISPLAY "Exchange rate maintenance is restricted to "
                   "supervisors."
           ELSE
               MOVE 'N' TO WS-FX-DONE
               PERFORM UNTIL WS-FX-DONE = 'Y'
                   DISPLAY " "
                   DISPLAY "EXCHANGE RATES"
                   DISPLAY "================="
                   DISPLAY "  1. Set Today's Rate"
                   DISPLAY "  2. List Rates"
                   DISPLAY "  3. Return to Main Menu"
                   DISPLAY " "
                   DISPLAY "Enter your choice (1-3): "
                       WITH NO ADVANCING
                   ACCEPT WS-FX-CHOICE
                   EVALUATE WS-FX-CHOICE
                       WHEN 1
                           PERFORM CHECK-DAY-OPEN
                           IF WS-DAY-OPEN = 'Y'
                               PERFORM SET-FX-RATE
                           END-IF
                       WHEN 2
                           PERFORM LIST-FX-RATES
                       WHEN 3
                           MOVE 'Y' TO WS-FX-DONE
                       WHEN OTHER
                           DISPLAY "Invalid option. Please enter 1-3."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       SET-FX-RATE.
           DISPLAY " "
           DISPLAY "SET TODAY'S RATE"
           DISPLAY "==================="
           DISPLAY "Enter currency code (3 letters): "
               WITH NO ADVANCING
           ACCEPT WS-FX-LOOKUP-CCY
           INSPECT WS-FX-LOOKUP-CCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-FX-LOOKUP-CCY = SPACES
                   OR WS-FX-LOOKUP-CCY = FX-BASE-CURRENCY
               DISPLAY " "
               DISPLAY "Enter a currency other than the base "
                   "currency, " FX-BASE-CURRENCY "."
           ELSE
               DISPLAY "Enter " FX-BASE-CURRENCY " per 1 "
                   WS-FX-LOOKUP-CCY " (e.g. 1.083500): "
                   WITH NO ADVANCING
               ACCEPT WS-FX-NEW-RATE
               IF WS-FX-NEW-RATE = 0
                   DISPLAY " "
                   DISPLAY "The rate must be greater than zero."
               ELSE
                   PERFORM WRITE-FX-RATE
               END-IF
           END-IF.

       WRITE-FX-RATE.
           MOVE 'N' TO WS-FOUND
           OPEN I-O FXRATE-FILE
           IF X-FILE-STATUS = "35"
               OPEN OUTPUT FXRATE-FILE
               CLOSE FXRATE-FILE
               OPEN I-O FXRATE-FILE
           END-IF

           IF X-FILE-STATUS NOT = "00"
               DISPLAY "Error opening exchange rate file: "
                   X-FILE-STATUS
           ELSE
               MOVE WS-FX-LOOKUP-CCY TO FX-CURRENCY
               MOVE WS-BUS-DATE TO FX-RATE-DATE
               READ FXRATE-FILE
                   KEY IS FX-KEY
               IF X-FILE-STATUS = "00"
                   MOVE FX-RATE TO WS-FX-RATE-ED
                   DISPLAY "Replacing today's rate of " WS-FX-RATE-ED
                       " set by " FX-SET-BY
                   MOVE WS-FX-NEW-RATE TO FX-RATE
                   MOVE WS-OPER-ID TO FX-SET-BY
                   REWRITE FXRATE-RECORD
               ELSE
                   MOVE WS-FX-NEW-RATE TO FX-RATE
                   MOVE WS-OPER-ID TO FX-SET-BY
                   WRITE FXRATE-RECORD
               END-IF
               IF X-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY "Error writing exchange rate file: "
                       X-FILE-STATUS
               END-IF
               CLOSE FXRATE-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE WS-FX-LOOKUP-CCY TO WS-SEARCH-ID
               MOVE "FX RATE SET" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               MOVE WS-FX-NEW-RATE TO WS-FX-RATE-ED
               DISPLAY " "
               DISPLAY "Rate set for " WS-BUS-DATE ": 1 "
                   WS-FX-LOOKUP-CCY " = " WS-FX-RATE-ED " "
                   FX-BASE-CURRENCY
           END-IF.

       LIST-FX-RATES.
           DISPLAY " "
           DISPLAY "EXCHANGE RATES"
           DISPLAY "================="
           DISPLAY "Enter currency code (blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-FX-LOOKUP-CCY
           INSPECT WS-FX-LOOKUP-CCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE 0 TO WS-FX-COUNT
           OPEN INPUT FXRATE-FILE
           IF X-FILE-STATUS = "00"
               DISPLAY "Cur | Date       | " FX-BASE-CURRENCY
                   " per unit  | Set by"
               DISPLAY "----|------------|----------------|---------"
               PERFORM UNTIL X-FILE-STATUS NOT = "00"
                   READ FXRATE-FILE NEXT RECORD
                   IF X-FILE-STATUS = "00"
                       IF WS-FX-LOOKUP-CCY = SPACES
                               OR WS-FX-LOOKUP-CCY = FX-CURRENCY
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-RATE TO WS-FX-RATE-ED
                           DISPLAY FX-CURRENCY " | " FX-RATE-DATE
                               " | " WS-FX-RATE-ED "   | " FX-SET-BY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FXRATE-FILE
           END-IF

           IF WS-FX-COUNT = 0
               DISPLAY "No exchange rates on file."
           END-IF.

      *> The day's rate for WS-FX-LOOKUP-CCY, in base units per unit.
      *> The base currency is always at 1; any other currency must
      *> have a rate keyed for the current business date.
       LOOKUP-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND
           MOVE 0 TO WS-FX-LOOKUP-RATE
           IF WS-FX-LOOKUP-CCY = FX-BASE-CURRENCY
               MOVE 1 TO WS-FX-LOOKUP-RATE
               MOVE 'Y' TO WS-FX-FOUND
           ELSE
               OPEN INPUT FXRATE-FILE
               IF X-FILE-STATUS = "00"
                   MOVE WS-FX-LOOKUP-CCY TO FX-CURRENCY
                   MOVE WS-BUS-DATE TO FX-RATE-DATE
                   READ FXRATE-FILE
                       KEY IS FX-KEY
                   IF X-FILE-STATUS = "00" AND FX-RATE > 0
                       MOVE FX-RATE TO WS-FX-LOOKUP-RATE
                       MOVE 'Y' TO WS-FX-FOUND
                   END-IF
                   CLOSE FXRATE-FILE
               END-IF
           END-IF.

      *> Converts WS-FX-IN-AMOUNT from WS-FX-FROM-CCY into
      *> WS-FX-TO-CCY through the base currency, rounding once at
      *> the end so the bank neither gains nor loses a cent to an
      *> intermediate step. WS-FX-OK is 'N' (and the teller told
      *> why) when either rate is missing for the day or the result
      *> does not fit an amount field.
       CONVERT-FX-AMOUNT.
           MOVE 'Y' TO WS-FX-OK
           MOVE WS-FX-FROM-CCY TO WS-FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           IF WS-FX-FOUND = 'Y'
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-FROM-RATE
               MOVE WS-FX-TO-CCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
           END-IF
           IF WS-FX-FOUND = 'N'
               MOVE 'N' TO WS-FX-OK
               DISPLAY " "
               DISPLAY "No exchange rate for " WS-FX-LOOKUP-CCY
                   " on " WS-BUS-DATE " - a supervisor must set "
                   "it under Exchange Rates first."
           ELSE
               COMPUTE WS-FX-BASE-AMT =
                   WS-FX-IN-AMOUNT * WS-FX-FROM-RATE
               COMPUTE WS-FX-OUT-AMOUNT ROUNDED =
                   WS-FX-BASE-AMT / WS-FX-TO-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-FX-OK
               END-COMPUTE
               COMPUTE WS-FX-PAIR-RATE ROUNDED =
                   WS-FX-FROM-RATE / WS-FX-TO-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-FX-OK
               END-COMPUTE
               COMPUTE WS-FX-BACK-RATE ROUNDED =
                   WS-FX-TO-RATE / WS-FX-FROM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-FX-OK
               END-COMPUTE
               IF WS-FX-OK = 'N'
                   DISPLAY " "
                   DISPLAY "Converted amount is too large to post."
               END-IF
           END-IF.

      *> Currency of the account record in hand; spaces on a record
      *> opened before currencies were recorded mean the base.
       GET-ACCOUNT-CURRENCY.
           IF ACCT-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-ACCT-CCY
           END-IF.

      *> Currency of account WS-FX-ACCT-ID, read before any posting
      *> so an amount can be converted (and limit-checked) in the
      *> account's own currency. WS-FX-ACCT-FOUND is 'N' when there
      *> is no such account - the posting itself then reports it.
       FIND-ACCOUNT-CURRENCY.
           MOVE 'N' TO WS-FX-ACCT-FOUND
           MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS = "00"
               MOVE WS-FX-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-FX-ACCT-FOUND
                   PERFORM GET-ACCOUNT-CURRENCY
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

      *> Maker-checker review. Any operator may list the queue and
      *> decide a change, except the operator who keyed it; operator
      *> changes need a supervisor as well, the same as the Operator
      *> Maintenance screens that key them.
       PENDING-CHANGES.
           MOVE 'N' TO WS-PC-DONE
           PERFORM UNTIL WS-PC-DONE = 'Y'
               DISPLAY " "
               DISPLAY "PENDING CHANGES"
               DISPLAY "=================="
               DISPLAY "  1. List Pending Changes"
               DISPLAY "  2. Approve or Reject a Change"
               DISPLAY "  3. Return to Main Menu"
               DISPLAY " "
               DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING
               ACCEPT WS-PC-CHOICE
               EVALUATE WS-PC-CHOICE
                   WHEN 1
                       PERFORM LIST-PENDING-CHANGES
                   WHEN 2
                       PERFORM REVIEW-PENDING-CHANGE
                   WHEN 3
                       MOVE 'Y' TO WS-PC-DONE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please enter 1-3."
               END-EVALUATE
           END-PERFORM.

       LIST-PENDING-CHANGES.
           DISPLAY " "
           DISPLAY "CHANGES AWAITING APPROVAL"
           DISPLAY "============================"

           OPEN INPUT PENDING-FILE
           IF K-FILE-STATUS NOT = "00"
               DISPLAY "No pending changes found or file cannot be "
                   "read."
           ELSE
               DISPLAY "Change  | Keyed on   | Maker    | Subject    "
                   "| Change"
               DISPLAY "--------|------------|----------|------------"
                   "|-------"

               MOVE 0 TO WS-PC-COUNT
               PERFORM UNTIL K-FILE-STATUS = "10"
                   READ PENDING-FILE NEXT RECORD
                   IF K-FILE-STATUS = "00"
                       IF PC-STATUS = 'P'
                           ADD 1 TO WS-PC-COUNT
                           PERFORM SET-PC-KIND-TEXT
                           DISPLAY PC-ID " | " PC-MADE-DATE " | "
                               PC-MAKER " | " PC-SUBJECT " | "
                               WS-PC-KIND-TEXT
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-PC-COUNT = 0
                   DISPLAY "No changes awaiting approval."
               END-IF
               CLOSE PENDING-FILE
           END-IF.

       REVIEW-PENDING-CHANGE.
           DISPLAY " "
           DISPLAY "APPROVE OR REJECT A CHANGE"
           DISPLAY "============================="

           DISPLAY "Enter Change ID: " WITH NO ADVANCING
           ACCEPT WS-PC-ID

           PERFORM READ-BUSINESS-DATE
           OPEN I-O PENDING-FILE
           IF K-FILE-STATUS NOT = "00"
               DISPLAY "No pending changes found or file cannot be "
                   "read."
           ELSE
               MOVE WS-PC-ID TO PC-ID
               READ PENDING-FILE
                   KEY IS PC-ID
               IF K-FILE-STATUS NOT = "00"
                   DISPLAY " "
                   DISPLAY "Change not found: " WS-PC-ID
               ELSE
                   PERFORM DISPLAY-PENDING-CHANGE
                   IF PC-STATUS NOT = 'P'
                       DISPLAY " "
                       DISPLAY "This change has already been decided."
                   ELSE
                       IF PC-MAKER = WS-OPER-ID
                           DISPLAY " "
                           DISPLAY "You keyed this change - another "
                               "operator must approve or reject it."
                           MOVE PC-SUBJECT TO WS-SEARCH-ID
                           MOVE "OWN CHANGE REFUSED" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-EVENT
                       ELSE
                           IF PC-FILE = 'O' AND WS-OPER-ROLE NOT = 'S'
                               DISPLAY " "
                               DISPLAY "Operator changes can only be "
                                   "approved or rejected by a "
                                   "supervisor."
                           ELSE
                               PERFORM DECIDE-PENDING-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE PENDING-FILE
           END-IF.

      *> Reached with a pending change in hand that this operator
      *> may decide.
       DECIDE-PENDING-CHANGE.
           DISPLAY " "
           DISPLAY "A=Approve, R=Reject, anything else "
               "leaves it pending: " WITH NO ADVANCING
           ACCEPT WS-PC-REPLY
           EVALUATE WS-PC-REPLY
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPLY-PENDING-CHANGE
                   IF WS-PC-APPLIED = 'Y'
                       MOVE 'A' TO PC-STATUS
                       PERFORM MARK-PENDING-DECIDED
                   END-IF
                   IF WS-PC-APPLIED = 'S'
                       MOVE 'S' TO PC-STATUS
                       PERFORM MARK-PENDING-DECIDED
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO PC-STATUS
                   PERFORM MARK-PENDING-DECIDED
                   MOVE PC-SUBJECT TO WS-SEARCH-ID
                   MOVE "CHANGE REJECTED" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-EVENT
                   DISPLAY " "
                   DISPLAY "Change " PC-ID " rejected - "
                       "nothing applied."
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "Change left pending."
           END-EVALUATE.

      *> Stamps the checker on the change in hand and rewrites it;
      *> PC-STATUS has already been set by the caller.
       MARK-PENDING-DECIDED.
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-OPER-ID TO PC-CHECKER
           MOVE WS-DATE-STRING TO PC-CHECKED-DATE
           MOVE WS-TIME-STRING TO PC-CHECKED-TIME
           REWRITE PENDING-RECORD
           IF K-FILE-STATUS NOT = "00"
               DISPLAY "Error updating pending change file: "
                   K-FILE-STATUS
           END-IF.

      *> WS-PC-APPLIED comes back 'Y' when the change was written to
      *> its file, 'S' when the record had moved on since the change
      *> was keyed (changed, or an add whose key has been taken) so
      *> it is superseded, and 'N' when the file could not be opened
      *> or written - the change then stays pending for another try.
       APPLY-PENDING-CHANGE.
           MOVE 'N' TO WS-PC-APPLIED
           EVALUATE PC-FILE
               WHEN 'M'
                   PERFORM APPLY-MASTER-CHANGE
               WHEN 'S'
                   PERFORM APPLY-STANDING-CHANGE
               WHEN 'O'
                   PERFORM APPLY-OPERATOR-CHANGE
           END-EVALUATE
           IF WS-PC-APPLIED = 'S'
               MOVE PC-SUBJECT TO WS-SEARCH-ID
               MOVE "CHANGE SUPERSEDED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "The record has changed since this change was "
                   "keyed - nothing applied."
               DISPLAY "Change " PC-ID " is marked superseded; key "
                   "it again if it is still wanted."
           END-IF
           IF WS-PC-APPLIED = 'N'
               DISPLAY " "
               DISPLAY "Change " PC-ID " could not be applied and is "
                   "still pending."
           END-IF.

       APPLY-MASTER-CHANGE.
           OPEN I-O MASTER-FILE
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer master file: "
                   M-FILE-STATUS
           ELSE
               MOVE PC-SUBJECT TO CUST-NO
               READ MASTER-FILE
                   KEY IS CUST-NO
               IF M-FILE-STATUS NOT = "00"
                   MOVE 'S' TO WS-PC-APPLIED
               ELSE
                   IF MASTER-RECORD NOT = PC-BEFORE
                       MOVE 'S' TO WS-PC-APPLIED
                   ELSE
                       MOVE PC-AFTER TO MASTER-RECORD
                       REWRITE MASTER-RECORD
                       IF M-FILE-STATUS NOT = "00"
                           DISPLAY "Error writing customer master "
                               "file: " M-FILE-STATUS
                       ELSE
                           MOVE 'Y' TO WS-PC-APPLIED
                       END-IF
                   END-IF
               END-IF
               CLOSE MASTER-FILE
           END-IF

           IF WS-PC-APPLIED = 'Y'
               MOVE PC-SUBJECT TO WS-SEARCH-ID
               MOVE "CUSTOMER AMENDED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Change " PC-ID " approved - customer amended."
               DISPLAY "   Customer Number: " PC-SUBJECT
           END-IF.

      *> A new order goes through WRITE-STANDING-ORDER, the same as
      *> it did before orders were checked, so it is always written
      *> live.
       APPLY-STANDING-CHANGE.
           MOVE PC-AFTER TO WS-PCV-STANDING
           IF PC-ACTION = 'A'
               MOVE PCV-SO-ORDER-ID TO WS-SO-ORDER-ID
               PERFORM CHECK-DUPLICATE-ORDER-ID
               IF WS-FOUND = 'Y'
                   MOVE 'S' TO WS-PC-APPLIED
               ELSE
                   MOVE PCV-SO-ACCT-ID TO WS-SO-ACCT-ID
                   MOVE PCV-SO-AMOUNT TO WS-SO-AMOUNT
                   MOVE PCV-SO-DAY TO WS-SO-DAY
                   MOVE PCV-SO-PAYEE TO WS-SO-PAYEE
                   MOVE PCV-SO-PAYEE-BANK TO WS-SO-PAYEE-BANK
                   MOVE PCV-SO-PAYEE-ACCT TO WS-SO-PAYEE-ACCT
                   PERFORM WRITE-STANDING-ORDER
                   IF WS-FOUND = 'Y'
                       MOVE 'Y' TO WS-PC-APPLIED
                       MOVE "STANDING ORDER SETUP" TO WS-AUDIT-ACTION
                   END-IF
               END-IF
           ELSE
               OPEN I-O STANDING-FILE
               IF O-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening standing order file: "
                       O-FILE-STATUS
               ELSE
                   MOVE PC-SUBJECT TO SO-ORDER-ID
                   READ STANDING-FILE
                       KEY IS SO-ORDER-ID
                   IF O-FILE-STATUS NOT = "00"
                       MOVE 'S' TO WS-PC-APPLIED
                   ELSE
                       IF STANDING-RECORD NOT = PC-BEFORE
                           MOVE 'S' TO WS-PC-APPLIED
                       ELSE
                           MOVE PC-AFTER TO STANDING-RECORD
                           REWRITE STANDING-RECORD
                           IF O-FILE-STATUS NOT = "00"
                               DISPLAY "Error writing standing order "
                                   "file: " O-FILE-STATUS
                           ELSE
                               MOVE 'Y' TO WS-PC-APPLIED
                               MOVE "STANDING ORDER AMEND"
                                   TO WS-AUDIT-ACTION
                           END-IF
                       END-IF
                   END-IF
                   CLOSE STANDING-FILE
               END-IF
           END-IF

           IF WS-PC-APPLIED = 'Y'
               MOVE PCV-SO-ACCT-ID TO WS-SEARCH-ID
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Change " PC-ID " approved - standing order "
                   "written."
               DISPLAY "   Order ID: " PCV-SO-ORDER-ID
               DISPLAY "   Account:  " PCV-SO-ACCT-ID
           END-IF.

      *> A new operator goes through WRITE-OPERATOR-RECORD, the same
      *> paragraph first-day setup uses.
       APPLY-OPERATOR-CHANGE.
           MOVE PC-AFTER TO WS-PCV-OPERATOR
           IF PC-ACTION = 'A'
               MOVE 'N' TO WS-FOUND
               OPEN INPUT OPERATOR-FILE
               IF P-FILE-STATUS = "00"
                   MOVE PCV-OPER-ID TO OPER-ID
                   READ OPERATOR-FILE
                       KEY IS OPER-ID
                   IF P-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   CLOSE OPERATOR-FILE
               END-IF
               IF WS-FOUND = 'Y'
                   MOVE 'S' TO WS-PC-APPLIED
               ELSE
                   MOVE PCV-OPER-ID TO WS-NEW-OPER-ID
                   MOVE PCV-OPER-NAME TO WS-NEW-OPER-NAME
                   MOVE PCV-OPER-PASSWORD TO WS-NEW-OPER-PW
                   MOVE PCV-OPER-ROLE TO WS-NEW-OPER-ROLE
                   MOVE PCV-OPER-LIMIT TO WS-NEW-OPER-LIMIT
                   PERFORM WRITE-OPERATOR-RECORD
                   IF WS-FOUND = 'Y'
                       MOVE 'Y' TO WS-PC-APPLIED
                       MOVE "OPERATOR ADDED" TO WS-AUDIT-ACTION
                   END-IF
               END-IF
           ELSE
               OPEN I-O OPERATOR-FILE
               IF P-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening operator file: "
                       P-FILE-STATUS
               ELSE
                   MOVE PC-SUBJECT TO OPER-ID
                   READ OPERATOR-FILE
                       KEY IS OPER-ID
                   IF P-FILE-STATUS NOT = "00"
                       MOVE 'S' TO WS-PC-APPLIED
                   ELSE
                       IF OPERATOR-RECORD NOT = PC-BEFORE
                           MOVE 'S' TO WS-PC-APPLIED
                       ELSE
                           MOVE PC-AFTER TO OPERATOR-RECORD
                           REWRITE OPERATOR-RECORD
                           IF P-FILE-STATUS NOT = "00"
                               DISPLAY "Error writing operator file: "
                                   P-FILE-STATUS
                           ELSE
                               MOVE 'Y' TO WS-PC-APPLIED
                               MOVE "OPERATOR LIMIT SET"
                                   TO WS-AUDIT-ACTION
                           END-IF
                       END-IF
                   END-IF
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF

           IF WS-PC-APPLIED = 'Y'
               MOVE PCV-OPER-ID TO WS-SEARCH-ID
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Change " PC-ID " approved - operator record "
                   "written."
               DISPLAY "   Operator ID: " PCV-OPER-ID
               DISPLAY "   Takes effect at the operator's next "
                   "sign-on."
           END-IF.

      *> Shows the change in hand: who keyed it and when, what it
      *> is for, and the record before and after.
       DISPLAY-PENDING-CHANGE.
           PERFORM SET-PC-KIND-TEXT
           EVALUATE PC-STATUS
               WHEN 'P'
                   MOVE "PENDING" TO WS-PC-STATUS-TEXT
               WHEN 'A'
                   MOVE "APPROVED" TO WS-PC-STATUS-TEXT
               WHEN 'R'
                   MOVE "REJECTED" TO WS-PC-STATUS-TEXT
               WHEN 'S'
                   MOVE "SUPERSEDED" TO WS-PC-STATUS-TEXT
               WHEN OTHER
                   MOVE PC-STATUS TO WS-PC-STATUS-TEXT
           END-EVALUATE
           DISPLAY " "
           DISPLAY "Change " PC-ID ": " WS-PC-KIND-TEXT " - "
               PC-SUBJECT
           DISPLAY "Keyed by " PC-MAKER " on " PC-MADE-DATE " "
               PC-MADE-TIME
           DISPLAY "Status:   " WS-PC-STATUS-TEXT
           IF PC-STATUS NOT = 'P'
               DISPLAY "Decided by " PC-CHECKER " on "
                   PC-CHECKED-DATE " " PC-CHECKED-TIME
           END-IF
           IF PC-ACTION = 'C'
               DISPLAY " "
               DISPLAY "BEFORE:"
               MOVE PC-BEFORE TO WS-PC-IMAGE
               PERFORM DISPLAY-PENDING-IMAGE
           END-IF
           DISPLAY " "
           DISPLAY "AFTER:"
           MOVE PC-AFTER TO WS-PC-IMAGE
           PERFORM DISPLAY-PENDING-IMAGE.

      *> Shows the record image in WS-PC-IMAGE through the view for
      *> its file. An operator's password is never shown.
       DISPLAY-PENDING-IMAGE.
           EVALUATE PC-FILE
               WHEN 'M'
                   MOVE WS-PC-IMAGE TO WS-PCV-MASTER
                   DISPLAY "   Name:    " PCV-CUST-NAME
                   DISPLAY "   Address: " PCV-CUST-ADDR1
                   DISPLAY "            " PCV-CUST-ADDR2
                   DISPLAY "            " PCV-CUST-ADDR3
                   DISPLAY "   Phone:   " PCV-CUST-PHONE
                   DISPLAY "   Interest taxed at source: "
                       PCV-CUST-TAX-LIABLE
               WHEN 'S'
                   MOVE WS-PC-IMAGE TO WS-PCV-STANDING
                   DISPLAY "   Account:  " PCV-SO-ACCT-ID
                   MOVE PCV-SO-ACCT-ID TO WS-FX-ACCT-ID
                   PERFORM FIND-ACCOUNT-CURRENCY
                   DISPLAY "   Amount:   " WS-ACCT-CCY " " PCV-SO-AMOUNT
                   DISPLAY "   Day:      " PCV-SO-DAY
                   DISPLAY "   Payee:    " PCV-SO-PAYEE
                   DISPLAY "   Routing:  " PCV-SO-PAYEE-BANK " / "
                       PCV-SO-PAYEE-ACCT
                   DISPLAY "   Status:   " PCV-SO-STATUS
               WHEN 'O'
                   MOVE WS-PC-IMAGE TO WS-PCV-OPERATOR
                   MOVE PCV-OPER-LIMIT TO WS-PC-LIMIT-ED
                   DISPLAY "   Name:  " PCV-OPER-NAME
                   DISPLAY "   Role:  " PCV-OPER-ROLE
                   DISPLAY "   Limit: $" WS-PC-LIMIT-ED
                       " (0 = role default)"
           END-EVALUATE.

       SET-PC-KIND-TEXT.
           EVALUATE PC-FILE ALSO PC-ACTION
               WHEN 'M' ALSO ANY
                   MOVE "Customer amendment" TO WS-PC-KIND-TEXT
               WHEN 'S' ALSO 'A'
                   MOVE "Standing order set-up" TO WS-PC-KIND-TEXT
               WHEN 'S' ALSO 'C'
                   MOVE "Standing order amendment" TO WS-PC-KIND-TEXT
               WHEN 'O' ALSO 'A'
                   MOVE "Operator addition" TO WS-PC-KIND-TEXT
               WHEN 'O' ALSO 'C'
                   MOVE "Operator limit change" TO WS-PC-KIND-TEXT
               WHEN OTHER
                   MOVE "Unknown change" TO WS-PC-KIND-TEXT
           END-EVALUATE.

      *> Writes the change described by WS-PC-FILE-CODE, -ACTION,
      *> -SUBJECT, -BEFORE and -AFTER to the queue under the next
      *> change number, and audits it under WS-AUDIT-ACTION and
      *> WS-SEARCH-ID as set by the caller. WS-PC-QUEUED comes back
      *> 'Y' only when the change was written.
       QUEUE-PENDING-CHANGE.
           MOVE 'N' TO WS-PC-QUEUED
           PERFORM READ-BUSINESS-DATE
           PERFORM GET-CURRENT-DATETIME
           OPEN I-O PENDING-FILE
           IF K-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF

           IF K-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pending change file: "
                   K-FILE-STATUS
           ELSE
               MOVE 0 TO WS-PC-LAST-ID
               PERFORM UNTIL K-FILE-STATUS NOT = "00"
                   READ PENDING-FILE NEXT RECORD
                   IF K-FILE-STATUS = "00"
                       MOVE PC-ID TO WS-PC-LAST-ID
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PC-LAST-ID GIVING WS-PC-ID

               MOVE WS-PC-ID TO PC-ID
               MOVE WS-PC-FILE-CODE TO PC-FILE
               MOVE WS-PC-ACTION TO PC-ACTION
               MOVE WS-PC-SUBJECT TO PC-SUBJECT
               MOVE 'P' TO PC-STATUS
               MOVE WS-OPER-ID TO PC-MAKER
               MOVE WS-DATE-STRING TO PC-MADE-DATE
               MOVE WS-TIME-STRING TO PC-MADE-TIME
               MOVE SPACES TO PC-CHECKER
               MOVE SPACES TO PC-CHECKED-DATE
               MOVE SPACES TO PC-CHECKED-TIME
               MOVE WS-PC-BEFORE TO PC-BEFORE
               MOVE WS-PC-AFTER TO PC-AFTER
               WRITE PENDING-RECORD

               IF K-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing pending change file: "
                       K-FILE-STATUS
               ELSE
                   MOVE 'Y' TO WS-PC-QUEUED
               END-IF
               CLOSE PENDING-FILE
           END-IF

           IF WS-PC-QUEUED = 'Y'
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Change " WS-PC-ID " queued - it takes effect "
                   "once another operator approves it."
           ELSE
               DISPLAY " "
               DISPLAY "Change NOT queued - nothing has been changed."
           END-IF.

      *> WS-PC-PENDING comes back 'Y' when a change to the record
      *> WS-PC-FILE-CODE / WS-PC-SUBJECT is already waiting, with
      *> its number and maker in WS-PC-ID and WS-PC-HIT-MAKER. One
      *> change per record at a time keeps each before image true.
       FIND-PENDING-CHANGE.
           MOVE 'N' TO WS-PC-PENDING
           OPEN INPUT PENDING-FILE
           IF K-FILE-STATUS = "00"
               PERFORM UNTIL K-FILE-STATUS NOT = "00"
                   READ PENDING-FILE NEXT RECORD
                   IF K-FILE-STATUS = "00"
                       IF PC-STATUS = 'P'
                               AND PC-FILE = WS-PC-FILE-CODE
                               AND PC-SUBJECT = WS-PC-SUBJECT
                           MOVE 'Y' TO WS-PC-PENDING
                           MOVE PC-ID TO WS-PC-ID
                           MOVE PC-MAKER TO WS-PC-HIT-MAKER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       DISPLAY-ALREADY-PENDING.
           DISPLAY " "
           DISPLAY "Change " WS-PC-ID " to " WS-PC-SUBJECT " (keyed by "
               WS-PC-HIT-MAKER ") is still awaiting approval."
           DISPLAY "It must be approved or rejected before another "
               "change to the same record is keyed.".

       CUSTOMER-MAINTENANCE.
           MOVE 'N' TO WS-CM-DONE
           PERFORM UNTIL WS-CM-DONE = 'Y'
               DISPLAY " "
               DISPLAY "CUSTOMER MAINTENANCE"
               DISPLAY "======================="
               DISPLAY "  1. Add Customer"
               DISPLAY "  2. Amend Customer"
               DISPLAY "  3. View Customer and Accounts"
               DISPLAY "  4. List Account Holders"
               DISPLAY "  5. Add Account Holder"
               DISPLAY "  6. Remove Account Holder"
               DISPLAY "  7. Set Signing Rule"
               DISPLAY "  8. Return to Main Menu"
               DISPLAY " "
               DISPLAY "Enter your choice (1-8): " WITH NO ADVANCING
               ACCEPT WS-CM-CHOICE
               EVALUATE WS-CM-CHOICE
                   WHEN 1
                       PERFORM ADD-CUSTOMER
                   WHEN 2
                       PERFORM AMEND-CUSTOMER
                   WHEN 3
                       PERFORM VIEW-CUSTOMER
                   WHEN 4
                       PERFORM LIST-ACCOUNT-HOLDERS
                   WHEN 5
                       PERFORM ADD-ACCOUNT-HOLDER
                   WHEN 6
                       PERFORM REMOVE-ACCOUNT-HOLDER
                   WHEN 7
                       PERFORM SET-SIGNING-RULE
                   WHEN 8
                       MOVE 'Y' TO WS-CM-DONE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please enter 1-8."
               END-EVALUATE
           END-PERFORM.

       ADD-CUSTOMER.
           DISPLAY " "
           DISPLAY "ADD CUSTOMER"
           DISPLAY "==============="

           DISPLAY "Enter Customer Number (6 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO

           PERFORM FIND-CUSTOMER-MASTER
           IF WS-FOUND = 'Y'
               DISPLAY " "
               DISPLAY "Customer Number " WS-CUST-NO " is already "
                   "in use."
               DISPLAY "Please choose a different Customer Number."
           ELSE
               PERFORM ACCEPT-CUSTOMER-DETAILS
               MOVE WS-CUST-NAME TO WS-WL-SUBJECT
               MOVE SPACES TO WS-WL-BANK
               MOVE SPACES TO WS-WL-ACCT
               MOVE WS-CUST-NO TO WS-WL-AUD-SUBJECT
               PERFORM SCREEN-AND-REVIEW
               IF WS-WL-CLEARED = 'N'
                   DISPLAY " "
                   DISPLAY "Customer NOT added: " WS-CUST-NO
               ELSE
                   PERFORM WRITE-CUSTOMER-MASTER

                   MOVE WS-CUST-NO TO WS-SEARCH-ID
                   MOVE "CUSTOMER ADDED" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-EVENT

                   DISPLAY " "
                   DISPLAY "Customer added successfully!"
                   DISPLAY "   Customer Number: " WS-CUST-NO
                   DISPLAY "   Name: " WS-CUST-NAME
               END-IF
           END-IF.

       AMEND-CUSTOMER.
           DISPLAY " "
           DISPLAY "AMEND CUSTOMER"
           DISPLAY "================="

           DISPLAY "Enter Customer Number (6 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO

           MOVE 'N' TO WS-FOUND
           MOVE 'M' TO WS-PC-FILE-CODE
           MOVE WS-CUST-NO TO WS-PC-SUBJECT
           PERFORM FIND-PENDING-CHANGE
           IF WS-PC-PENDING = 'Y'
               PERFORM DISPLAY-ALREADY-PENDING
           ELSE
               OPEN INPUT MASTER-FILE
               IF M-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening customer master file: "
                       M-FILE-STATUS
               ELSE
                   MOVE WS-CUST-NO TO CUST-NO
                   READ MASTER-FILE
                       KEY IS CUST-NO
                   IF M-FILE-STATUS NOT = "00"
                       DISPLAY " "
                       DISPLAY "Customer not found: " WS-CUST-NO
                   ELSE
                       MOVE MASTER-RECORD TO WS-PCV-MASTER
                       DISPLAY "Current name: " CUST-NAME
                       PERFORM ACCEPT-CUSTOMER-DETAILS
                       MOVE WS-CUST-NAME TO WS-WL-SUBJECT
                       MOVE SPACES TO WS-WL-BANK
                       MOVE SPACES TO WS-WL-ACCT
                       MOVE WS-CUST-NO TO WS-WL-AUD-SUBJECT
                       PERFORM SCREEN-AND-REVIEW
                       IF WS-WL-CLEARED = 'N'
                           DISPLAY " "
                           DISPLAY "Amendment NOT applied to "
                               WS-CUST-NO
                       ELSE
                           MOVE WS-PCV-MASTER TO WS-PC-BEFORE
                           MOVE WS-CUST-NAME TO PCV-CUST-NAME
                           MOVE WS-CUST-ADDR1 TO PCV-CUST-ADDR1
                           MOVE WS-CUST-ADDR2 TO PCV-CUST-ADDR2
                           MOVE WS-CUST-ADDR3 TO PCV-CUST-ADDR3
                           MOVE WS-CUST-PHONE TO PCV-CUST-PHONE
                           MOVE WS-CUST-TAX-LIABLE
                               TO PCV-CUST-TAX-LIABLE
                           MOVE WS-PCV-MASTER TO WS-PC-AFTER
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-IF
                   CLOSE MASTER-FILE
               END-IF

               IF WS-FOUND = 'Y'
                   MOVE 'C' TO WS-PC-ACTION
                   MOVE WS-CUST-NO TO WS-SEARCH-ID
                   MOVE "CUST AMEND PENDING" TO WS-AUDIT-ACTION
                   PERFORM QUEUE-PENDING-CHANGE
                   IF WS-PC-QUEUED = 'Y'
                       DISPLAY "   Customer Number: " WS-CUST-NO
                   END-IF
               END-IF
           END-IF.

       VIEW-CUSTOMER.
           DISPLAY " "
           DISPLAY "VIEW CUSTOMER AND ACCOUNTS"
           DISPLAY "============================="

           DISPLAY "Enter Customer Number (6 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO

           PERFORM FIND-CUSTOMER-MASTER
           IF WS-FOUND = 'N'
               DISPLAY " "
               DISPLAY "Customer not found: " WS-CUST-NO
           ELSE
               DISPLAY " "
               DISPLAY "Customer Number: " WS-CUST-NO
               DISPLAY "Name:    " WS-CUST-NAME
               DISPLAY "Address: " WS-CUST-ADDR1
               DISPLAY "         " WS-CUST-ADDR2
               DISPLAY "         " WS-CUST-ADDR3
               DISPLAY "Phone:   " WS-CUST-PHONE
               DISPLAY "Interest taxed at source: " WS-CUST-TAX-LIABLE
               PERFORM LIST-CUSTOMER-ACCOUNTS
           END-IF.

      *> The accounts the customer owns outright come off the
      *> customer file; those held jointly, in trust or as a
      *> signatory on someone else's account come off ACCTHOLD.DAT.
       LIST-CUSTOMER-ACCOUNTS.
           DISPLAY " "
           DISPLAY "Accounts held:"
           DISPLAY "Account ID | Balance        | Type | Role"
           DISPLAY "-----------|----------------|------|-----"

           MOVE 0 TO WS-CM-ACCT-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "No accounts found or file cannot be read."
           ELSE
               PERFORM UNTIL C-FILE-STATUS = "10"
                   READ CUSTOMER-FILE NEXT RECORD
                   IF C-FILE-STATUS = "00"
                       IF ACCT-CUST-NO = WS-CUST-NO
                           ADD 1 TO WS-CM-ACCT-COUNT
                           MOVE BALANCE TO WS-BALANCE-ED
                           PERFORM GET-ACCOUNT-CURRENCY
                           DISPLAY ACCT-ID " | " WS-ACCT-CCY " "
                               WS-BALANCE-ED " | " ACCT-TYPE "    | P"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE

               PERFORM LIST-HELD-ACCOUNTS

               IF WS-CM-ACCT-COUNT = 0
                   DISPLAY "No accounts on file for this customer."
               END-IF
           END-IF.

       ACCEPT-CUSTOMER-DETAILS.
           DISPLAY "Enter Name (max 30 chars): " WITH NO ADVANCING
           ACCEPT WS-CUST-NAME
           DISPLAY "Enter Address Line 1 (max 30 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-ADDR1
           DISPLAY "Enter Address Line 2 (max 30 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-ADDR2
           DISPLAY "Enter Address Line 3 (max 30 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-ADDR3
           DISPLAY "Enter Phone (max 15 chars): " WITH NO ADVANCING
           ACCEPT WS-CUST-PHONE
           DISPLAY "Interest taxed at source (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-TAX-LIABLE
           IF WS-CUST-TAX-LIABLE = 'y'
               MOVE 'Y' TO WS-CUST-TAX-LIABLE
           END-IF
           IF WS-CUST-TAX-LIABLE NOT = 'Y'
               MOVE 'N' TO WS-CUST-TAX-LIABLE
           END-IF.

       FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS = "00"
               MOVE WS-CUST-NO TO CUST-NO
               READ MASTER-FILE
                   KEY IS CUST-NO
               IF M-FILE-STATUS = "00"
                   MOVE CUST-NAME TO WS-CUST-NAME
                   MOVE CUST-ADDR1 TO WS-CUST-ADDR1
                   MOVE CUST-ADDR2 TO WS-CUST-ADDR2
                   MOVE CUST-ADDR3 TO WS-CUST-ADDR3
                   MOVE CUST-PHONE TO WS-CUST-PHONE
                   MOVE CUST-TAX-LIABLE TO WS-CUST-TAX-LIABLE
                   IF WS-CUST-TAX-LIABLE NOT = 'Y'
                       MOVE 'N' TO WS-CUST-TAX-LIABLE
                   END-IF
                   MOVE 'Y' TO WS-FOUND
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       WRITE-CUSTOMER-MASTER.
           OPEN I-O MASTER-FILE
           IF M-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF

           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer master file: "
                   M-FILE-STATUS
           ELSE
               MOVE WS-CUST-NO TO CUST-NO
               MOVE WS-CUST-NAME TO CUST-NAME
               MOVE WS-CUST-ADDR1 TO CUST-ADDR1
               MOVE WS-CUST-ADDR2 TO CUST-ADDR2
               MOVE WS-CUST-ADDR3 TO CUST-ADDR3
               MOVE WS-CUST-PHONE TO CUST-PHONE
               MOVE WS-CUST-TAX-LIABLE TO CUST-TAX-LIABLE
               WRITE MASTER-RECORD

               IF M-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing customer master file: "
                       M-FILE-STATUS
               END-IF
           END-IF

           CLOSE MASTER-FILE.

      *> Accounts the customer holds on someone else's account -
      *> jointly, in trust or as a signatory. The owner's own 'P'
      *> records are passed over; those accounts were listed off
      *> the customer file already.
       LIST-HELD-ACCOUNTS.
           OPEN INPUT ACCTHOLD-FILE
           IF J-FILE-STATUS = "00"
               OPEN INPUT CUSTOMER-FILE
               PERFORM UNTIL J-FILE-STATUS = "10"
                   READ ACCTHOLD-FILE NEXT RECORD
                   IF J-FILE-STATUS = "00"
                       IF HLD-CUST-NO = WS-CUST-NO
                               AND HLD-ROLE NOT = 'P'
                           MOVE HLD-ACCT-ID TO ACCT-ID
                           READ CUSTOMER-FILE
                               KEY IS ACCT-ID
                           IF C-FILE-STATUS = "00"
                               ADD 1 TO WS-CM-ACCT-COUNT
                               MOVE BALANCE TO WS-BALANCE-ED
                               PERFORM GET-ACCOUNT-CURRENCY
                               DISPLAY ACCT-ID " | " WS-ACCT-CCY " "
                                   WS-BALANCE-ED " | " ACCT-TYPE
                                   "    | " HLD-ROLE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
               CLOSE ACCTHOLD-FILE
           END-IF.

       LIST-ACCOUNT-HOLDERS.
           DISPLAY " "
           DISPLAY "LIST ACCOUNT HOLDERS"
           DISPLAY "======================="

           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           PERFORM READ-HOLDER-ACCOUNT
           IF WS-FOUND = 'N'
               DISPLAY " "
               DISPLAY "Account not found: " WS-SEARCH-ID
           ELSE
               PERFORM LOAD-ACCOUNT-HOLDERS
      *> Nothing on file means the owner holds the account alone.
               IF WS-AH-COUNT = 0
                   MOVE 1 TO WS-AH-COUNT
                   MOVE WS-AH-PRIMARY TO WS-AH-CUST-NO(1)
                   MOVE 'P' TO WS-AH-ROLE(1)
               END-IF
               DISPLAY " "
               DISPLAY "Holders of account " WS-SEARCH-ID ":"
               PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                       UNTIL WS-AH-IDX > WS-AH-COUNT
                   PERFORM DISPLAY-HOLDER-LINE
               END-PERFORM
               IF WS-AH-RULE = 'L'
                   DISPLAY "Signing rule: L - all holders must sign"
               ELSE
                   DISPLAY "Signing rule: A - any one holder may sign"
               END-IF
           END-IF.

      *> Changing who may sign on an account is a supervisor's
      *> decision, the same as closing it.
       ADD-ACCOUNT-HOLDER.
           DISPLAY " "
           DISPLAY "ADD ACCOUNT HOLDER"
           DISPLAY "====================="

           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUPER-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY "Changing account holders requires supervisor "
                   "approval."
           ELSE
               PERFORM ADD-ACCOUNT-HOLDER-APPROVED
           END-IF.

       ADD-ACCOUNT-HOLDER-APPROVED.
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           PERFORM READ-HOLDER-ACCOUNT
           IF WS-FOUND = 'N'
               DISPLAY " "
               DISPLAY "Account not found: " WS-SEARCH-ID
           ELSE
               DISPLAY "Enter Customer Number of the new holder: "
                   WITH NO ADVANCING
               ACCEPT WS-CUST-NO

               PERFORM FIND-CUSTOMER-MASTER
               IF WS-FOUND = 'N'
                   DISPLAY " "
                   DISPLAY "Customer not found: " WS-CUST-NO
                   DISPLAY "Set the customer up via Add Customer "
                       "first."
               ELSE
                   IF WS-CUST-NO = WS-AH-PRIMARY
                       DISPLAY " "
                       DISPLAY "Customer " WS-CUST-NO " is already "
                           "the primary holder of " WS-SEARCH-ID
                   ELSE
                       PERFORM LOAD-ACCOUNT-HOLDERS
                       IF WS-AH-COUNT NOT < WS-AH-MAX
                           DISPLAY " "
                           DISPLAY "Account " WS-SEARCH-ID " already "
                               "has the maximum of " WS-AH-MAX
                               " holders."
                       ELSE
                           DISPLAY "Enter Role (J=Joint, T=Trustee, "
                               "A=Authorised Signatory): "
                               WITH NO ADVANCING
                           ACCEPT WS-AH-ROLE-IN
                           IF WS-AH-ROLE-IN = 'J'
                                   OR WS-AH-ROLE-IN = 'T'
                                   OR WS-AH-ROLE-IN = 'A'
                               PERFORM WRITE-ACCOUNT-HOLDER
                           ELSE
                               DISPLAY " "
                               DISPLAY "Invalid role - use J, T or A."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The first other holder makes the account joint, so the
      *> owner goes on file as the primary holder at the same time
      *> and the file lists every holder from then on.
       WRITE-ACCOUNT-HOLDER.
           MOVE 'N' TO WS-FOUND
           OPEN I-O ACCTHOLD-FILE
           IF J-FILE-STATUS = "35"
               OPEN OUTPUT ACCTHOLD-FILE
               CLOSE ACCTHOLD-FILE
               OPEN I-O ACCTHOLD-FILE
           END-IF

           IF J-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account holder file: "
                   J-FILE-STATUS
           ELSE
               PERFORM GET-CURRENT-DATETIME
               IF WS-AH-COUNT = 0
                   MOVE WS-SEARCH-ID TO HLD-ACCT-ID
                   MOVE WS-AH-PRIMARY TO HLD-CUST-NO
                   MOVE 'P' TO HLD-ROLE
                   MOVE WS-DATE-STRING TO HLD-ADDED-DATE
                   MOVE WS-OPER-ID TO HLD-OPER-ID
                   WRITE ACCTHOLD-RECORD
               END-IF

               MOVE WS-SEARCH-ID TO HLD-ACCT-ID
               MOVE WS-CUST-NO TO HLD-CUST-NO
               MOVE WS-AH-ROLE-IN TO HLD-ROLE
               MOVE WS-DATE-STRING TO HLD-ADDED-DATE
               MOVE WS-OPER-ID TO HLD-OPER-ID
               WRITE ACCTHOLD-RECORD
               IF J-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   IF J-FILE-STATUS = "22"
                       DISPLAY " "
                       DISPLAY "Customer " WS-CUST-NO " is already a "
                           "holder of " WS-SEARCH-ID
                   ELSE
                       DISPLAY "Error writing account holder file: "
                           J-FILE-STATUS
                   END-IF
               END-IF
               CLOSE ACCTHOLD-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE "HOLDER ADDED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               PERFORM SET-HOLDER-ROLE-TEXT
               DISPLAY " "
               DISPLAY "Account holder added!"
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Customer: " WS-CUST-NO " " WS-CUST-NAME
               DISPLAY "   Role: " WS-AH-ROLE-TEXT
           END-IF.

       REMOVE-ACCOUNT-HOLDER.
           DISPLAY " "
           DISPLAY "REMOVE ACCOUNT HOLDER"
           DISPLAY "========================"

           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUPER-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY "Changing account holders requires supervisor "
                   "approval."
           ELSE
               PERFORM REMOVE-ACCOUNT-HOLDER-APPROVED
           END-IF.

      *> The primary holder is the customer the account is opened
      *> under and cannot be taken off it; a change of owner is a
      *> new account.
       REMOVE-ACCOUNT-HOLDER-APPROVED.
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           PERFORM READ-HOLDER-ACCOUNT
           IF WS-FOUND = 'N'
               DISPLAY " "
               DISPLAY "Account not found: " WS-SEARCH-ID
           ELSE
               DISPLAY "Enter Customer Number of the holder to "
                   "remove: " WITH NO ADVANCING
               ACCEPT WS-CUST-NO

               IF WS-CUST-NO = WS-AH-PRIMARY
                   DISPLAY " "
                   DISPLAY "Customer " WS-CUST-NO " is the primary "
                       "holder and cannot be removed."
               ELSE
                   PERFORM DELETE-ONE-ACCOUNT-HOLDER
               END-IF
           END-IF.

       DELETE-ONE-ACCOUNT-HOLDER.
           MOVE 'N' TO WS-FOUND
           OPEN I-O ACCTHOLD-FILE
           IF J-FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO HLD-ACCT-ID
               MOVE WS-CUST-NO TO HLD-CUST-NO
               READ ACCTHOLD-FILE
                   KEY IS HLD-KEY
               IF J-FILE-STATUS = "00"
                   DELETE ACCTHOLD-FILE
                   IF J-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY "Error deleting account holder: "
                           J-FILE-STATUS
                   END-IF
               END-IF
               CLOSE ACCTHOLD-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE "HOLDER REMOVED" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Account holder removed."
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Customer: " WS-CUST-NO
           ELSE
               DISPLAY " "
               DISPLAY "Customer " WS-CUST-NO " is not a holder of "
                   WS-SEARCH-ID
           END-IF.

       SET-SIGNING-RULE.
           DISPLAY " "
           DISPLAY "SET SIGNING RULE"
           DISPLAY "==================="

           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUPER-OK NOT = 'Y'
               DISPLAY " "
               DISPLAY "Changing the signing rule requires supervisor "
                   "approval."
           ELSE
               PERFORM SET-SIGNING-RULE-APPROVED
           END-IF.

       SET-SIGNING-RULE-APPROVED.
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE 'N' TO WS-FOUND
           OPEN I-O CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS NOT = "00"
                   DISPLAY " "
                   DISPLAY "Account not found: " WS-SEARCH-ID
               ELSE
                   IF ACCT-SIGN-RULE = 'L'
                       DISPLAY "Current rule: L - all holders must "
                           "sign"
                   ELSE
                       DISPLAY "Current rule: A - any one holder may "
                           "sign"
                   END-IF
                   DISPLAY "Enter Signing Rule (A=Any one holder, "
                       "L=All holders): " WITH NO ADVANCING
                   ACCEPT WS-AH-NEW-RULE
                   IF WS-AH-NEW-RULE = 'A' OR WS-AH-NEW-RULE = 'L'
                       MOVE WS-AH-NEW-RULE TO ACCT-SIGN-RULE
                       REWRITE CUSTOMER-RECORD
                       IF C-FILE-STATUS = "00"
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           DISPLAY "Error updating customer file: "
                               C-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY " "
                       DISPLAY "Invalid rule - use A or L."
                   END-IF
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF

           IF WS-FOUND = 'Y'
               MOVE "SIGNING RULE SET" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
               DISPLAY " "
               DISPLAY "Signing rule updated."
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Rule: " WS-AH-NEW-RULE
           END-IF.

      *> The signing mandate on a withdrawal, transfer out or
      *> closure of WS-SEARCH-ID. An account held by its owner alone
      *> passes straight through - the teller identifies the
      *> customer as always. On a jointly held account the teller
      *> keys the customer number of the holder who signed, or,
      *> under the all-holders rule, confirms every holder's
      *> signature in turn. An account that is not on file passes
      *> too, so the posting paragraph reports it the usual way.
      *> A refusal is audited against the account.
       CHECK-SIGNING-MANDATE.
           MOVE 'Y' TO WS-MANDATE-OK
           PERFORM READ-HOLDER-ACCOUNT
           PERFORM LOAD-ACCOUNT-HOLDERS
           IF WS-AH-COUNT > 1
               DISPLAY " "
               DISPLAY "Account " WS-SEARCH-ID " has " WS-AH-COUNT
                   " holders:"
               PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                       UNTIL WS-AH-IDX > WS-AH-COUNT
                   PERFORM DISPLAY-HOLDER-LINE
               END-PERFORM
               IF WS-AH-RULE = 'L'
                   PERFORM CONFIRM-ALL-HOLDERS-SIGNED
               ELSE
                   PERFORM CONFIRM-ONE-HOLDER-SIGNED
               END-IF
               IF WS-MANDATE-OK = 'N'
                   DISPLAY " "
                   DISPLAY "Signing mandate not met - refused."
                   MOVE "MANDATE NOT MET" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-EVENT
               END-IF
           END-IF.

       CONFIRM-ONE-HOLDER-SIGNED.
           DISPLAY "Any one holder may sign."
           DISPLAY "Enter Customer Number of the signing holder: "
               WITH NO ADVANCING
           ACCEPT WS-AH-SIGNER
           MOVE 'N' TO WS-MANDATE-OK
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-COUNT
               IF WS-AH-CUST-NO(WS-AH-IDX) = WS-AH-SIGNER
                   MOVE 'Y' TO WS-MANDATE-OK
               END-IF
           END-PERFORM
           IF WS-MANDATE-OK = 'N'
               DISPLAY "Customer " WS-AH-SIGNER " is not a holder of "
                   WS-SEARCH-ID
           END-IF.

       CONFIRM-ALL-HOLDERS-SIGNED.
           DISPLAY "All holders must sign."
           MOVE 'Y' TO WS-MANDATE-OK
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-COUNT
               DISPLAY "Signed by " WS-AH-CUST-NO(WS-AH-IDX)
                   "? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-AH-REPLY
               IF WS-AH-REPLY NOT = 'Y' AND WS-AH-REPLY NOT = 'y'
                   MOVE 'N' TO WS-MANDATE-OK
               END-IF
           END-PERFORM.

      *> The owner and signing rule of WS-SEARCH-ID; a blank rule
      *> (an account opened before joint holding) reads as any one.
       READ-HOLDER-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-AH-PRIMARY
           MOVE 'A' TO WS-AH-RULE
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   MOVE ACCT-CUST-NO TO WS-AH-PRIMARY
                   IF ACCT-SIGN-RULE = 'L'
                       MOVE 'L' TO WS-AH-RULE
                   END-IF
                   MOVE 'Y' TO WS-FOUND
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

      *> The holders of WS-SEARCH-ID in key order, read from the
      *> start of the account's key range. No holder file, or no
      *> records for the account, leaves the table empty.
       LOAD-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-AH-COUNT
           OPEN INPUT ACCTHOLD-FILE
           IF J-FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO HLD-ACCT-ID
               MOVE LOW-VALUES TO HLD-CUST-NO
               START ACCTHOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               PERFORM UNTIL J-FILE-STATUS NOT = "00"
                   READ ACCTHOLD-FILE NEXT RECORD
                   IF J-FILE-STATUS = "00"
                       IF HLD-ACCT-ID NOT = WS-SEARCH-ID
                           MOVE "10" TO J-FILE-STATUS
                       ELSE
                           IF WS-AH-COUNT < WS-AH-MAX
                               ADD 1 TO WS-AH-COUNT
                               MOVE HLD-CUST-NO
                                   TO WS-AH-CUST-NO(WS-AH-COUNT)
                               MOVE HLD-ROLE
                                   TO WS-AH-ROLE(WS-AH-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCTHOLD-FILE
           END-IF.

      *> A closed account takes its holder records with it.
       DELETE-ACCOUNT-HOLDERS.
           PERFORM LOAD-ACCOUNT-HOLDERS
           IF WS-AH-COUNT > 0
               OPEN I-O ACCTHOLD-FILE
               IF J-FILE-STATUS = "00"
                   PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                           UNTIL WS-AH-IDX > WS-AH-COUNT
                       MOVE WS-SEARCH-ID TO HLD-ACCT-ID
                       MOVE WS-AH-CUST-NO(WS-AH-IDX) TO HLD-CUST-NO
                       DELETE ACCTHOLD-FILE
                   END-PERFORM
                   CLOSE ACCTHOLD-FILE
               END-IF
           END-IF.

       DISPLAY-HOLDER-LINE.
           MOVE WS-AH-CUST-NO(WS-AH-IDX) TO WS-CUST-NO
           MOVE WS-AH-ROLE(WS-AH-IDX) TO WS-AH-ROLE-IN
           PERFORM FIND-CUSTOMER-MASTER
           IF WS-FOUND = 'N'
               MOVE "*** NOT ON CUSTOMER MASTER ***" TO WS-CUST-NAME
           END-IF
           PERFORM SET-HOLDER-ROLE-TEXT
           DISPLAY "   " WS-CUST-NO " " WS-CUST-NAME " "
               WS-AH-ROLE-TEXT.

       SET-HOLDER-ROLE-TEXT.
           EVALUATE WS-AH-ROLE-IN
               WHEN 'P'
                   MOVE "Primary" TO WS-AH-ROLE-TEXT
               WHEN 'J'
                   MOVE "Joint holder" TO WS-AH-ROLE-TEXT
               WHEN 'T'
                   MOVE "Trustee" TO WS-AH-ROLE-TEXT
               WHEN 'A'
                   MOVE "Authorised signatory" TO WS-AH-ROLE-TEXT
               WHEN OTHER
                   MOVE "Unknown role" TO WS-AH-ROLE-TEXT
           END-EVALUATE.

       STANDING-ORDERS.
           MOVE 'N' TO WS-SO-DONE
           ACCEPT WS-SO-ORDER-ID

           PERFORM CHECK-DUPLICATE-ORDER-ID
           MOVE 'S' TO WS-PC-FILE-CODE
           MOVE WS-SO-ORDER-ID TO WS-PC-SUBJECT
           IF WS-FOUND = 'N'
               PERFORM FIND-PENDING-CHANGE
           END-IF
           IF WS-FOUND = 'Y'
               DISPLAY " "
               DISPLAY "Order ID " WS-SO-ORDER-ID " is already in use."
               DISPLAY "Please choose a different Order ID."
           ELSE
               IF WS-PC-PENDING = 'Y'
                   PERFORM DISPLAY-ALREADY-PENDING
               ELSE
                   DISPLAY "Enter Account ID to debit: "
                       WITH NO ADVANCING
                   ACCEPT WS-SO-ACCT-ID

                   MOVE WS-SO-ACCT-ID TO WS-ACCT-ID
                   PERFORM CHECK-DUPLICATE-ACCT-ID
                   IF WS-FOUND = 'N'
                       DISPLAY " "
                       DISPLAY "Account not found: " WS-SO-ACCT-ID
                   ELSE
      *> The lookup has just left the account in the record area. A
      *> term deposit can never carry a standing order - the batch
      *> would drain it past the maturity control with no supervisor
      *> and no penalty; money leaves a term deposit only through
      *> Withdraw Money or the maturity payout. Nor can a loan: the
      *> orders would run its balance further into debt outside the
      *> schedule, with no instalment or arrears to show for it.
                       IF ACCT-TYPE = 'T' OR ACCT-TYPE = 'L'
                           DISPLAY " "
                           IF ACCT-TYPE = 'T'
                               DISPLAY "Account " WS-SO-ACCT-ID
                                   " is a term deposit - standing "
                                   "orders cannot debit it."
                               DISPLAY "Funds leave via Withdraw Money "
                                   "or the maturity payout."
                           ELSE
                               DISPLAY "Account " WS-SO-ACCT-ID
                                   " is a loan - standing orders "
                                   "cannot debit it."
                               DISPLAY "Set the order up on the "
                                   "customer's current or savings "
                                   "account."
                           END-IF
                       ELSE
                           PERFORM ACCEPT-STANDING-ORDER-DETAILS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Reached with the debit account found, in the record area,
      *> and able to carry an order. The amount is keyed in the
      *> account's currency, which is what the batch debits.
       ACCEPT-STANDING-ORDER-DETAILS.
           PERFORM GET-ACCOUNT-CURRENCY
           DISPLAY "Enter monthly amount: " WS-ACCT-CCY " "
               WITH NO ADVANCING
           ACCEPT WS-SO-AMOUNT

           DISPLAY "Enter day of month (1-28): "
               WITH NO ADVANCING
           ACCEPT WS-SO-DAY

           IF WS-SO-DAY < 1 OR WS-SO-DAY > 28
               DISPLAY " "
               DISPLAY "Day of month must be between 1 and 28."
           ELSE
               DISPLAY "Enter payee (max 30 chars): "
                   WITH NO ADVANCING
               ACCEPT WS-SO-PAYEE

               DISPLAY "Enter payee bank code (max 8 "
                   "chars): " WITH NO ADVANCING
               ACCEPT WS-SO-PAYEE-BANK

               DISPLAY "Enter payee account number (max 10 "
                   "chars): " WITH NO ADVANCING
               ACCEPT WS-SO-PAYEE-ACCT

               IF WS-SO-PAYEE-BANK = SPACES
                       OR WS-SO-PAYEE-ACCT = SPACES
                   DISPLAY " "
                   DISPLAY "Payee bank code and account "
                       "number are both required - the "
                       "clearing file cannot route without "
                       "them."
               ELSE
                   PERFORM QUEUE-STANDING-ORDER-SETUP
               END-IF
           END-IF.

       QUEUE-STANDING-ORDER-SETUP.
           MOVE WS-SO-PAYEE TO WS-WL-SUBJECT
           MOVE WS-SO-PAYEE-BANK TO WS-WL-BANK
           MOVE WS-SO-PAYEE-ACCT TO WS-WL-ACCT
           MOVE WS-SO-ORDER-ID TO WS-WL-AUD-SUBJECT
           PERFORM SCREEN-AND-REVIEW
           IF WS-WL-CLEARED = 'N'
               DISPLAY " "
               DISPLAY "Standing order NOT set up: "
                   WS-SO-ORDER-ID
           ELSE
               MOVE WS-SO-ORDER-ID TO PCV-SO-ORDER-ID
               MOVE WS-SO-ACCT-ID TO PCV-SO-ACCT-ID
               MOVE WS-SO-AMOUNT TO PCV-SO-AMOUNT
               MOVE WS-SO-DAY TO PCV-SO-DAY
               MOVE WS-SO-PAYEE TO PCV-SO-PAYEE
               MOVE 'A' TO PCV-SO-STATUS
               MOVE WS-SO-PAYEE-BANK TO PCV-SO-PAYEE-BANK
               MOVE WS-SO-PAYEE-ACCT TO PCV-SO-PAYEE-ACCT
               MOVE SPACES TO WS-PC-BEFORE
               MOVE WS-PCV-STANDING TO WS-PC-AFTER
               MOVE 'A' TO WS-PC-ACTION
               MOVE WS-SO-ACCT-ID TO WS-SEARCH-ID
               MOVE "SO SETUP PENDING" TO WS-AUDIT-ACTION
               PERFORM QUEUE-PENDING-CHANGE

               IF WS-PC-QUEUED = 'Y'
                   DISPLAY "   Order ID: " WS-SO-ORDER-ID
                   DISPLAY "   Account:  " WS-SO-ACCT-ID
                   DISPLAY "   Amount:   " WS-ACCT-CCY " "
                       WS-SO-AMOUNT
                   DISPLAY "   Day:      " WS-SO-DAY
                   DISPLAY "   Payee:    " WS-SO-PAYEE
                   DISPLAY "   Routing:  " WS-SO-PAYEE-BANK
                       " / " WS-SO-PAYEE-ACCT
               END-IF
           END-IF.

           ACCEPT WS-SO-ORDER-ID

           MOVE 'N' TO WS-FOUND
           MOVE 'S' TO WS-PC-FILE-CODE
           MOVE WS-SO-ORDER-ID TO WS-PC-SUBJECT
           PERFORM FIND-PENDING-CHANGE
           IF WS-PC-PENDING = 'Y'
               PERFORM DISPLAY-ALREADY-PENDING
           ELSE
               OPEN INPUT STANDING-FILE
               IF O-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening standing order file: "
                       O-FILE-STATUS
               ELSE
                   MOVE WS-SO-ORDER-ID TO SO-ORDER-ID
                   READ STANDING-FILE
                       KEY IS SO-ORDER-ID
                   IF O-FILE-STATUS NOT = "00"
                       DISPLAY " "
                       DISPLAY "Order not found: " WS-SO-ORDER-ID
                   ELSE
                       IF SO-STATUS = 'C'
                           DISPLAY " "
                           DISPLAY "Order " WS-SO-ORDER-ID " has been "
                               "cancelled and cannot be amended."
                       ELSE
                           PERFORM ACCEPT-STANDING-ORDER-AMENDMENT
                       END-IF
                   END-IF
                   CLOSE STANDING-FILE
               END-IF

               IF WS-FOUND = 'Y'
                   MOVE 'C' TO WS-PC-ACTION
                   MOVE WS-SO-ACCT-ID TO WS-SEARCH-ID
                   MOVE "SO AMEND PENDING" TO WS-AUDIT-ACTION
                   PERFORM QUEUE-PENDING-CHANGE
                   IF WS-PC-QUEUED = 'Y'
                       DISPLAY "   Order ID: " WS-SO-ORDER-ID
                   END-IF
               END-IF
           END-IF.

      *> Reached with a live order in the record area. Leaves
      *> WS-FOUND 'Y' with the before and after images ready to
      *> queue once the amendment has been keyed and screened.
       ACCEPT-STANDING-ORDER-AMENDMENT.
           MOVE STANDING-RECORD TO WS-PCV-STANDING
           MOVE SO-ACCT-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY
           DISPLAY "Current amount: " WS-ACCT-CCY " " SO-AMOUNT
           DISPLAY "Enter new monthly amount: " WS-ACCT-CCY " "
               WITH NO ADVANCING
           ACCEPT WS-SO-AMOUNT

           DISPLAY "Current day: " SO-DAY
           DISPLAY "Enter new day of month (1-28): "
               WITH NO ADVANCING
           ACCEPT WS-SO-DAY

           DISPLAY "Current payee: " SO-PAYEE
           DISPLAY "Enter new payee (max 30 chars): "
               WITH NO ADVANCING
           ACCEPT WS-SO-PAYEE

           DISPLAY "Current routing: " SO-PAYEE-BANK
               " / " SO-PAYEE-ACCT
           DISPLAY "Enter new payee bank code (max 8 "
               "chars): " WITH NO ADVANCING
           ACCEPT WS-SO-PAYEE-BANK
           DISPLAY "Enter new payee account number "
               "(max 10 chars): " WITH NO ADVANCING
           ACCEPT WS-SO-PAYEE-ACCT

           IF WS-SO-DAY < 1 OR WS-SO-DAY > 28
               DISPLAY " "
               DISPLAY "Day of month must be between 1 "
                   "and 28."
           ELSE
               IF WS-SO-PAYEE-BANK = SPACES
                       OR WS-SO-PAYEE-ACCT = SPACES
                   DISPLAY " "
                   DISPLAY "Payee bank code and account "
                       "number are both required."
               ELSE
                   MOVE WS-SO-PAYEE TO WS-WL-SUBJECT
                   MOVE WS-SO-PAYEE-BANK TO WS-WL-BANK
                   MOVE WS-SO-PAYEE-ACCT TO WS-WL-ACCT
                   MOVE WS-SO-ORDER-ID TO WS-WL-AUD-SUBJECT
                   PERFORM SCREEN-AND-REVIEW
                   IF WS-WL-CLEARED = 'N'
                       DISPLAY " "
                       DISPLAY "Amendment NOT applied to "
                           WS-SO-ORDER-ID
                   ELSE
                       MOVE WS-PCV-STANDING TO WS-PC-BEFORE
                       MOVE WS-SO-AMOUNT TO PCV-SO-AMOUNT
                       MOVE WS-SO-DAY TO PCV-SO-DAY
                       MOVE WS-SO-PAYEE TO PCV-SO-PAYEE
                       MOVE WS-SO-PAYEE-BANK TO PCV-SO-PAYEE-BANK
                       MOVE WS-SO-PAYEE-ACCT TO PCV-SO-PAYEE-ACCT
      *> Re-activating a bounced order is done by amending it - the
      *> teller has just re-keyed the routing the clearing system
      *> refused.
                       IF PCV-SO-STATUS = 'B'
                           MOVE 'A' TO PCV-SO-STATUS
                           DISPLAY "Bounced order will be "
                               "re-activated when approved."
                       END-IF
                       MOVE WS-PCV-STANDING TO WS-PC-AFTER
                       MOVE SO-ACCT-ID TO WS-SO-ACCT-ID
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-IF.

       CANCEL-STANDING-ORDER.
               DISPLAY "No standing orders found or file cannot "
                   "be read."
           ELSE
               DISPLAY "Order ID   | Account    | Amount        | "
                   "Day | Stat | Payee"
               DISPLAY "-----------|------------|---------------|-----|"
                   "------|------"

               MOVE 0 TO WS-SO-COUNT
                   READ STANDING-FILE NEXT RECORD
                   IF O-FILE-STATUS = "00"
                       ADD 1 TO WS-SO-COUNT
                       MOVE SO-ACCT-ID TO WS-FX-ACCT-ID
                       PERFORM FIND-ACCOUNT-CURRENCY
                       DISPLAY SO-ORDER-ID " | " SO-ACCT-ID " | "
                           WS-ACCT-CCY " " SO-AMOUNT " | " SO-DAY
                           "  | " SO-STATUS "    | " SO-PAYEE
                   END-IF
               END-PERFORM

               CLOSE STANDING-FILE
           END-IF.

      *> WS-FOUND comes back 'Y' only when the record was written.
       WRITE-STANDING-ORDER.
           MOVE 'N' TO WS-FOUND
           OPEN I-O STANDING-FILE
           IF O-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
               IF O-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing standing order file: "
                       O-FILE-STATUS
               ELSE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF

       CLOSE-ACCOUNT-APPROVED.
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

      *> The holders' instruction to close is checked against the
      *> signing mandate the same as any withdrawal.
           PERFORM CHECK-SIGNING-MANDATE
           MOVE 'N' TO WS-FOUND
           IF WS-MANDATE-OK = 'Y'
               PERFORM CLOSE-ACCOUNT-CHECKED
           END-IF

           IF WS-FOUND = 'Y'
               PERFORM DELETE-ACCOUNT-HOLDERS
               DISPLAY " "
               DISPLAY "Account closed successfully!"
               DISPLAY "   Account ID: " WS-SEARCH-ID
           END-IF.

       CLOSE-ACCOUNT-CHECKED.
      *> A closed account must not leave live standing orders
      *> behind: the month-end scan is driven off the customer
      *> records, so an orphaned order would never execute and never
      *> reach the failure report - the payment would just stop
      *> silently.
           PERFORM COUNT-LIVE-STANDING-ORDERS
      *> Nor may it leave a loan with nowhere to collect from.
           PERFORM COUNT-LOANS-REPAID-FROM
           IF WS-LIVE-SO-COUNT > 0
               DISPLAY " "
               DISPLAY "Cannot close: " WS-LIVE-SO-COUNT " live "
               DISPLAY "Cancel them via the Standing Orders screen "
                   "first."
           ELSE
               IF WS-LIVE-LOAN-COUNT > 0
                   DISPLAY " "
                   DISPLAY "Cannot close: " WS-LIVE-LOAN-COUNT
                       " outstanding loan(s) are repaid from this "
                       "account."
               ELSE
                   PERFORM DELETE-CUSTOMER-RECORD
               END-IF
           END-IF.

      *> Orders debiting WS-SEARCH-ID that are not cancelled - a
               CLOSE STANDING-FILE
           END-IF.

       COUNT-LOANS-REPAID-FROM.
           MOVE 0 TO WS-LIVE-LOAN-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS = "00"
               PERFORM UNTIL C-FILE-STATUS = "10"
                   READ CUSTOMER-FILE NEXT RECORD
                   IF C-FILE-STATUS = "00"
                       IF ACCT-TYPE = 'L' AND BALANCE < 0
                               AND ACCT-SETTLE-ID = WS-SEARCH-ID
                           ADD 1 TO WS-LIVE-LOAN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       DELETE-CUSTOMER-RECORD.
           MOVE 'N' TO WS-FOUND
           OPEN I-O CUSTOMER-FILE
                       DISPLAY " "
                       DISPLAY "Cannot close account with a "
                           "non-zero balance."
                       PERFORM GET-ACCOUNT-CURRENCY
                       DISPLAY "   Current balance: " WS-ACCT-CCY " "
                           WS-BALANCE-ED
                   END-IF
               ELSE
                   DISPLAY " "
       REVERSE-TRANSACTION-APPROVED.
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY

           PERFORM SHOW-TRANSACTIONS-FOR-REVERSAL


           IF WS-REV-FOUND = 'Y'
               DISPLAY " "
               DISPLAY "Found " WS-REV-TYPE " transaction for "
                   WS-ACCT-CCY " " WS-REV-AMOUNT " on " WS-REV-DATE
                   " " WS-REV-TIME
               DISPLAY "Confirm reversal of this transaction? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-REV-CONFIRM
                                   OR TRANS-TYPE = 'W')
                           ADD 1 TO WS-REV-LIST-COUNT
                           DISPLAY TRANS-DATE " | " TRANS-TIME
                               " | " TRANS-TYPE "    | "
                               WS-ACCT-CCY " " TRANS-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               READ CUSTOMER-FILE
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   PERFORM GET-ACCOUNT-CURRENCY
                   IF ACCT-STATUS = 'F'
                       PERFORM DISPLAY-FROZEN-MESSAGE
                   ELSE
               DISPLAY " "
               DISPLAY "Reversal posted."
               DISPLAY "   Account ID: " WS-SEARCH-ID
               DISPLAY "   Amount: " WS-ACCT-CCY " " WS-REV-AMOUNT
               MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-ED
               DISPLAY "   New balance: " WS-ACCT-CCY " "
                   WS-NEW-BALANCE-ED
           END-IF.

       UPDATE-BALANCE-ADD.
                       MOVE WS-DATE-STRING TO LAST-ACTIVITY-DATE
                       REWRITE CUSTOMER-RECORD
                       MOVE 'Y' TO WS-FOUND
                       PERFORM GET-ACCOUNT-CURRENCY
                       PERFORM LOG-TRANSACTION-DEPOSIT
                       IF WS-FUNDS-TYPE = 'K'
                           PERFORM WRITE-HOLD-RECORD
                           MOVE WS-DATE-STRING TO LAST-ACTIVITY-DATE
                           REWRITE CUSTOMER-RECORD
                           MOVE 'Y' TO WS-FOUND
                           PERFORM GET-ACCOUNT-CURRENCY
                           PERFORM LOG-TRANSACTION-WITHDRAW
                       ELSE
                           MOVE BALANCE TO WS-BALANCE-ED
                           MOVE AVAIL-BALANCE TO WS-AVAIL-BAL-ED
                           DISPLAY " "
                           PERFORM GET-ACCOUNT-CURRENCY
                           DISPLAY "Insufficient available funds!"
                           DISPLAY "   Current balance: " WS-ACCT-CCY
                               " " WS-BALANCE-ED
                           DISPLAY "   Available balance: " WS-ACCT-CCY
                               " " WS-AVAIL-BAL-ED
                           DISPLAY "   Requested amount: " WS-ACCT-CCY
                               " " WS-AMOUNT
                           IF ACCT-TYPE = 'C'
                               DISPLAY "   Overdraft limit: "
                                   WS-ACCT-CCY " " OD-LIMIT
                           END-IF
                           MOVE 'N' TO WS-FOUND
                       END-IF
                   KEY IS ACCT-ID
               IF C-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-FOUND
                   PERFORM GET-ACCOUNT-CURRENCY
                   MOVE WS-ACCT-CCY TO WS-FOUND-CCY
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.
               MOVE WS-TD-RATE TO ACCT-FIXED-RATE
               MOVE WS-TD-DISP TO ACCT-DISPOSITION
               MOVE WS-TD-SETTLE TO ACCT-SETTLE-ID
               MOVE WS-LN-INSTALMENT TO ACCT-INSTALMENT
               MOVE 0 TO ACCT-ARREARS
               MOVE 0 TO ACCT-INT-DUE
               MOVE WS-LN-NEXT-DUE TO ACCT-NEXT-DUE
               MOVE 'A' TO ACCT-SIGN-RULE
               MOVE WS-CURRENCY TO ACCT-CURRENCY
               MOVE SPACES TO ACCT-OD-SINCE
               MOVE SPACES TO ACCT-OVER-SINCE
               MOVE SPACES TO ACCT-COLL-FROZEN
               WRITE CUSTOMER-RECORD

               IF C-FILE-STATUS NOT = "00"
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           
           MOVE WS-SEARCH-ID TO WS-FX-ACCT-ID
           PERFORM FIND-ACCOUNT-CURRENCY

           DISPLAY " "
           DISPLAY "Last 5 transactions for Account: " WS-SEARCH-ID
           DISPLAY "Date       | Time     | Type | Amount        "
           DISPLAY "-----------|----------|------|---------------"
           
           MOVE 0 TO WS-STMT-COUNT
           OPEN INPUT TRANSACTION-FILE
                           EVALUATE TRANS-TYPE
                               WHEN 'D'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | DEP  | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                               WHEN 'T'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | TRF> | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " to " TRANS-COUNTERPARTY
                               WHEN 'F'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | TRF< | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " from " TRANS-COUNTERPARTY
                               WHEN 'S'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | S.O. | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " order " TRANS-COUNTERPARTY
                               WHEN 'C'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | CHG  | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " " TRANS-COUNTERPARTY
                               WHEN 'P'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | PAY> | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " to " TRANS-COUNTERPARTY
                               WHEN 'X'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | RET< | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " ref " TRANS-COUNTERPARTY
                               WHEN 'A'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | LINT | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                               WHEN 'L'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | LREP | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " loan " TRANS-COUNTERPARTY
                               WHEN 'N'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | L.IN | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " from " TRANS-COUNTERPARTY
                               WHEN 'M'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | L.PR | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " from " TRANS-COUNTERPARTY
                               WHEN 'Q'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | CHQ  | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " no. " TRANS-COUNTERPARTY
                               WHEN 'H'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | WHT  | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                               WHEN 'B'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | LADV | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " to " TRANS-COUNTERPARTY
                               WHEN 'G'
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | LOAN | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                                       " from " TRANS-COUNTERPARTY
                               WHEN OTHER
                                   DISPLAY TRANS-DATE " | " TRANS-TIME
                                       " | WTH  | " WS-ACCT-CCY " "
                                       TRANS-AMOUNT
                           END-EVALUATE
                           IF TRANS-FX-CURRENCY NOT = SPACES
                               MOVE TRANS-FX-RATE TO WS-FX-RATE-ED
                               DISPLAY "           |          |      "
                                   "|   = " TRANS-FX-CURRENCY " "
                                   TRANS-FX-AMOUNT " at "
                                   WS-FX-RATE-ED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                           REWRITE CUSTOMER-RECORD
                           ADD 1 TO WS-STMT-COUNT
                           MOVE ACCT-ID TO WS-SEARCH-ID
                           PERFORM GET-ACCOUNT-CURRENCY
                           PERFORM LOG-TRANSACTION-INTEREST
                           DISPLAY "Interest applied to " ACCT-ID
                               ": " WS-ACCT-CCY " " WS-AMOUNT
                           PERFORM WITHHOLD-INTEREST-TAX
                       END-IF
                   END-IF
               END-PERFORM
           MOVE SPACES TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE WS-CLEAR-DATE TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

           MOVE SPACES TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

           MOVE SPACES TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *> Tax at source, the same as MONTHEND deducts it: a
      *> customer flagged CUST-TAX-LIABLE has the TAXTAB rate taken
      *> off the credit just posted, as an 'H' debit stamped with
      *> the same date/time as the 'I'.
       WITHHOLD-INTEREST-TAX.
           MOVE ACCT-CUST-NO TO WS-CUST-NO
           PERFORM FIND-CUSTOMER-MASTER
           IF WS-FOUND = 'Y' AND WS-CUST-TAX-LIABLE = 'Y'
               COMPUTE WS-WHT-AMT ROUNDED = WS-AMOUNT * TAX-WHT-RATE
               IF WS-WHT-AMT > 0
                   SUBTRACT WS-WHT-AMT FROM BALANCE
                   SUBTRACT WS-WHT-AMT FROM AVAIL-BALANCE
                   REWRITE CUSTOMER-RECORD
                   PERFORM LOG-TRANSACTION-WHTAX
                   DISPLAY "   Tax withheld at source: " WS-ACCT-CCY
                       " " WS-WHT-AMT
               END-IF
           END-IF.

       LOG-TRANSACTION-WHTAX.
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
           MOVE 'H' TO TRANS-TYPE
           MOVE WS-WHT-AMT TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-REF-DATE
           MOVE SPACES TO TRANS-REF-TIME
           MOVE SPACES TO TRANS-REF-TYPE
           MOVE TAX-WHT-CODE TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

           MOVE SPACES TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-ACCT-CCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *> Both legs share one GET-CURRENT-DATETIME so the 'T' and 'F'
      *> records carry an identical date/time stamp and a statement
      *> reader can pair them up.
      *> Between accounts in different currencies each leg is in its
      *> own account's currency and carries the other leg's amount
      *> and the rate, so either statement shows the conversion.
       LOG-TRANSACTION-TRANSFER.
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-XFER-TO-ID TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-XFER-FROM-CCY TO TRANS-CURRENCY
           IF WS-XFER-FROM-CCY = WS-XFER-TO-CCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
           ELSE
               MOVE WS-XFER-TO-CCY TO TRANS-FX-CURRENCY
               MOVE WS-XFER-CREDIT TO TRANS-FX-AMOUNT
               MOVE WS-XFER-FX-RATE TO TRANS-FX-RATE
           END-IF
           WRITE TRANSACTION-RECORD
           MOVE WS-XFER-TO-ID TO TRANS-ACCT-ID
           MOVE 'F' TO TRANS-TYPE
           MOVE WS-XFER-CREDIT TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-REF-DATE
           MOVE WS-SEARCH-ID TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-XFER-TO-CCY TO TRANS-CURRENCY
           IF WS-XFER-FROM-CCY = WS-XFER-TO-CCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
           ELSE
               MOVE WS-XFER-FROM-CCY TO TRANS-FX-CURRENCY
               MOVE WS-AMOUNT TO TRANS-FX-AMOUNT
               MOVE WS-XFER-FX-BACK TO TRANS-FX-RATE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *> The loan drawdown pair: a 'B' debiting the new loan with the
      *> repayment account as counterparty and a 'G' crediting the
      *> repayment account with the loan as counterparty, on one
      *> date/time stamp like a transfer. The repayment account is
      *> always in the loan's currency, so nothing is converted.
       LOG-TRANSACTION-DRAWDOWN.
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-ACCT-ID TO TRANS-ACCT-ID
           MOVE 'B' TO TRANS-TYPE
           MOVE WS-LN-PRINCIPAL TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-REF-DATE
           MOVE SPACES TO TRANS-REF-TIME
           MOVE SPACES TO TRANS-REF-TYPE
           MOVE WS-TD-SETTLE TO TRANS-COUNTERPARTY
           MOVE WS-OPER-ID TO TRANS-OPER-ID
           MOVE SPACES TO TRANS-CLEAR-DATE
           MOVE WS-CURRENCY TO TRANS-CURRENCY
           MOVE SPACES TO TRANS-FX-CURRENCY
           MOVE 0 TO TRANS-FX-AMOUNT
           MOVE 0 TO TRANS-FX-RATE
           WRITE TRANSACTION-RECORD
           MOVE WS-TD-SETTLE TO TRANS-ACCT-ID
           MOVE 'G' TO TRANS-TYPE
           MOVE WS-ACCT-ID TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *> The date is the business date from BUSDATE.DAT, not the
      *> machine clock; only the time of day comes off the clock.
       GET-CURRENT-DATETIME.
           MOVE WS-BUS-DATE TO WS-DATE-STRING
           MOVE WS-BUS-DATE(1:4) TO WS-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-MONTH
           MOVE WS-BUS-DATE(9:2) TO WS-DAY
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-HOUR ':' WS-MINUTE ':' WS-SECOND DELIMITED BY SIZE
               INTO WS-TIME-STRING.

      *> WS-DAY-OPEN is 'Y' only when the control record is on file
      *> and its day is open. With no control record at all (a
      *> system EODCLOSE has not initialised yet) the machine date
      *> stands in so sign-on and inquiries are still audited under
      *> a date, but nothing can post until a business date exists.
       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-DAY-OPEN
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS = "00"
               READ BUSDATE-FILE
               IF B-FILE-STATUS = "00"
                   MOVE BD-BUS-DATE TO WS-BUS-DATE
                   IF BD-DAY-STATUS = 'O'
                       MOVE 'Y' TO WS-DAY-OPEN
                   END-IF
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-BUS-DATE = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-YEAR '/' WS-MONTH '/' WS-DAY DELIMITED BY SIZE
                   INTO WS-BUS-DATE
           END-IF.

      *> Gate in front of every screen that posts money or opens or
      *> closes an account.
       CHECK-DAY-OPEN.
           PERFORM READ-BUSINESS-DATE
           IF WS-DAY-OPEN = 'N'
               DISPLAY " "
               DISPLAY "Business day " WS-BUS-DATE " is closed (or "
                   "no business date is set) - posting refused."
               DISPLAY "Wait for the next business day to be opened."
           END-IF.

      *> Clearing date for the deposit being posted: cash is good
      *> today, a check is good HOLD-DAYS-CHECK calendar days from
      *> today. Dates live as YYYY/MM/DD strings everywhere else in

       LOOKUP-INTEREST-RATE.
           MOVE 0 TO WS-RATE-PCT
           MOVE ACCT-CURRENCY TO WS-RATE-CURRENCY
           IF WS-RATE-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-RATE-CURRENCY
           END-IF
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RATE-CURRENCY(RATE-IDX) = WS-RATE-CURRENCY
                       AND RATE-ACCT-TYPE(RATE-IDX) = ACCT-TYPE
                       AND BALANCE >= RATE-TIER-MIN(RATE-IDX)
                   MOVE RATE-PCT(RATE-IDX) TO WS-RATE-PCT
               END-IF
