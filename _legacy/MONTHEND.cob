           SELECT TRANSORT-FILE ASSIGN TO 'TRANSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS X-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.
           SELECT LOANARR-FILE ASSIGN TO 'LOANARR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-FILE-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO 'ACCTHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS J-FILE-STATUS.
           SELECT WATCH-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS W-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS A-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 STANDING-RECORD.
           COPY STANDORD.

      *> One line per order that could not be paid, ending with the
      *> run date so the NOTICES batch can tell this run's failures
      *> from the next one's when it writes the customer letters;
      *> NOTICES reads the line back by position (see SOF-LINE
      *> there), so the field order here is fixed.
       FD SOFAIL-FILE.
       01 SOFAIL-RECORD       PIC X(120).

       FD TRANSHIST-FILE.
       01 TRANSHIST-RECORD.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-ACCT-ID    PIC X(10).
           05 FILLER          PIC X(110).

       FD TRANSORT-FILE.
       01 TRANSORT-RECORD     PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

      *> Loan instalments this run could not collect in full, one
      *> line per loan left in arrears - the collections desk's
      *> worklist, the loan counterpart of SOFAIL.DAT.
       FD LOANARR-FILE.
       01 LOANARR-RECORD      PIC X(100).

       FD ACCTHOLD-FILE.
       01 ACCTHOLD-RECORD.
           COPY ACCTHOLD.

       FD WATCH-FILE.
       01 WATCH-RECORD.
           COPY WATCHREC.

      *> A standing order held on a possible watch-list match is
      *> the one month-end decision that goes to the audit trail.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       COPY RATETAB.
       COPY FEETAB.
       COPY TAXTAB.
       COPY FXTAB.

       01 C-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 S-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.
       01 K-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 O-FILE-STATUS    PIC XX.
       01 P-FILE-STATUS    PIC XX.
       01 E-FILE-STATUS    PIC XX.
       01 X-FILE-STATUS    PIC XX.
       01 L-FILE-STATUS    PIC XX.
       01 J-FILE-STATUS    PIC XX.
       01 W-FILE-STATUS    PIC XX.
       01 A-FILE-STATUS    PIC XX.

       01 WS-PAY-COUNT     PIC 9(7) VALUE 0.
       01 WS-PAY-TOTAL     PIC 9(11)V99 VALUE 0.
      *> when it is processed.
       01 WS-TS-REC.
           05 TS-ACCT-ID   PIC X(10).
           05 FILLER       PIC X(110).
       01 WS-TS-EOF        PIC X VALUE 'Y'.
       01 WS-TS-OPEN       PIC X VALUE 'N'.

      *> STANDING.DAT loaded once at start of run (record images,
      *> unpacked through the standing record area per account)
      *> instead of re-scanned for every account. The only order
      *> rewritten during execution is one held 'H' on a watch-list
      *> match, and its entry is refreshed from the record as held,
      *> so the table never disagrees with the file. An order is
      *> only ever reached under its own account, once per run, so
      *> nothing is executed off a stale copy either way.
       01 WS-SOT-MAX       PIC 9(4) VALUE 1000.
       01 WS-SOT-COUNT     PIC 9(4) VALUE 0.
       01 WS-SOT-OVERFLOW  PIC X VALUE 'N'.
       01 WS-SOT-IDX       PIC 9(4).

       01 WS-MASTER-FOUND        PIC X.
       01 WS-HOLDER-ROLE-TEXT    PIC X(20).
      *> Picked up off the master with the mailing block, so the
      *> interest posting knows whether to withhold tax without a
      *> second read of CUSTMAST.DAT.
       01 WS-TAX-LIABLE          PIC X.
       01 WS-CUTOFF-YEAR         PIC 9999.
       01 WS-DORMANT-CUTOFF      PIC X(10).
       01 WS-DORMANT-COUNT       PIC 9(5) VALUE 0.
       01 WS-SO-NEW-AVAIL        PIC S9(7)V99.
       01 WS-SO-EXECUTED         PIC 9(5) VALUE 0.
       01 WS-SO-FAILED           PIC 9(5) VALUE 0.
       01 WS-SO-HELD             PIC 9(5) VALUE 0.

      *> Watch-list rescreen of each live order before it pays.
       01 WS-WL-PRESENT          PIC X VALUE 'N'.
       01 WS-WL-HIT              PIC X.
       01 WS-WL-SUBJECT          PIC X(30).
       01 WS-WL-LEN              PIC 99.
       01 WS-WL-TALLY            PIC 99.
       01 WS-AUDIT-ACTION        PIC X(20).
       01 WS-AUDIT-SEQ           PIC 9(7) VALUE 0.
       01 WS-SO-ORDER-ID         PIC X(10).
       01 WS-SO-AMOUNT           PIC 9(7)V99.

       01 WS-TD-ROLLED           PIC 9(5) VALUE 0.
       01 WS-TD-SETTLED          PIC 9(5) VALUE 0.

      *> Loan instalments falling due this run. Interest accrues in
      *> the main loop (it touches only the loan account), but the
      *> collection has to read the repayment account, so - for the
      *> same read-position reason as the matured term deposits -
      *> it queues here and is collected after the period cut-off.
      *> WS-LN-DUE is the instalment plus any arrears (the whole
      *> balance owed once the final instalment is due), capped at
      *> what is owed; WS-LN-INSTAL is the month's own instalment,
      *> collected on its own when the arrears cannot be covered too.
       01 WS-LN-MAX              PIC 9(3) VALUE 500.
       01 WS-LN-COUNT            PIC 9(3) VALUE 0.
       01 WS-LN-OVERFLOW         PIC X VALUE 'N'.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 WS-LN-LOAN-ID     PIC X(10).
               10 WS-LN-REPAY-ID    PIC X(10).
               10 WS-LN-DUE         PIC 9(7)V99.
               10 WS-LN-INSTAL      PIC 9(7)V99.
       01 WS-LN-IDX              PIC 9(3).
       01 WS-LN-INTEREST         PIC 9(7)V99.
       01 WS-LN-OWED             PIC 9(7)V99.
       01 WS-LN-AMOUNT           PIC 9(7)V99.
       01 WS-LN-INT-PART         PIC 9(7)V99.
       01 WS-LN-CAP-PART         PIC 9(7)V99.
       01 WS-LN-NEW-AVAIL        PIC S9(7)V99.
       01 WS-LN-FUNDS-OK         PIC X.
       01 WS-LN-PAID             PIC X.
       01 WS-LN-REASON           PIC X(19).
       01 WS-LN-ACCRUED          PIC 9(5) VALUE 0.
       01 WS-LN-COLLECTED        PIC 9(5) VALUE 0.
       01 WS-LN-IN-ARREARS       PIC 9(5) VALUE 0.

       01 WS-CD-YEAR             PIC 9999.
       01 WS-CD-MONTH            PIC 99.
       01 WS-CD-DAY              PIC 99.
       01 WS-OPENING-BAL   PIC S9(7)V99.
       01 WS-CLOSING-BAL   PIC S9(7)V99.
       01 WS-INTEREST-AMT  PIC 9(7)V99.
       01 WS-WHT-AMT       PIC 9(7)V99.
       01 WS-NET-INTEREST  PIC 9(7)V99.
       01 WS-WHT-COUNT     PIC 9(5) VALUE 0.

      *> Average-daily-balance accumulators for the account in hand.
      *> The period runs from the 1st of the run month to the run
       01 WS-ADB-WEIGHTED  PIC S9(11)V99.
       01 WS-ADB           PIC S9(9)V99.
       01 WS-ADB-ED        PIC -9(9).99.
       01 WS-ACCT-CCY      PIC X(3).
       01 WS-FX-RATE-ED    PIC ZZZZ9.9(6).

       01 WS-OPENING-BAL-ED     PIC -9(7).99.
       01 WS-CLOSING-BAL-ED     PIC -9(7).99.
       01 WS-DATE-STRING   PIC X(10).
       01 WS-TIME-STRING   PIC X(8).

      *> The run date is the closed business day on BUSDATE.DAT,
      *> never the machine clock (see READ-BUSINESS-DATE).
       01 WS-BUS-DATE      PIC X(10).
       01 WS-ME-PERIOD     PIC X(7).
       01 WS-DAY-STATUS    PIC X(1).
       01 WS-BD-IMAGE      PIC X(28).
       01 WS-BD-RECORDED   PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "MONTHEND INTEREST BATCH START"
               "savings accounts..."

           PERFORM CHECK-FOR-CHECKPOINT
           PERFORM READ-BUSINESS-DATE

      *> Anything whose last customer-initiated movement is older
      *> than this date has been dormant for twelve months.
           MOVE WS-DATE-STRING(1:7) TO WS-RUN-PERIOD
           MOVE WS-DAY TO WS-PERIOD-DAYS

      *> A period already closed by a completed run must not be run
      *> again - interest, fees and standing orders would all post
      *> twice. A checkpoint restart is the one exception: that run
      *> never completed, so the period was never recorded.
           IF WS-ME-PERIOD = WS-RUN-PERIOD
                   AND WS-RESTART-MODE = 'N'
               DISPLAY "MONTHEND has already completed for period "
                   WS-RUN-PERIOD " - run refused."
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           DISPLAY "Business date " WS-BUS-DATE ", period "
               WS-RUN-PERIOD

           PERFORM LOAD-STANDING-ORDERS
           IF WS-SOT-OVERFLOW = 'Y'
               DISPLAY "More than " WS-SOT-MAX " standing orders on "
               GO TO END-PROGRAM
           END-IF

      *> No watch list at all means nothing is listed yet; a list
      *> that is there but cannot be read stops the run, since no
      *> order may pay unscreened.
           OPEN INPUT WATCH-FILE
           IF W-FILE-STATUS = "00"
               MOVE 'Y' TO WS-WL-PRESENT
           ELSE
               IF W-FILE-STATUS NOT = "35"
                   DISPLAY "Error opening watch list WATCHLST.DAT: "
                       W-FILE-STATUS " - run halted before any "
                       "posting."
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF

           PERFORM SORT-PERIOD-TRANSACTIONS

           OPEN I-O CUSTOMER-FILE
                       WS-ADB-WEIGHTED / WS-PERIOD-DAYS
                   PERFORM CHARGE-ACCOUNT-FEES
                   MOVE 0 TO WS-INTEREST-AMT
                   MOVE 0 TO WS-WHT-AMT
      *> A term deposit earns its contracted rate on the full
      *> principal - the contract guarantees the rate on the money
      *> locked in, so the average-daily-balance basis only applies
                       MOVE WS-AMOUNT TO WS-INTEREST-AMT
                       PERFORM LOG-TRANSACTION-INTEREST
                       PERFORM ADD-RUN-POSTING-TO-STATEMENT
                       IF WS-TAX-LIABLE = 'Y'
                           PERFORM WITHHOLD-INTEREST-TAX
                       END-IF
                   END-IF
                   IF ACCT-TYPE = 'T'
                       PERFORM CHECK-TERM-MATURITY
                   END-IF
                   IF ACCT-TYPE = 'L'
                       PERFORM ACCRUE-LOAN-INTEREST
                   END-IF
                   MOVE BALANCE TO WS-CLOSING-BAL
                   PERFORM WRITE-STATEMENT-FOOTER
                   PERFORM RECONCILE-ACCOUNT
           CLOSE STATEMENT-FILE
           CLOSE RECONCILE-FILE
           CLOSE SOFAIL-FILE
           IF WS-WL-PRESENT = 'Y'
               CLOSE WATCH-FILE
           END-IF
           IF WS-TS-OPEN = 'Y'
               CLOSE TRANSORT-FILE
               MOVE 'N' TO WS-TS-OPEN
               THRU ARCHIVE-CLOSED-PERIOD-EXIT

           PERFORM SETTLE-MATURED-TERMS
           PERFORM COLLECT-LOAN-INSTALMENTS

           PERFORM SWEEP-EXTERNAL-PAYMENTS
           PERFORM WRITE-PAYOUT-TRAILER
           CLOSE PAYOUT-FILE

           PERFORM CLEAR-CHECKPOINT
           PERFORM RECORD-MONTHEND-PERIOD

           DISPLAY "Standing orders executed: " WS-SO-EXECUTED
               ", failed for insufficient funds: " WS-SO-FAILED
               " (see SOFAIL.DAT)."
           DISPLAY "Standing orders held on a possible watch-list "
               "match: " WS-SO-HELD " (see the audit trail)."
           DISPLAY "Service charges posted: " WS-CHARGES-POSTED
           DISPLAY "Term deposits rolled over: " WS-TD-ROLLED
               ", settled at maturity: " WS-TD-SETTLED
           DISPLAY "Loans charged interest: " WS-LN-ACCRUED
               ", instalments collected: " WS-LN-COLLECTED
               ", left in arrears: " WS-LN-IN-ARREARS
               " (see LOANARR.DAT)."
           DISPLAY "Clearing file PAYOUT.DAT written: " WS-PAY-COUNT
               " payment(s) for $" WS-PAY-TOTAL " ("
               WS-EP-SWEPT " teller one-off(s) swept)"
           DISPLAY "Interest applied to " WS-COUNT-UPDATED
               " savings accounts (dormant accounts excluded)."
           DISPLAY "Tax withheld at source on " WS-WHT-COUNT
               " interest credit(s)."
           DISPLAY "Accounts newly flagged dormant: "
               WS-DORMANT-COUNT
           DISPLAY "Accounts processed this run: " WS-ACCOUNTS-THIS-RUN
                   UNTIL WS-SOT-IDX > WS-SOT-COUNT
               MOVE WS-SOT-IMAGE(WS-SOT-IDX) TO STANDING-RECORD
               IF SO-ACCT-ID = ACCT-ID AND SO-STATUS = 'A'
                   PERFORM SCREEN-STANDING-ORDER
                   IF WS-WL-HIT = 'Y'
                       PERFORM HOLD-SCREENED-ORDER
                       MOVE STANDING-RECORD TO WS-SOT-IMAGE(WS-SOT-IDX)
                   ELSE
                       PERFORM EXECUTE-ONE-STANDING-ORDER
                   END-IF
               END-IF
           END-PERFORM.

      *> Every live order is rescreened before it can reach
      *> PAYOUT.DAT, since the list may have changed since the order
      *> was set up: the payee bank/account pair exactly, the payee
      *> name wherever a listed name appears inside it.
       SCREEN-STANDING-ORDER.
           MOVE 'N' TO WS-WL-HIT
           IF WS-WL-PRESENT = 'Y'
               MOVE SPACES TO WL-KEY
               MOVE 'P' TO WL-TYPE
               MOVE SO-PAYEE-BANK TO WL-BANK
               MOVE SO-PAYEE-ACCT TO WL-ACCT
               READ WATCH-FILE
                   KEY IS WL-KEY
               IF W-FILE-STATUS = "00" AND WL-STATUS = 'A'
                   MOVE 'Y' TO WS-WL-HIT
               END-IF
               IF WS-WL-HIT = 'N'
                   PERFORM SCREEN-PAYEE-NAME
               END-IF
           END-IF.

       SCREEN-PAYEE-NAME.
           MOVE SO-PAYEE TO WS-WL-SUBJECT
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
      *> anywhere in the payee name is a possible match. A blank
      *> entry is never matched - it would hold every order whose
      *> payee has a space in it.
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
           END-IF.

      *> A possible match is held 'H' on STANDING.DAT, pays nothing
      *> and waits for a supervisor's review in BANKACCT. It goes
      *> to the audit trail, not to SOFAIL.DAT - that file drives
      *> customer correspondence, and a held payment must not be
      *> disclosed to the customer.
       HOLD-SCREENED-ORDER.
           ADD 1 TO WS-SO-HELD
           OPEN I-O STANDING-FILE
           IF O-FILE-STATUS NOT = "00"
               DISPLAY "Error opening standing order file: "
                   O-FILE-STATUS
           ELSE
               READ STANDING-FILE
                   KEY IS SO-ORDER-ID
               IF O-FILE-STATUS = "00"
                   MOVE 'H' TO SO-STATUS
                   REWRITE STANDING-RECORD
               END-IF
               CLOSE STANDING-FILE
           END-IF
           DISPLAY "Standing order " SO-ORDER-ID " on " ACCT-ID
               " held - possible watch-list match."
           MOVE SO-ORDER-ID TO WS-SEARCH-ID
           MOVE "SCREEN MATCH HELD" TO WS-AUDIT-ACTION
           PERFORM LOG-AUDIT-EVENT.

      *> Re-sequences the open period by account so the main loop
      *> can consume each account's movements as one group from
      *> TRANSORT.DAT - TRANSACTIONS.DAT itself is read exactly
               MOVE SPACES TO SOFAIL-RECORD
               STRING "ACCOUNT FROZEN     " ACCT-ID " order "
                   SO-ORDER-ID " day " SO-DAY " $" SO-AMOUNT
                   " payee " SO-PAYEE " run " WS-DATE-STRING
                   DELIMITED BY SIZE INTO SOFAIL-RECORD
               WRITE SOFAIL-RECORD
           ELSE
                   MOVE SPACES TO SOFAIL-RECORD
                   STRING "TERM NOT MATURED   " ACCT-ID " order "
                       SO-ORDER-ID " day " SO-DAY " $" SO-AMOUNT
                       " payee " SO-PAYEE " run " WS-DATE-STRING
                       DELIMITED BY SIZE INTO SOFAIL-RECORD
                   WRITE SOFAIL-RECORD
               ELSE
               MOVE SPACES TO SOFAIL-RECORD
               STRING "INSUFFICIENT FUNDS " ACCT-ID " order "
                   SO-ORDER-ID " day " SO-DAY " $" SO-AMOUNT
                   " payee " SO-PAYEE " run " WS-DATE-STRING
                   DELIMITED BY SIZE INTO SOFAIL-RECORD
               WRITE SOFAIL-RECORD
           END-IF.
       TALLY-ONE-PERIOD-TRANSACTION.
           PERFORM WRITE-STATEMENT-TRANS-LINE
           PERFORM ADD-TRANSACTION-TO-RECON-MOVEMENT
      *> A paid cheque is an item like a withdrawal, as it was when
      *> tellers keyed cheques in by hand.
           IF TRANS-TYPE = 'W' OR TRANS-TYPE = 'Q'
               ADD 1 TO WS-CHG-WITHDRAWALS
           END-IF
           ADD WS-TRANS-SIGNED TO WS-CHG-RUN-BAL
           PERFORM ADD-RUN-POSTING-TO-STATEMENT.

       LOG-TRANSACTION-CHARGE.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               MOVE WS-CHG-CODE TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> Both legs share one GET-CURRENT-DATETIME so the 'T' and 'F'
      *> records carry an identical stamp, the same as a teller
      *> transfer. The settlement account is in the deposit's
      *> currency - BANKACCT links no other - so both legs carry the
      *> currency of the account in hand unconverted.
       LOG-MATURITY-TRANSFER.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
                   TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
               MOVE WS-MAT-SETTLE-ID(WS-MAT-IDX) TO TRANS-ACCT-ID
               MOVE 'F' TO TRANS-TYPE
      *> before the date was tracked) has its clock started today
      *> rather than being flagged on unknown history; the rewrite is
      *> picked up by the per-account anchor REWRITE in MAIN-PARA.
      *> A loan is never flagged: it is repaid by the month-end
      *> collection, not by the customer, so it has no customer
      *> activity to go quiet on.
       CHECK-DORMANCY.
           IF LAST-ACTIVITY-DATE = SPACES
               MOVE WS-DATE-STRING TO LAST-ACTIVITY-DATE
           ELSE
               IF ACCT-STATUS = 'A' AND ACCT-TYPE NOT = 'L'
                       AND LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
                   MOVE 'D' TO ACCT-STATUS
                   ADD 1 TO WS-DORMANT-COUNT
           MOVE SO-ORDER-ID TO PY-ORDER-ID OF PAYOUT-RECORD
           MOVE WS-DATE-STRING TO PY-DATE OF PAYOUT-RECORD
           MOVE SPACES TO PY-REASON OF PAYOUT-RECORD
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE WS-ACCT-CCY TO PY-CURRENCY OF PAYOUT-RECORD
           WRITE PAYOUT-RECORD
           ADD 1 TO WS-PAY-COUNT
           ADD SO-AMOUNT TO WS-PAY-TOTAL.
           WRITE PAYOUT-RECORD.

       LOG-TRANSACTION-STANDING.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               MOVE WS-SO-ORDER-ID TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           PERFORM GET-ACCOUNT-CURRENCY
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Currency: " WS-ACCT-CCY
               "  (all amounts on this statement)"
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           PERFORM WRITE-MAILING-BLOCK

           MOVE WS-OPENING-BAL TO WS-OPENING-BAL-ED
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Opening Balance: " WS-ACCT-CCY " " WS-OPENING-BAL-ED
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

      *> it out rather than posting a statement with no address.
       WRITE-MAILING-BLOCK.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE 'N' TO WS-TAX-LIABLE
           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS = "00"
               MOVE ACCT-CUST-NO TO CUST-NO
                   KEY IS CUST-NO
               IF M-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE CUST-TAX-LIABLE TO WS-TAX-LIABLE
                   PERFORM WRITE-MASTER-ADDRESS-LINES
               END-IF
               CLOSE MASTER-FILE
               MOVE "*** NO ADDRESS ON FILE - DO NOT MAIL ***"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           PERFORM WRITE-OTHER-HOLDER-LINES.

      *> A jointly held account's statement names every holder: the
      *> other holders on ACCTHOLD.DAT are listed under the primary
      *> holder's address, with their role. An account held by its
      *> owner alone has no holder records and prints nothing here.
       WRITE-OTHER-HOLDER-LINES.
           OPEN INPUT ACCTHOLD-FILE
           IF J-FILE-STATUS = "00"
               OPEN INPUT MASTER-FILE
               MOVE ACCT-ID TO HLD-ACCT-ID
               MOVE LOW-VALUES TO HLD-CUST-NO
               START ACCTHOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               PERFORM UNTIL J-FILE-STATUS NOT = "00"
                   READ ACCTHOLD-FILE NEXT RECORD
                   IF J-FILE-STATUS = "00"
                       IF HLD-ACCT-ID NOT = ACCT-ID
                           MOVE "10" TO J-FILE-STATUS
                       ELSE
                           IF HLD-CUST-NO NOT = ACCT-CUST-NO
                               PERFORM WRITE-HOLDER-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
               CLOSE ACCTHOLD-FILE
           END-IF.

       WRITE-HOLDER-LINE.
           EVALUATE HLD-ROLE
               WHEN 'J'
                   MOVE "Joint holder" TO WS-HOLDER-ROLE-TEXT
               WHEN 'T'
                   MOVE "Trustee" TO WS-HOLDER-ROLE-TEXT
               WHEN 'A'
                   MOVE "Authorised signatory" TO WS-HOLDER-ROLE-TEXT
               WHEN OTHER
                   MOVE "Holder" TO WS-HOLDER-ROLE-TEXT
           END-EVALUATE
           MOVE HLD-CUST-NO TO CUST-NO
           READ MASTER-FILE
               KEY IS CUST-NO
           IF M-FILE-STATUS NOT = "00"
               MOVE "*** NOT ON CUSTOMER MASTER ***" TO CUST-NAME
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Holder:   " HLD-CUST-NO " " CUST-NAME " "
               WS-HOLDER-ROLE-TEXT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       WRITE-MASTER-ADDRESS-LINES.
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Customer: " ACCT-CUST-NO " " CUST-NAME
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      *> A converted leg also shows what it was worth on the other
      *> side and the rate it was converted at.
       WRITE-STATEMENT-TRANS-LINE.
           MOVE SPACES TO STATEMENT-RECORD
           IF TRANS-FX-CURRENCY = SPACES
               STRING "  " TRANS-DATE " " TRANS-TIME " "
                   TRANS-TYPE " " WS-ACCT-CCY " " TRANS-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               MOVE TRANS-FX-RATE TO WS-FX-RATE-ED
               STRING "  " TRANS-DATE " " TRANS-TIME " "
                   TRANS-TYPE " " WS-ACCT-CCY " " TRANS-AMOUNT " = "
                   TRANS-FX-CURRENCY " " TRANS-FX-AMOUNT " at "
                   WS-FX-RATE-ED
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD.

      *> A posting this run has just made (standing order, charge,

      *> The one place that knows which way each transaction type
      *> moves a balance: credits ('D' deposit, 'I' interest, 'F'
      *> transfer in, 'X' returned payment, 'N' and 'M' the interest
      *> and principal portions of a loan instalment) come out
      *> positive, debits ('W' withdrawal, 'S' standing order, 'T'
      *> transfer out, 'C' service charge, 'P' external payment,
      *> 'A' loan interest charged, 'L' loan instalment collected,
      *> 'Q' cheque paid through inward clearing, 'H' tax withheld
      *> from interest, 'B' a loan drawdown debited to the new
      *> loan) negative - 'G', the drawdown credited to the
      *> repayment account, is a credit - and a reversal carries the
      *> opposite sign of the entry it corrects. Reconciliation and
      *> the charge scan both sign through here so they can never
      *> disagree.
       SET-TRANSACTION-SIGNED-AMOUNT.
           EVALUATE TRANS-TYPE
               WHEN 'W'
               WHEN 'T'
               WHEN 'C'
               WHEN 'P'
               WHEN 'A'
               WHEN 'L'
               WHEN 'Q'
               WHEN 'H'
               WHEN 'B'
                   COMPUTE WS-TRANS-SIGNED = 0 - TRANS-AMOUNT
               WHEN 'R'
                   IF TRANS-REF-TYPE = 'D'
       WRITE-STATEMENT-FOOTER.
           IF WS-INTEREST-AMT > 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Interest Posted This Run: " WS-ACCT-CCY " "
                   WS-INTEREST-AMT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               IF ACCT-TYPE NOT = 'T'
                   MOVE WS-ADB TO WS-ADB-ED
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  Accrued on Average Daily Balance of "
                       WS-ACCT-CCY " " WS-ADB-ED
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
               IF WS-WHT-AMT > 0
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "Tax Withheld at Source:   " WS-ACCT-CCY " "
                       WS-WHT-AMT
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   SUBTRACT WS-WHT-AMT FROM WS-INTEREST-AMT
                       GIVING WS-NET-INTEREST
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "Net Interest Credited:    " WS-ACCT-CCY " "
                       WS-NET-INTEREST
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-IF

           IF ACCT-TYPE = 'L'
               PERFORM WRITE-LOAN-FOOTER-LINES
           END-IF

           MOVE WS-CLOSING-BAL TO WS-CLOSING-BAL-ED
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Closing Balance: " WS-ACCT-CCY " " WS-CLOSING-BAL-ED
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      *> A loan's closing balance is what is owed (shown negative);
      *> the lines above it say what this month's instalment is,
      *> when it is collected and from where, and what is already
      *> overdue. The collection itself posts after the cut-off, so
      *> it opens next month's statement.
       WRITE-LOAN-FOOTER-LINES.
           IF WS-LN-INTEREST > 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Loan Interest Charged This Run: " WS-ACCT-CCY " "
                   WS-LN-INTEREST
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           IF BALANCE < 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Instalment: " WS-ACCT-CCY " " ACCT-INSTALMENT
                   " due "
                   ACCT-NEXT-DUE " from account " ACCT-SETTLE-ID
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Final Instalment Due: " ACCT-MATURITY-DATE
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           IF ACCT-ARREARS > 0
               MOVE SPACES TO STATEMENT-RECORD
               STRING "*** Arrears Outstanding: " WS-ACCT-CCY " "
                   ACCT-ARREARS
                   " ***"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

      *> WS-RECON-MOVEMENT is already totaled for this account - the
      *> sorted-group pass and each this-run posting added to it as
      *> they went - so this paragraph only compares it to the
           WRITE RECONCILE-RECORD.

       LOG-TRANSACTION-INTEREST.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               MOVE SPACES TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> A customer flagged CUST-TAX-LIABLE has tax at the TAXTAB
      *> rate taken off each interest credit as it is paid. The
      *> deduction posts as its own 'H' debit, stamped with the
      *> same date/time as the 'I' it is taken from, so the
      *> statement and the year-end certificate both show gross,
      *> tax and net rather than a single net credit.
       WITHHOLD-INTEREST-TAX.
           COMPUTE WS-WHT-AMT ROUNDED =
               WS-INTEREST-AMT * TAX-WHT-RATE
           IF WS-WHT-AMT > 0
               SUBTRACT WS-WHT-AMT FROM BALANCE
               SUBTRACT WS-WHT-AMT FROM AVAIL-BALANCE
               REWRITE CUSTOMER-RECORD
               ADD 1 TO WS-WHT-COUNT
               PERFORM LOG-TRANSACTION-WHTAX
               PERFORM ADD-RUN-POSTING-TO-STATEMENT
           END-IF.

       LOG-TRANSACTION-WHTAX.
           PERFORM GET-ACCOUNT-CURRENCY
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: " T-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
               MOVE 'H' TO TRANS-TYPE
               MOVE WS-WHT-AMT TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE SPACES TO TRANS-REF-DATE
               MOVE SPACES TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-REF-TYPE
               MOVE TAX-WHT-CODE TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> A loan starts accruing at the first month end after it was
      *> opened - the month its first instalment falls due - and
      *> accrues a twelfth of its annual rate on the whole balance
      *> owed, arrears and unpaid interest included. The interest
      *> posts as an 'A' debit to the loan and joins ACCT-INT-DUE,
      *> the interest portion the next collection repays first.
      *> A frozen loan takes no postings, the same as any frozen
      *> account, and one already repaid has nothing to accrue on.
       ACCRUE-LOAN-INTEREST.
           MOVE 0 TO WS-LN-INTEREST
           IF ACCT-STATUS NOT = 'F' AND BALANCE < 0
                   AND ACCT-NEXT-DUE NOT = SPACES
                   AND ACCT-NEXT-DUE(1:7) <= WS-RUN-PERIOD
               COMPUTE WS-LN-OWED = 0 - BALANCE
               COMPUTE WS-LN-INTEREST ROUNDED =
                   WS-LN-OWED * ACCT-FIXED-RATE / 12
               IF WS-LN-INTEREST > 0
                   SUBTRACT WS-LN-INTEREST FROM BALANCE
                   SUBTRACT WS-LN-INTEREST FROM AVAIL-BALANCE
                   ADD WS-LN-INTEREST TO ACCT-INT-DUE
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WS-LN-ACCRUED
                   MOVE ACCT-ID TO WS-SEARCH-ID
                   PERFORM LOG-TRANSACTION-LOAN-INTEREST
                   PERFORM ADD-RUN-POSTING-TO-STATEMENT
               END-IF
               PERFORM QUEUE-LOAN-INSTALMENT
           END-IF.

      *> A due date left behind the run month (a month-end run that
      *> never reached its collection) counts that instalment into
      *> arrears before this month's is queued, so nothing falls
      *> due unnoticed. The due-date and arrears changes ride out on
      *> the per-account anchor REWRITE in MAIN-PARA.
       QUEUE-LOAN-INSTALMENT.
           PERFORM UNTIL ACCT-NEXT-DUE(1:7) >= WS-RUN-PERIOD
               ADD ACCT-INSTALMENT TO ACCT-ARREARS
               PERFORM ADVANCE-LOAN-DUE-DATE
           END-PERFORM
           COMPUTE WS-LN-OWED = 0 - BALANCE
           IF WS-LN-COUNT >= WS-LN-MAX
               MOVE 'Y' TO WS-LN-OVERFLOW
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE ACCT-ID TO WS-LN-LOAN-ID(WS-LN-COUNT)
               MOVE ACCT-SETTLE-ID TO WS-LN-REPAY-ID(WS-LN-COUNT)
               IF ACCT-NEXT-DUE(1:7) >= ACCT-MATURITY-DATE(1:7)
                   MOVE WS-LN-OWED TO WS-LN-DUE(WS-LN-COUNT)
               ELSE
                   COMPUTE WS-LN-DUE(WS-LN-COUNT) =
                       ACCT-INSTALMENT + ACCT-ARREARS
                   IF WS-LN-DUE(WS-LN-COUNT) > WS-LN-OWED
                       MOVE WS-LN-OWED TO WS-LN-DUE(WS-LN-COUNT)
                   END-IF
               END-IF
               MOVE ACCT-INSTALMENT TO WS-LN-INSTAL(WS-LN-COUNT)
               IF WS-LN-INSTAL(WS-LN-COUNT) > WS-LN-DUE(WS-LN-COUNT)
                   MOVE WS-LN-DUE(WS-LN-COUNT)
                       TO WS-LN-INSTAL(WS-LN-COUNT)
               END-IF
           END-IF.

      *> Due dates are month ends: the next one is the last day of
      *> the following month.
       ADVANCE-LOAN-DUE-DATE.
           MOVE ACCT-NEXT-DUE(1:4) TO WS-CD-YEAR
           MOVE ACCT-NEXT-DUE(6:2) TO WS-CD-MONTH
           ADD 1 TO WS-CD-MONTH
           IF WS-CD-MONTH > 12
               MOVE 1 TO WS-CD-MONTH
               ADD 1 TO WS-CD-YEAR
           END-IF
           PERFORM SET-DAYS-IN-MONTH
           MOVE WS-CD-MAX-DAY TO WS-CD-DAY
           STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
               DELIMITED BY SIZE INTO ACCT-NEXT-DUE.

       LOG-TRANSACTION-LOAN-INTEREST.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: " T-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
               MOVE 'A' TO TRANS-TYPE
               MOVE WS-LN-INTEREST TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE SPACES TO TRANS-REF-DATE
               MOVE SPACES TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-REF-TYPE
               MOVE SPACES TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> Collects each queued instalment from its repayment account,
      *> after the period cut-off like the term settlements, so the
      *> postings open both accounts' next statements. LOANARR.DAT
      *> starts fresh each run (extended on a resumed one) so it
      *> only ever lists this month's shortfalls.
       COLLECT-LOAN-INSTALMENTS.
           IF WS-RESTART-MODE = 'Y'
               OPEN EXTEND LOANARR-FILE
               IF L-FILE-STATUS = "35"
                   OPEN OUTPUT LOANARR-FILE
               END-IF
           ELSE
               OPEN OUTPUT LOANARR-FILE
           END-IF
           IF L-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan arrears file: "
                   L-FILE-STATUS
               DISPLAY "*** Loan instalments NOT collected this run - "
                   "they count into arrears on the next. ***"
           ELSE
               IF WS-LN-COUNT > 0
                   OPEN I-O CUSTOMER-FILE
                   IF C-FILE-STATUS NOT = "00"
                       DISPLAY "Error opening customer file for loan "
                           "collection: " C-FILE-STATUS
                   ELSE
                       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                               UNTIL WS-LN-IDX > WS-LN-COUNT
                           PERFORM COLLECT-ONE-LOAN-INSTALMENT
                       END-PERFORM
                       CLOSE CUSTOMER-FILE
                   END-IF
               END-IF
               CLOSE LOANARR-FILE
           END-IF
           IF WS-LN-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than " WS-LN-MAX " loan "
                   "instalments due - the rest count into arrears "
                   "on the next run."
           END-IF.

      *> The repayment account is debited (and rewritten) before the
      *> loan is credited - the same discipline as every two-leg
      *> posting here. The full amount due is tried first; failing
      *> that, just this month's instalment, so a customer who can
      *> meet the month but not the back arrears still pays the
      *> month. Whatever is not collected is the loan's arrears.
      *> The loan's due date moves on a month either way.
       COLLECT-ONE-LOAN-INSTALMENT.
           MOVE 'N' TO WS-LN-PAID
           MOVE 0 TO WS-LN-AMOUNT
           MOVE SPACES TO WS-LN-REASON
           MOVE WS-LN-REPAY-ID(WS-LN-IDX) TO ACCT-ID
           READ CUSTOMER-FILE
               KEY IS ACCT-ID
           IF C-FILE-STATUS NOT = "00"
               MOVE "NO REPAYMENT ACCT  " TO WS-LN-REASON
           ELSE
               IF ACCT-STATUS = 'F'
                   MOVE "REPAYMENT FROZEN   " TO WS-LN-REASON
               ELSE
                   MOVE WS-LN-DUE(WS-LN-IDX) TO WS-LN-AMOUNT
                   PERFORM CHECK-LOAN-FUNDS
                   IF WS-LN-FUNDS-OK = 'N'
                           AND WS-LN-INSTAL(WS-LN-IDX) <
                               WS-LN-DUE(WS-LN-IDX)
                       MOVE WS-LN-INSTAL(WS-LN-IDX) TO WS-LN-AMOUNT
                       PERFORM CHECK-LOAN-FUNDS
                   END-IF
                   IF WS-LN-FUNDS-OK = 'Y'
                       SUBTRACT WS-LN-AMOUNT FROM BALANCE
                       SUBTRACT WS-LN-AMOUNT FROM AVAIL-BALANCE
                       REWRITE CUSTOMER-RECORD
                       MOVE 'Y' TO WS-LN-PAID
                   ELSE
                       MOVE "INSUFFICIENT FUNDS " TO WS-LN-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-LN-PAID = 'N'
               MOVE 0 TO WS-LN-AMOUNT
           END-IF

           MOVE WS-LN-LOAN-ID(WS-LN-IDX) TO ACCT-ID
           READ CUSTOMER-FILE
               KEY IS ACCT-ID
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Loan account " WS-LN-LOAN-ID(WS-LN-IDX)
                   " not found at collection: " C-FILE-STATUS
               IF WS-LN-PAID = 'Y'
                   DISPLAY "*** LOAN CREDIT FAILED - repayment "
                       "account " WS-LN-REPAY-ID(WS-LN-IDX)
                       " HAS BEEN DEBITED $" WS-LN-AMOUNT " ***"
                   DISPLAY "*** Post the credit to "
                       WS-LN-LOAN-ID(WS-LN-IDX) " manually. ***"
               END-IF
           ELSE
               IF WS-LN-AMOUNT > ACCT-INT-DUE
                   MOVE ACCT-INT-DUE TO WS-LN-INT-PART
               ELSE
                   MOVE WS-LN-AMOUNT TO WS-LN-INT-PART
               END-IF
               COMPUTE WS-LN-CAP-PART = WS-LN-AMOUNT - WS-LN-INT-PART
               SUBTRACT WS-LN-INT-PART FROM ACCT-INT-DUE
               ADD WS-LN-AMOUNT TO BALANCE
               ADD WS-LN-AMOUNT TO AVAIL-BALANCE
               COMPUTE ACCT-ARREARS =
                   WS-LN-DUE(WS-LN-IDX) - WS-LN-AMOUNT
               PERFORM ADVANCE-LOAN-DUE-DATE
               REWRITE CUSTOMER-RECORD
               IF WS-LN-PAID = 'Y'
                   ADD 1 TO WS-LN-COLLECTED
                   PERFORM LOG-LOAN-COLLECTION
               END-IF
               IF ACCT-ARREARS > 0
                   ADD 1 TO WS-LN-IN-ARREARS
                   IF WS-LN-REASON = SPACES
                       MOVE "ARREARS NOT MET    " TO WS-LN-REASON
                   END-IF
                   MOVE SPACES TO LOANARR-RECORD
                   STRING WS-LN-REASON " " ACCT-ID " from "
                       WS-LN-REPAY-ID(WS-LN-IDX) " due $"
                       WS-LN-DUE(WS-LN-IDX) " paid $" WS-LN-AMOUNT
                       " arrears $" ACCT-ARREARS
                       DELIMITED BY SIZE INTO LOANARR-RECORD
                   WRITE LOANARR-RECORD
               END-IF
           END-IF.

      *> The same available-funds rule as every other debit: a
      *> checking account may run into its overdraft limit, anything
      *> else must have the money available.
       CHECK-LOAN-FUNDS.
           MOVE 'N' TO WS-LN-FUNDS-OK
           COMPUTE WS-LN-NEW-AVAIL = AVAIL-BALANCE - WS-LN-AMOUNT
           IF (ACCT-TYPE = 'C' AND
                   WS-LN-NEW-AVAIL >= 0 - OD-LIMIT)
               OR (ACCT-TYPE NOT = 'C' AND
                   AVAIL-BALANCE >= WS-LN-AMOUNT)
               MOVE 'Y' TO WS-LN-FUNDS-OK
           END-IF.

      *> One 'L' debit on the repayment account and, on the loan,
      *> the interest ('N') and principal ('M') portions it repaid as
      *> separate credits, all under one date/time stamp. A portion
      *> that comes to nothing is not written. The repayment account
      *> is in the loan's currency (BANKACCT links no other), so
      *> every leg carries the loan's currency unconverted.
       LOG-LOAN-COLLECTION.
           PERFORM GET-ACCOUNT-CURRENCY
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: " T-FILE-STATUS
           ELSE
               MOVE WS-LN-REPAY-ID(WS-LN-IDX) TO TRANS-ACCT-ID
               MOVE 'L' TO TRANS-TYPE
               MOVE WS-LN-AMOUNT TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE SPACES TO TRANS-REF-DATE
               MOVE SPACES TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-REF-TYPE
               MOVE WS-LN-LOAN-ID(WS-LN-IDX) TO TRANS-COUNTERPARTY
               MOVE "MONTHEND" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
               MOVE WS-LN-LOAN-ID(WS-LN-IDX) TO TRANS-ACCT-ID
               MOVE WS-LN-REPAY-ID(WS-LN-IDX) TO TRANS-COUNTERPARTY
               IF WS-LN-INT-PART > 0
                   MOVE 'N' TO TRANS-TYPE
                   MOVE WS-LN-INT-PART TO TRANS-AMOUNT
                   WRITE TRANSACTION-RECORD
               END-IF
               IF WS-LN-CAP-PART > 0
                   MOVE 'M' TO TRANS-TYPE
                   MOVE WS-LN-CAP-PART TO TRANS-AMOUNT
                   WRITE TRANSACTION-RECORD
               END-IF
           END-IF
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

      *> The batch runs in the end-of-day window: the branch day has
      *> to be closed by EODCLOSE first, so no teller can post while
      *> the period is being cut off and TRANSACTIONS.DAT archived,
      *> and every posting this run makes is dated that closed day.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "Error opening business date file BUSDATE.DAT: "
                   B-FILE-STATUS
               DISPLAY "Run halted before any posting."
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           READ BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "No business date on BUSDATE.DAT - run halted "
                   "before any posting."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           MOVE BD-ME-PERIOD TO WS-ME-PERIOD
           MOVE BD-DAY-STATUS TO WS-DAY-STATUS
           CLOSE BUSDATE-FILE
           IF WS-DAY-STATUS NOT = 'C'
               DISPLAY "Business day " WS-BUS-DATE " is still open - "
                   "close it with EODCLOSE before running MONTHEND."
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

      *> Re-read rather than rewritten from memory, so nothing else
      *> on the control record is put back as it stood at the start
      *> of a long run.
       RECORD-MONTHEND-PERIOD.
           MOVE 'N' TO WS-BD-RECORDED
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS = "00"
               READ BUSDATE-FILE
               IF B-FILE-STATUS = "00"
                   MOVE BUSDATE-RECORD TO WS-BD-IMAGE
                   MOVE 'Y' TO WS-BD-RECORDED
               END-IF
               CLOSE BUSDATE-FILE
           END-IF

           IF WS-BD-RECORDED = 'Y'
               MOVE 'N' TO WS-BD-RECORDED
               OPEN OUTPUT BUSDATE-FILE
               IF B-FILE-STATUS = "00"
                   MOVE WS-BD-IMAGE TO BUSDATE-RECORD
                   MOVE WS-RUN-PERIOD TO BD-ME-PERIOD
                   WRITE BUSDATE-RECORD
                   IF B-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-BD-RECORDED
                   END-IF
                   CLOSE BUSDATE-FILE
               END-IF
           END-IF

           IF WS-BD-RECORDED = 'N'
               DISPLAY "Error updating business date file: "
                   B-FILE-STATUS
               DISPLAY "*** Period " WS-RUN-PERIOD " NOT recorded as "
                   "run - record it before the next MONTHEND. ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The tier is picked on the same average daily balance the
      *> interest accrues on - parking a large sum the night before
      *> the batch no longer buys the higher tier either.
       LOOKUP-INTEREST-RATE.
           MOVE 0 TO WS-RATE-PCT
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE WS-ACCT-CCY TO WS-RATE-CURRENCY
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RATE-CURRENCY(RATE-IDX) = WS-RATE-CURRENCY
                       AND RATE-ACCT-TYPE(RATE-IDX) = ACCT-TYPE
                       AND WS-ADB >= RATE-TIER-MIN(RATE-IDX)
                   MOVE RATE-PCT(RATE-IDX) TO WS-RATE-PCT
               END-IF
           END-PERFORM.

      *> Currency of the account record in hand; spaces on a record
      *> opened before currencies were recorded mean the base.
       GET-ACCOUNT-CURRENCY.
           IF ACCT-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-ACCT-CCY
           END-IF.

       LOG-AUDIT-EVENT.
           PERFORM INIT-AUDIT-SEQUENCE
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND AUDIT-FILE
           IF A-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF

           IF A-FILE-STATUS NOT = "00"
               DISPLAY "Error opening audit log: " A-FILE-STATUS
           ELSE
               ADD 1 TO WS-AUDIT-SEQ
               MOVE WS-AUDIT-SEQ TO AUD-SEQ
               MOVE WS-BUS-DATE TO AUD-DATE
               MOVE WS-TIME-STRING TO AUD-TIME
               MOVE "MONTHEND" TO AUD-OPER-ID
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE WS-SEARCH-ID TO AUD-SUBJECT
               MOVE "MONTHEND" TO AUD-PROGRAM
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       INIT-AUDIT-SEQUENCE.
           MOVE 0 TO WS-AUDIT-SEQ
           OPEN INPUT AUDIT-FILE
           IF A-FILE-STATUS = "00"
               PERFORM UNTIL A-FILE-STATUS = "10"
                   READ AUDIT-FILE
                   IF A-FILE-STATUS = "00"
                       IF AUD-SEQ IS NUMERIC
                           MOVE AUD-SEQ TO WS-AUDIT-SEQ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       END-PROGRAM.
           STOP RUN.
