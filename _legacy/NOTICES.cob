       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Customer notice letters. Finds every letter that is due and
      *> writes it, print-ready and addressed from CUSTMAST.DAT, to
      *> NOTICES.DAT:
      *>   - maturity pre-notice: a fixed-term deposit ('T') that
      *>     matures within the next WS-LEAD-DAYS days, stating the
      *>     ACCT-DISPOSITION that will apply (paid out to the
      *>     settlement account, or rolled over);
      *>   - dormancy warning: an active account whose
      *>     LAST-ACTIVITY-DATE will pass MONTHEND's twelve-month
      *>     dormancy cut-off (CHECK-DORMANCY) within the next
      *>     WS-LEAD-DAYS days;
      *>   - returned payment: each 'X' re-credit PAYRET posted, with
      *>     the clearing system's return reason - read from
      *>     TRANSACTIONS.DAT and from the TRANSHIST.DAT archive of
      *>     the current and previous period, so a return MONTHEND
      *>     archived before it was lettered still gets one;
      *>   - failed standing order: each order on SOFAIL.DAT, the
      *>     orders the last MONTHEND could not pay.
      *> Every letter produced is recorded on NOTICEREG.DAT (see
      *> NOTCREG.cpy) and looked up there first, so the batch can run
      *> every day and nobody gets the same letter twice. A letter
      *> for an account with no customer address on file is not
      *> produced or registered - it is listed on the console and
      *> comes out on the first run after the address is keyed.
      *> Letters go to the account's owner (ACCT-CUST-NO); the other
      *> holders of a joint account are not written to separately.
      *> Run daily after PAYRET, and after MONTHEND on month end (a
      *> return archived by MONTHEND is picked up from TRANSHIST.DAT).
      *> Sets RETURN-CODE 8 when the files cannot be opened, so a
      *> batch scheduler can stop the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS C-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS M-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO 'STANDING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS O-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'NOTICEREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-KEY
               FILE STATUS IS G-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS T-FILE-STATUS.
           SELECT TRANSHIST-FILE ASSIGN TO 'TRANSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS H-FILE-STATUS.
           SELECT SOFAIL-FILE ASSIGN TO 'SOFAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'NOTICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY CUSTMAST.

       FD STANDING-FILE.
       01 STANDING-RECORD.
           COPY STANDORD.

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY NOTCREG.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD  PIC X(120).

       FD TRANSHIST-FILE.
       01 TRANSHIST-RECORD.
           COPY TRNHIST.

      *> The line MONTHEND writes for each order it could not pay,
      *> read back by position.
       FD SOFAIL-FILE.
       01 SOFAIL-RECORD.
           05 SOF-LINE.
               10 SOF-REASON     PIC X(19).
               10 SOF-ACCT-ID    PIC X(10).
               10 FILLER         PIC X(7).
               10 SOF-ORDER-ID   PIC X(10).
               10 FILLER         PIC X(5).
               10 SOF-DAY        PIC 99.
               10 FILLER         PIC X(2).
               10 SOF-AMOUNT     PIC 9(7)V99.
               10 FILLER         PIC X(7).
               10 SOF-PAYEE      PIC X(30).
               10 FILLER         PIC X(5).
               10 SOF-RUN-DATE   PIC X(10).
               10 FILLER         PIC X(4).

       FD NOTICE-FILE.
       01 NOTICE-RECORD       PIC X(80).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 C-FILE-STATUS    PIC XX.
       01 M-FILE-STATUS    PIC XX.
       01 O-FILE-STATUS    PIC XX.
       01 G-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 H-FILE-STATUS    PIC XX.
       01 F-FILE-STATUS    PIC XX.
       01 N-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-BUS-DATE      PIC X(10).

       01 WS-TRANS-DETAIL.
           COPY TRANSREC.

      *> The archive periods (YYYY/MM) searched for returns: the
      *> business date's own and the one before it.
       01 WS-THIS-PERIOD   PIC X(7).
       01 WS-LAST-PERIOD   PIC X(7).
       01 WS-LP-YEAR       PIC 9999.
       01 WS-LP-MONTH      PIC 99.

      *> How far ahead of the event the maturity pre-notice and the
      *> dormancy warning go out.
       01 WS-LEAD-DAYS     PIC 99 VALUE 30.
       01 WS-LEAD-DATE     PIC X(10).
       01 WS-DORMANT-WARN  PIC X(10).
       01 WS-DORMANT-DATE  PIC X(10).
       01 WS-DORMANT-YEAR  PIC 9999.

       01 WS-CD-YEAR       PIC 9999.
       01 WS-CD-MONTH      PIC 99.
       01 WS-CD-DAY        PIC 99.
       01 WS-CD-MAX-DAY    PIC 99.
       01 WS-CD-QUOT       PIC 9(4).
       01 WS-CD-REM        PIC 9(4).

      *> The notice in hand: its register key, and whether the
      *> account could be addressed.
       01 WS-NT-TYPE       PIC X(1).
       01 WS-NT-ACCT-ID    PIC X(10).
       01 WS-NT-REF        PIC X(20).
       01 WS-NT-SUBJECT    PIC X(40).
       01 WS-NT-SENT       PIC X.
       01 WS-NT-MAILABLE   PIC X.
       01 WS-SO-FOUND      PIC X.
       01 WS-SO-OPEN       PIC X VALUE 'N'.

       01 WS-MATURITY-COUNT PIC 9(5) VALUE 0.
       01 WS-DORMANCY-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(5) VALUE 0.
       01 WS-SOFAIL-COUNT   PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT  PIC 9(5) VALUE 0.
       01 WS-UNMAILED-COUNT PIC 9(5) VALUE 0.

      *> Amounts in a letter are in the account's own currency,
      *> WS-NT-CCY, set by SET-NOTICE-CURRENCY from the account read.
       01 WS-NT-CCY        PIC X(3).
       01 WS-AMOUNT-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-ED    PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-REASON-TEXT   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER NOTICES START"

           PERFORM READ-BUSINESS-DATE
           PERFORM SET-NOTICE-WINDOWS

           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer master file: "
                   M-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN I-O REGISTER-FILE
           IF G-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF G-FILE-STATUS NOT = "00"
               DISPLAY "Error opening notice register NOTICEREG.DAT: "
                   G-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT NOTICE-FILE
           IF N-FILE-STATUS NOT = "00"
               DISPLAY "Error opening notice file: " N-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE MASTER-FILE
               CLOSE REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN INPUT STANDING-FILE
           IF O-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SO-OPEN
           END-IF

           PERFORM SCAN-ACCOUNTS
           PERFORM SCAN-RETURNED-PAYMENTS
           PERFORM SCAN-ARCHIVED-RETURNS
           PERFORM SCAN-FAILED-ORDERS

           CLOSE CUSTOMER-FILE
           CLOSE MASTER-FILE
           CLOSE REGISTER-FILE
           CLOSE NOTICE-FILE
           IF WS-SO-OPEN = 'Y'
               CLOSE STANDING-FILE
           END-IF

           DISPLAY "Business date " WS-BUS-DATE ", notices up to "
               WS-LEAD-DATE
           DISPLAY "Maturity pre-notices:      " WS-MATURITY-COUNT
           DISPLAY "Dormancy warnings:         " WS-DORMANCY-COUNT
           DISPLAY "Returned payment letters:  " WS-RETURNED-COUNT
           DISPLAY "Failed standing order letters: " WS-SOFAIL-COUNT
           DISPLAY "Letters written to NOTICES.DAT"
           DISPLAY "Already sent (register):   " WS-ALREADY-COUNT
           IF WS-UNMAILED-COUNT > 0
               DISPLAY "Notices held - no address on file: "
                   WS-UNMAILED-COUNT
           END-IF
           DISPLAY "CUSTOMER NOTICES COMPLETE"

           STOP RUN.

      *> WS-LEAD-DATE is the business date plus WS-LEAD-DAYS, rolled
      *> over month ends by hand as BANKACCT's COMPUTE-CLEAR-DATE
      *> does. An account last active before WS-DORMANT-WARN (the
      *> same date a year earlier) will have passed the twelve-month
      *> dormancy cut-off by WS-LEAD-DATE.
       SET-NOTICE-WINDOWS.
           MOVE WS-BUS-DATE(1:4) TO WS-CD-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-CD-MONTH
           MOVE WS-BUS-DATE(9:2) TO WS-CD-DAY
           ADD WS-LEAD-DAYS TO WS-CD-DAY
           PERFORM SET-DAYS-IN-MONTH
           PERFORM UNTIL WS-CD-DAY <= WS-CD-MAX-DAY
               SUBTRACT WS-CD-MAX-DAY FROM WS-CD-DAY
               ADD 1 TO WS-CD-MONTH
               IF WS-CD-MONTH > 12
                   MOVE 1 TO WS-CD-MONTH
                   ADD 1 TO WS-CD-YEAR
               END-IF
               PERFORM SET-DAYS-IN-MONTH
           END-PERFORM
           STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
               DELIMITED BY SIZE INTO WS-LEAD-DATE
           SUBTRACT 1 FROM WS-CD-YEAR
           STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
               DELIMITED BY SIZE INTO WS-DORMANT-WARN.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-CD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CD-MAX-DAY
               WHEN 2
                   MOVE 28 TO WS-CD-MAX-DAY
                   DIVIDE WS-CD-YEAR BY 4 GIVING WS-CD-QUOT
                       REMAINDER WS-CD-REM
                   IF WS-CD-REM = 0
                       MOVE 29 TO WS-CD-MAX-DAY
                       DIVIDE WS-CD-YEAR BY 100 GIVING WS-CD-QUOT
                           REMAINDER WS-CD-REM
                       IF WS-CD-REM = 0
                           DIVIDE WS-CD-YEAR BY 400 GIVING WS-CD-QUOT
                               REMAINDER WS-CD-REM
                           IF WS-CD-REM NOT = 0
                               MOVE 28 TO WS-CD-MAX-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CD-MAX-DAY
           END-EVALUATE.

      *> Maturity and dormancy both come off the account record, so
      *> one pass over CUSTOMERS.DAT finds both.
       SCAN-ACCOUNTS.
           PERFORM UNTIL C-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
               IF C-FILE-STATUS = "00"
                   IF ACCT-TYPE = 'T'
                           AND ACCT-MATURITY-DATE > WS-BUS-DATE
                           AND ACCT-MATURITY-DATE NOT > WS-LEAD-DATE
                       PERFORM MATURITY-NOTICE
                   END-IF
      *> The same test CHECK-DORMANCY applies at month end, brought
      *> forward by the lead time.
                   IF ACCT-STATUS = 'A' AND ACCT-TYPE NOT = 'L'
                           AND LAST-ACTIVITY-DATE NOT = SPACES
                           AND LAST-ACTIVITY-DATE < WS-DORMANT-WARN
                       PERFORM DORMANCY-NOTICE
                   END-IF
               END-IF
           END-PERFORM.

       MATURITY-NOTICE.
           MOVE 'M' TO WS-NT-TYPE
           MOVE ACCT-ID TO WS-NT-ACCT-ID
           MOVE ACCT-MATURITY-DATE TO WS-NT-REF
           MOVE "FIXED-TERM DEPOSIT MATURITY" TO WS-NT-SUBJECT
           PERFORM START-NOTICE
           IF WS-NT-SENT = 'N' AND WS-NT-MAILABLE = 'Y'
               ADD 1 TO WS-MATURITY-COUNT
               MOVE SPACES TO NOTICE-RECORD
               STRING "Your fixed-term deposit matures on "
                   ACCT-MATURITY-DATE "."
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM SET-NOTICE-CURRENCY
               MOVE BALANCE TO WS-BALANCE-ED
               MOVE SPACES TO NOTICE-RECORD
               STRING "Its balance today is " WS-NT-CCY " "
                   WS-BALANCE-ED "."
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               EVALUATE ACCT-DISPOSITION
                   WHEN 'P'
                       MOVE "On maturity the deposit and its interest "
                           TO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                       MOVE SPACES TO NOTICE-RECORD
                       STRING "will be paid into your account "
                           ACCT-SETTLE-ID " and the deposit closed."
                           DELIMITED BY SIZE INTO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                   WHEN 'R'
                       MOVE SPACES TO NOTICE-RECORD
                       STRING "On maturity the deposit will be renewed "
                           "for a further " ACCT-TERM-MONTHS " months"
                           DELIMITED BY SIZE INTO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                       MOVE "at the same rate of interest."
                           TO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                   WHEN OTHER
                       MOVE "We hold no instructions for the deposit "
                           TO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                       MOVE "at maturity - please contact us."
                           TO NOTICE-RECORD
                       WRITE NOTICE-RECORD
               END-EVALUATE
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "If you would like different arrangements, please "
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "contact us before the maturity date."
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM END-NOTICE
           END-IF.

      *> The account goes dormant on the first month end after the
      *> anniversary of its last activity.
       DORMANCY-NOTICE.
           MOVE 'D' TO WS-NT-TYPE
           MOVE ACCT-ID TO WS-NT-ACCT-ID
           MOVE LAST-ACTIVITY-DATE TO WS-NT-REF
           MOVE "ACCOUNT INACTIVITY" TO WS-NT-SUBJECT
           PERFORM START-NOTICE
           IF WS-NT-SENT = 'N' AND WS-NT-MAILABLE = 'Y'
               ADD 1 TO WS-DORMANCY-COUNT
               MOVE LAST-ACTIVITY-DATE TO WS-DORMANT-DATE
               MOVE LAST-ACTIVITY-DATE(1:4) TO WS-DORMANT-YEAR
               ADD 1 TO WS-DORMANT-YEAR
               MOVE WS-DORMANT-YEAR TO WS-DORMANT-DATE(1:4)
               MOVE SPACES TO NOTICE-RECORD
               STRING "There has been no activity on this account "
                   "since " LAST-ACTIVITY-DATE "."
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               STRING "If there is none by " WS-DORMANT-DATE
                   ", the account will be classed as dormant"
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "and no further interest will be paid on it until"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "it is reactivated." TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "A deposit, withdrawal or transfer of your own "
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "will keep the account active."
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM END-NOTICE
           END-IF.

      *> The open period. A return posted on the last day of a month
      *> is archived by MONTHEND before this batch runs that night,
      *> so SCAN-ARCHIVED-RETURNS reads it back from TRANSHIST.DAT.
       SCAN-RETURNED-PAYMENTS.
           OPEN INPUT TRANSACTION-FILE
           IF T-FILE-STATUS = "35"
               DISPLAY "No open-period transaction file - no returned "
                   "payment letters."
           ELSE
               IF T-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening transaction file: "
                       T-FILE-STATUS
               ELSE
                   PERFORM UNTIL T-FILE-STATUS NOT = "00"
                       READ TRANSACTION-FILE
                       IF T-FILE-STATUS = "00"
                           MOVE TRANSACTION-RECORD TO WS-TRANS-DETAIL
                           IF TRANS-TYPE = 'X'
                               PERFORM RETURNED-PAYMENT-NOTICE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF.

      *> Returns MONTHEND has archived, for the business date's period
      *> and the one before (so a month-end night that was missed is
      *> caught the next day). Older periods were lettered when they
      *> were open; the register stops a second letter for a return
      *> already sent from TRANSACTIONS.DAT.
       SCAN-ARCHIVED-RETURNS.
           MOVE WS-BUS-DATE(1:7) TO WS-THIS-PERIOD
           MOVE WS-BUS-DATE(1:4) TO WS-LP-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-LP-MONTH
           IF WS-LP-MONTH = 1
               MOVE 12 TO WS-LP-MONTH
               SUBTRACT 1 FROM WS-LP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LP-MONTH
           END-IF
           MOVE SPACES TO WS-LAST-PERIOD
           STRING WS-LP-YEAR '/' WS-LP-MONTH DELIMITED BY SIZE
               INTO WS-LAST-PERIOD

           OPEN INPUT TRANSHIST-FILE
           IF H-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF H-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening history file: "
                       H-FILE-STATUS
               ELSE
                   PERFORM UNTIL H-FILE-STATUS = "10"
                       READ TRANSHIST-FILE
                       IF H-FILE-STATUS = "00"
                           AND (HIST-PERIOD = WS-THIS-PERIOD
                             OR HIST-PERIOD = WS-LAST-PERIOD)
                           MOVE HIST-IMAGE TO WS-TRANS-DETAIL
                           IF TRANS-TYPE = 'X'
                               PERFORM RETURNED-PAYMENT-NOTICE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE TRANSHIST-FILE
               END-IF
           END-IF.

       RETURNED-PAYMENT-NOTICE.
           MOVE 'R' TO WS-NT-TYPE
           MOVE TRANS-ACCT-ID TO WS-NT-ACCT-ID
           MOVE SPACES TO WS-NT-REF
           STRING TRANS-DATE TRANS-TIME DELIMITED BY SIZE
               INTO WS-NT-REF
           MOVE "RETURNED PAYMENT" TO WS-NT-SUBJECT
           PERFORM READ-NOTICE-ACCOUNT
           IF C-FILE-STATUS = "00"
               PERFORM START-NOTICE
               IF WS-NT-SENT = 'N' AND WS-NT-MAILABLE = 'Y'
                   ADD 1 TO WS-RETURNED-COUNT
                   PERFORM WRITE-RETURNED-PAYMENT-BODY
                   PERFORM END-NOTICE
               END-IF
           END-IF.

      *> The counterparty is the standing order for a bounced order
      *> and the payee account for a teller one-off; an order id is
      *> recognised by finding it on STANDING.DAT against this
      *> account.
       WRITE-RETURNED-PAYMENT-BODY.
           MOVE 'N' TO WS-SO-FOUND
           IF WS-SO-OPEN = 'Y'
               MOVE TRANS-COUNTERPARTY TO SO-ORDER-ID
               READ STANDING-FILE
                   KEY IS SO-ORDER-ID
               IF O-FILE-STATUS = "00" AND SO-ACCT-ID = TRANS-ACCT-ID
                   MOVE 'Y' TO WS-SO-FOUND
               END-IF
           END-IF

           PERFORM SET-NOTICE-CURRENCY
           IF TRANS-CURRENCY NOT = SPACES
               MOVE TRANS-CURRENCY TO WS-NT-CCY
           END-IF
           MOVE TRANS-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO NOTICE-RECORD
           IF TRANS-REF-DATE = SPACES
               STRING "A payment of " WS-NT-CCY " " WS-AMOUNT-ED
                   " from this account"
                   DELIMITED BY SIZE INTO NOTICE-RECORD
           ELSE
               STRING "A payment of " WS-NT-CCY " " WS-AMOUNT-ED
                   " from this account on " TRANS-REF-DATE
                   DELIMITED BY SIZE INTO NOTICE-RECORD
           END-IF
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           IF WS-SO-FOUND = 'Y'
               STRING "under standing order " SO-ORDER-ID " to "
                   SO-PAYEE DELIMITED BY SIZE INTO NOTICE-RECORD
           ELSE
               STRING "to account " TRANS-COUNTERPARTY
                   DELIMITED BY SIZE INTO NOTICE-RECORD
           END-IF
           WRITE NOTICE-RECORD
           MOVE "has been returned to us by the payee's bank."
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           EVALUATE TRANS-REF-TIME(1:2)
               WHEN "01"
                   MOVE "the payee's account is closed"
                       TO WS-REASON-TEXT
               WHEN "02"
                   MOVE "the payee's account number was not found"
                       TO WS-REASON-TEXT
               WHEN "03"
                   MOVE "the payee's bank details are invalid"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "it was refused by the payee's bank"
                       TO WS-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO NOTICE-RECORD
           STRING "Reason: " WS-REASON-TEXT " (code "
               TRANS-REF-TIME(1:2) ")"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "The amount was credited back to your account on "
               TRANS-DATE "."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF WS-SO-FOUND = 'Y'
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "The standing order has been suspended. Please "
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "contact us with the payee's correct bank details "
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "so that we can restart it." TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF.

      *> SOFAIL.DAT holds the orders the last MONTHEND could not pay;
      *> it is rewritten each month end, and the run date on each
      *> line keeps one month's failure apart from the next.
       SCAN-FAILED-ORDERS.
           OPEN INPUT SOFAIL-FILE
           IF F-FILE-STATUS = "35"
               DISPLAY "No standing order failure file - no failed "
                   "standing order letters."
           ELSE
               IF F-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening standing order failure "
                       "file: " F-FILE-STATUS
               ELSE
                   PERFORM UNTIL F-FILE-STATUS NOT = "00"
                       READ SOFAIL-FILE
                       IF F-FILE-STATUS = "00"
                           PERFORM FAILED-ORDER-NOTICE
                       END-IF
                   END-PERFORM
                   CLOSE SOFAIL-FILE
               END-IF
           END-IF.

       FAILED-ORDER-NOTICE.
           MOVE 'S' TO WS-NT-TYPE
           MOVE SOF-ACCT-ID TO WS-NT-ACCT-ID
           MOVE SPACES TO WS-NT-REF
           STRING SOF-ORDER-ID SOF-RUN-DATE DELIMITED BY SIZE
               INTO WS-NT-REF
           MOVE "STANDING ORDER NOT PAID" TO WS-NT-SUBJECT
           PERFORM READ-NOTICE-ACCOUNT
           IF C-FILE-STATUS = "00"
               PERFORM START-NOTICE
               IF WS-NT-SENT = 'N' AND WS-NT-MAILABLE = 'Y'
                   ADD 1 TO WS-SOFAIL-COUNT
                   PERFORM WRITE-FAILED-ORDER-BODY
                   PERFORM END-NOTICE
               END-IF
           END-IF.

       WRITE-FAILED-ORDER-BODY.
           PERFORM SET-NOTICE-CURRENCY
           MOVE SOF-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO NOTICE-RECORD
           STRING "Your standing order " SOF-ORDER-ID " of "
               WS-NT-CCY " " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "to " SOF-PAYEE ", due on day " SOF-DAY
               " of the month,"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "could not be paid this month." TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           EVALUATE SOF-REASON
               WHEN "INSUFFICIENT FUNDS "
                   MOVE "there were not enough available funds"
                       TO WS-REASON-TEXT
               WHEN "ACCOUNT FROZEN     "
                   MOVE "the account is frozen" TO WS-REASON-TEXT
               WHEN "TERM NOT MATURED   "
                   MOVE "the fixed-term deposit has not matured"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "the payment could not be made"
                       TO WS-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO NOTICE-RECORD
           STRING "Reason: " WS-REASON-TEXT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "The order remains in force and will be tried again "
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "at the next month end. Please arrange payment to "
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "the payee directly if it cannot wait." TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

      *> A return or failure on an account closed since has nobody
      *> to write to.
       READ-NOTICE-ACCOUNT.
           MOVE WS-NT-ACCT-ID TO ACCT-ID
           READ CUSTOMER-FILE
               KEY IS ACCT-ID
           IF C-FILE-STATUS NOT = "00"
               ADD 1 TO WS-UNMAILED-COUNT
               DISPLAY "Account " WS-NT-ACCT-ID " not on file - "
                   WS-NT-SUBJECT " notice not produced."
           END-IF.

      *> Currency of the account in the record area; spaces on an
      *> account opened before currencies were recorded mean the
      *> base currency.
       SET-NOTICE-CURRENCY.
           IF ACCT-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-NT-CCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-NT-CCY
           END-IF.

      *> Looks the notice up on the register and, when it is due and
      *> the owner has an address, writes the letter heading and the
      *> address block. The caller writes the body and END-NOTICE
      *> closes the letter and registers it.
       START-NOTICE.
           MOVE 'N' TO WS-NT-SENT
           MOVE 'N' TO WS-NT-MAILABLE
           MOVE WS-NT-TYPE TO NR-TYPE
           MOVE WS-NT-ACCT-ID TO NR-ACCT-ID
           MOVE WS-NT-REF TO NR-REF
           READ REGISTER-FILE
               KEY IS NR-KEY
           IF G-FILE-STATUS = "00"
               MOVE 'Y' TO WS-NT-SENT
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE ACCT-CUST-NO TO CUST-NO
               READ MASTER-FILE
                   KEY IS CUST-NO
               IF M-FILE-STATUS = "00" AND CUST-ADDR1 NOT = SPACES
                   MOVE 'Y' TO WS-NT-MAILABLE
                   PERFORM WRITE-NOTICE-HEADING
               ELSE
                   ADD 1 TO WS-UNMAILED-COUNT
                   DISPLAY "Account " WS-NT-ACCT-ID " has no mailing "
                       "address - " WS-NT-SUBJECT " notice held."
               END-IF
           END-IF.

       WRITE-NOTICE-HEADING.
           MOVE ALL "=" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Date: " WS-BUS-DATE DELIMITED BY SIZE
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE CUST-NAME TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE CUST-ADDR1 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE CUST-ADDR2 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE CUST-ADDR3 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Dear " CUST-NAME DELIMITED BY "  "
               "," DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Account " WS-NT-ACCT-ID " - " WS-NT-SUBJECT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       END-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "Yours sincerely," TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "Customer Services" TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE WS-NT-TYPE TO NR-TYPE
           MOVE WS-NT-ACCT-ID TO NR-ACCT-ID
           MOVE WS-NT-REF TO NR-REF
           MOVE CUST-NO TO NR-CUST-NO
           MOVE WS-BUS-DATE TO NR-SENT-DATE
           WRITE REGISTER-RECORD
           IF G-FILE-STATUS NOT = "00"
               DISPLAY "Error writing notice register: " G-FILE-STATUS
           END-IF.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "Error opening business date file BUSDATE.DAT: "
                   B-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           READ BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "No business date on BUSDATE.DAT - nothing "
                   "produced."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
