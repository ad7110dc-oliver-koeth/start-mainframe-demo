      *> TRANSACTIONS.DAT - and the TRANSHIST.DAT archive, so a
      *> business day that the month-end cut-off has already moved
      *> to history still extracts in full - and writes GLEXTR.DAT
      *> with one summary line per currency and transaction type
      *> that moved that day - count, total amount in that currency,
      *> its base-currency equivalent and a hash total of the
      *> account ids - plus a control trailer carrying the grand
      *> totals, so finance can load the day's movements straight
      *> into the ledger and prove the feed is complete.
      *>
      *> Each movement is converted to the base currency (FXTAB) at
      *> the latest FXRATES.DAT rate on or before the extract date,
      *> one transaction at a time, so the two legs of a cross-
      *> currency transfer land on the ledger at the same base value
      *> give or take the conversion's rounding. Base-currency lines
      *> come first. A currency with no rate on file is extracted
      *> with a zero base amount flagged NO RATE, and RETURN-CODE 8
      *> is set so the feed is not loaded until a rate is keyed.
      *>
      *> After the day's movements come the lending book's positions
      *> from CUSTOMERS.DAT, per currency: an LNB line with the
      *> number of loan accounts and the total still owed on them
      *> (the loan balances, which are held negative, shown as the
      *> positive amount owed) and an LNA line with their arrears,
      *> each with its base equivalent at the same rate and a hash
      *> of the loan account ids. They are the book as it stands
      *> when the extract runs - in the overnight chain, the closed
      *> day's closing position. Being positions rather than
      *> movements they are left out of the trailer, which proves
      *> the GL lines only.
      *>
      *> The hash total is the sum of each record's account id read
      *> as a number (non-digit characters are skipped), truncated to
           SELECT GLEXTR-FILE ASSIGN TO 'GLEXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS G-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS C-FILE-STATUS.
           SELECT FXRATE-FILE ASSIGN TO 'FXRATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS X-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> image behind a period prefix) go through the same
      *> accumulation code.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD  PIC X(120).

       FD TRANSHIST-FILE.
       01 TRANSHIST-RECORD.
           COPY TRNHIST.

       FD GLEXTR-FILE.
       01 GLEXTR-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.

       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 T-FILE-STATUS    PIC XX.
       01 H-FILE-STATUS    PIC XX.
       01 G-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.
       01 X-FILE-STATUS    PIC XX.
       01 C-FILE-STATUS    PIC XX.

       01 WS-TRANS-DETAIL.
           COPY TRANSREC.

      *> One accumulator row per transaction type the system posts;
      *> rows that stay at zero are not written to the extract.
      *> The loan types ('A' interest charged, 'L' instalment
      *> collected, 'N'/'M' its interest and principal portions) get
      *> rows of their own so finance can post loan income and
      *> principal repaid to their own ledger lines. Cheques paid
      *> through inward clearing ('Q') settle against the clearing
      *> house, so they get a row of their own too. Tax withheld
      *> from interest ('H') is owed on to the tax authority and
      *> posts to its own liability line. A loan's drawdown ('B' to
      *> the loan, 'G' paid to the repayment account) is new lending,
      *> not a transfer, so it is kept apart from 'T'/'F'.
       01 WS-TYPE-TABLE-DATA.
           05 FILLER PIC X(18) VALUE "DWIRTFSCPXALNMQHBG".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-DATA.
           05 WS-GL-TYPE      OCCURS 18 TIMES PIC X(1).
       01 WS-TYPE-COUNT       PIC 9(2) VALUE 18.
       01 WS-TYPE-IDX         PIC 9(2).

      *> One block of type rows per currency seen on the day, in the
      *> order first met - the base currency is always block 1.
      *> WS-CCY-RATE is base units per unit of the currency and
      *> WS-CCY-RATED 'N' when no rate was on file for it. The LB
      *> fields hold the currency's lending book: loan accounts,
      *> amount owed and arrears, with base equivalents and hash.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY    OCCURS 20 TIMES.
               10 WS-CCY-CODE     PIC X(3).
               10 WS-CCY-RATE     PIC 9(5)V9(6).
               10 WS-CCY-RATED    PIC X(1).
               10 WS-LB-COUNT     PIC 9(5).
               10 WS-LB-OWED      PIC S9(11)V99.
               10 WS-LB-OWED-BASE PIC S9(11)V99.
               10 WS-LB-ARREARS   PIC 9(11)V99.
               10 WS-LB-ARR-BASE  PIC 9(11)V99.
               10 WS-LB-HASH      PIC 9(15).
               10 WS-CCY-ROW      OCCURS 18 TIMES.
                   15 WS-GL-COUNT     PIC 9(5).
                   15 WS-GL-AMOUNT    PIC 9(9)V99.
                   15 WS-GL-BASE      PIC 9(9)V99.
                   15 WS-GL-HASH      PIC 9(15).
       01 WS-CCY-MAX          PIC 9(2) VALUE 20.
       01 WS-CCY-COUNT        PIC 9(2) VALUE 0.
       01 WS-CCY-IDX          PIC 9(2).
       01 WS-CCY-OVERFLOW     PIC X VALUE 'N'.
       01 WS-TRANS-CCY        PIC X(3).
       01 WS-BASE-AMT         PIC 9(9)V99.
       01 WS-RATE-MISSING     PIC X VALUE 'N'.

       01 WS-TOTAL-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-BASE       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-HASH       PIC 9(15) VALUE 0.

       01 WS-LOAN-OWED        PIC S9(7)V99.
       01 WS-LOAN-BASE        PIC S9(11)V99.
       01 WS-BOOK-FAILED      PIC X VALUE 'N'.

       01 WS-HASH-ID          PIC X(10).
       01 WS-ACCT-NUM         PIC 9(15).
       01 WS-DIGIT            PIC 9.
       01 WS-CHAR-IDX         PIC 9(2).

       01 WS-COUNT-ED         PIC ZZZZ9.
       01 WS-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BASE-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-HASH-ED          PIC 9(15).
       01 WS-BOOK-ED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BOOK-BASE-ED     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-NOTE        PIC X(8).


       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "GL SUMMARY EXTRACT START"

           DISPLAY "Enter business date (YYYY/MM/DD), blank for "
               "the current business date: " WITH NO ADVANCING
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           DISPLAY "Extracting for business date: " WS-BUSINESS-DATE

           MOVE FX-BASE-CURRENCY TO WS-TRANS-CCY
           PERFORM FIND-CURRENCY-ENTRY

           PERFORM SCAN-OPEN-PERIOD
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-LENDING-BOOK

           OPEN OUTPUT GLEXTR-FILE
           IF G-FILE-STATUS NOT = "00"
               GO TO END-PROGRAM
           END-IF

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   IF WS-GL-COUNT(WS-CCY-IDX, WS-TYPE-IDX) > 0
                       PERFORM WRITE-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-LB-COUNT(WS-CCY-IDX) > 0
                   PERFORM WRITE-LENDING-BOOK-LINES
               END-IF
           END-PERFORM

           CLOSE GLEXTR-FILE

           DISPLAY "Transactions summarised: " WS-TOTAL-COUNT
           DISPLAY "Currencies:              " WS-CCY-COUNT
           DISPLAY "Extract written to GLEXTR.DAT"
           IF WS-RATE-MISSING = 'Y'
               DISPLAY "*** NO EXCHANGE RATE on file for a currency "
                   "above (NO RATE lines) - key the rate and rerun "
                   "before loading the feed. ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CCY-OVERFLOW = 'Y'
               DISPLAY "*** More than " WS-CCY-MAX " currencies - "
                   "movements in the rest were NOT extracted. ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BOOK-FAILED = 'Y'
               DISPLAY "*** Customer file could not be read - the "
                   "lending book lines are missing. ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "GL SUMMARY EXTRACT COMPLETE"

           STOP RUN.
               END-IF
           END-IF.

      *> A record written before currencies were recorded has
      *> spaces in TRANS-CURRENCY and is a base-currency movement.
       ACCUMULATE-TRANSACTION.
           IF TRANS-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-TRANS-CCY
           ELSE
               MOVE TRANS-CURRENCY TO WS-TRANS-CCY
           END-IF
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CCY-IDX > 0
               MOVE TRANS-ACCT-ID TO WS-HASH-ID
               PERFORM HASH-ACCOUNT-ID
               COMPUTE WS-BASE-AMT ROUNDED =
                   TRANS-AMOUNT * WS-CCY-RATE(WS-CCY-IDX)
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   IF WS-GL-TYPE(WS-TYPE-IDX) = TRANS-TYPE
                       ADD 1 TO WS-GL-COUNT(WS-CCY-IDX, WS-TYPE-IDX)
                       ADD TRANS-AMOUNT
                           TO WS-GL-AMOUNT(WS-CCY-IDX, WS-TYPE-IDX)
                       ADD WS-BASE-AMT
                           TO WS-GL-BASE(WS-CCY-IDX, WS-TYPE-IDX)
                       ADD WS-ACCT-NUM
                           TO WS-GL-HASH(WS-CCY-IDX, WS-TYPE-IDX)
                       ADD 1 TO WS-TOTAL-COUNT
                       ADD TRANS-AMOUNT TO WS-TOTAL-AMOUNT
                       ADD WS-BASE-AMT TO WS-TOTAL-BASE
                       ADD WS-ACCT-NUM TO WS-TOTAL-HASH
                   END-IF
               END-PERFORM
           END-IF.

      *> Leaves WS-CCY-IDX on the block for WS-TRANS-CCY, opening a
      *> new block (and looking its rate up) the first time the
      *> currency is met; zero when the table is full.
       FIND-CURRENCY-ENTRY.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CHAR-IDX) = WS-TRANS-CCY
                   MOVE WS-CHAR-IDX TO WS-CCY-IDX
               END-IF
           END-PERFORM
           IF WS-CCY-IDX = 0
               IF WS-CCY-COUNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IDX
                   MOVE WS-TRANS-CCY TO WS-CCY-CODE(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-COUNT(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-OWED(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-OWED-BASE(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-ARREARS(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-ARR-BASE(WS-CCY-IDX)
                   MOVE 0 TO WS-LB-HASH(WS-CCY-IDX)
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                       MOVE 0 TO WS-GL-COUNT(WS-CCY-IDX, WS-TYPE-IDX)
                       MOVE 0 TO WS-GL-AMOUNT(WS-CCY-IDX, WS-TYPE-IDX)
                       MOVE 0 TO WS-GL-BASE(WS-CCY-IDX, WS-TYPE-IDX)
                       MOVE 0 TO WS-GL-HASH(WS-CCY-IDX, WS-TYPE-IDX)
                   END-PERFORM
                   PERFORM LOOKUP-CURRENCY-RATE
               ELSE
                   MOVE 'Y' TO WS-CCY-OVERFLOW
               END-IF
           END-IF.

      *> Every loan account on file, whatever its status, totalled
      *> into its currency's block. A missing customer file just
      *> means no accounts have been opened yet.
       SCAN-LENDING-BOOK.
           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS = "35"
               DISPLAY "No customer file - no lending book."
           ELSE
               IF C-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening customer file: "
                       C-FILE-STATUS
                   MOVE 'Y' TO WS-BOOK-FAILED
               ELSE
                   PERFORM UNTIL C-FILE-STATUS NOT = "00"
                       READ CUSTOMER-FILE NEXT RECORD
                       IF C-FILE-STATUS = "00" AND ACCT-TYPE = 'L'
                           PERFORM ACCUMULATE-LOAN-ACCOUNT
                       END-IF
                   END-PERFORM
                   IF C-FILE-STATUS NOT = "10"
                       DISPLAY "Error reading customer file: "
                           C-FILE-STATUS
                       MOVE 'Y' TO WS-BOOK-FAILED
                   END-IF
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       ACCUMULATE-LOAN-ACCOUNT.
           IF ACCT-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-TRANS-CCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-TRANS-CCY
           END-IF
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CCY-IDX > 0
               MOVE ACCT-ID TO WS-HASH-ID
               PERFORM HASH-ACCOUNT-ID
               COMPUTE WS-LOAN-OWED = 0 - BALANCE
               ADD 1 TO WS-LB-COUNT(WS-CCY-IDX)
               ADD WS-LOAN-OWED TO WS-LB-OWED(WS-CCY-IDX)
               COMPUTE WS-LOAN-BASE ROUNDED =
                   WS-LOAN-OWED * WS-CCY-RATE(WS-CCY-IDX)
               ADD WS-LOAN-BASE TO WS-LB-OWED-BASE(WS-CCY-IDX)
               ADD ACCT-ARREARS TO WS-LB-ARREARS(WS-CCY-IDX)
               COMPUTE WS-LOAN-BASE ROUNDED =
                   ACCT-ARREARS * WS-CCY-RATE(WS-CCY-IDX)
               ADD WS-LOAN-BASE TO WS-LB-ARR-BASE(WS-CCY-IDX)
               ADD WS-ACCT-NUM TO WS-LB-HASH(WS-CCY-IDX)
           END-IF.

      *> The latest rate dated on or before the extract date - a
      *> day's movements convert at that day's rate, and a rerun for
      *> a past day is not thrown by rates keyed since.
       LOOKUP-CURRENCY-RATE.
           MOVE 0 TO WS-CCY-RATE(WS-CCY-IDX)
           MOVE 'N' TO WS-CCY-RATED(WS-CCY-IDX)
           IF WS-TRANS-CCY = FX-BASE-CURRENCY
               MOVE 1 TO WS-CCY-RATE(WS-CCY-IDX)
               MOVE 'Y' TO WS-CCY-RATED(WS-CCY-IDX)
           ELSE
               OPEN INPUT FXRATE-FILE
               IF X-FILE-STATUS = "00"
                   MOVE WS-TRANS-CCY TO FX-CURRENCY
                   MOVE LOW-VALUES TO FX-RATE-DATE
                   START FXRATE-FILE KEY IS NOT LESS THAN FX-KEY
                   PERFORM UNTIL X-FILE-STATUS NOT = "00"
                       READ FXRATE-FILE NEXT RECORD
                       IF X-FILE-STATUS = "00"
                           IF FX-CURRENCY NOT = WS-TRANS-CCY
                                   OR FX-RATE-DATE > WS-BUSINESS-DATE
                               MOVE "10" TO X-FILE-STATUS
                           ELSE
                               MOVE FX-RATE TO WS-CCY-RATE(WS-CCY-IDX)
                               MOVE 'Y' TO WS-CCY-RATED(WS-CCY-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE FXRATE-FILE
               END-IF
               IF WS-CCY-RATED(WS-CCY-IDX) = 'N'
                   MOVE 'Y' TO WS-RATE-MISSING
                   DISPLAY "No exchange rate on or before "
                       WS-BUSINESS-DATE " for " WS-TRANS-CCY
               END-IF
           END-IF.

      *> The account id's digits, read left to right, assembled into
      *> a number; letters and spaces are skipped. Overflow past
           MOVE 0 TO WS-ACCT-NUM
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
               IF WS-HASH-ID(WS-CHAR-IDX:1) >= '0'
                       AND WS-HASH-ID(WS-CHAR-IDX:1) <= '9'
                   MOVE WS-HASH-ID(WS-CHAR-IDX:1) TO WS-DIGIT
                   COMPUTE WS-ACCT-NUM =
                       WS-ACCT-NUM * 10 + WS-DIGIT
               END-IF
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE WS-GL-COUNT(WS-CCY-IDX, WS-TYPE-IDX) TO WS-COUNT-ED
           MOVE WS-GL-AMOUNT(WS-CCY-IDX, WS-TYPE-IDX) TO WS-AMOUNT-ED
           MOVE WS-GL-BASE(WS-CCY-IDX, WS-TYPE-IDX) TO WS-BASE-ED
           MOVE WS-GL-HASH(WS-CCY-IDX, WS-TYPE-IDX) TO WS-HASH-ED
           IF WS-CCY-RATED(WS-CCY-IDX) = 'N'
               MOVE " NO RATE" TO WS-RATE-NOTE
           ELSE
               MOVE SPACES TO WS-RATE-NOTE
           END-IF
           MOVE SPACES TO GLEXTR-RECORD
           STRING "GL " WS-BUSINESS-DATE " "
               WS-GL-TYPE(WS-TYPE-IDX) " " WS-CCY-CODE(WS-CCY-IDX)
               " COUNT " WS-COUNT-ED
               " AMOUNT " WS-AMOUNT-ED " BASE " WS-BASE-ED
               " HASH " WS-HASH-ED WS-RATE-NOTE
               DELIMITED BY SIZE INTO GLEXTR-RECORD
           WRITE GLEXTR-RECORD.

      *> The currency's lending book: the amount owed, then the
      *> arrears within it, over the same loan count and hash.
       WRITE-LENDING-BOOK-LINES.
           MOVE WS-LB-COUNT(WS-CCY-IDX) TO WS-COUNT-ED
           MOVE WS-LB-HASH(WS-CCY-IDX) TO WS-HASH-ED
           IF WS-CCY-RATED(WS-CCY-IDX) = 'N'
               MOVE " NO RATE" TO WS-RATE-NOTE
           ELSE
               MOVE SPACES TO WS-RATE-NOTE
           END-IF
           MOVE WS-LB-OWED(WS-CCY-IDX) TO WS-BOOK-ED
           MOVE WS-LB-OWED-BASE(WS-CCY-IDX) TO WS-BOOK-BASE-ED
           MOVE SPACES TO GLEXTR-RECORD
           STRING "LNB" WS-BUSINESS-DATE "   " WS-CCY-CODE(WS-CCY-IDX)
               " COUNT " WS-COUNT-ED
               " AMOUNT " WS-BOOK-ED " BASE " WS-BOOK-BASE-ED
               " HASH " WS-HASH-ED WS-RATE-NOTE
               DELIMITED BY SIZE INTO GLEXTR-RECORD
           WRITE GLEXTR-RECORD
           MOVE WS-LB-ARREARS(WS-CCY-IDX) TO WS-BOOK-ED
           MOVE WS-LB-ARR-BASE(WS-CCY-IDX) TO WS-BOOK-BASE-ED
           MOVE SPACES TO GLEXTR-RECORD
           STRING "LNA" WS-BUSINESS-DATE "   " WS-CCY-CODE(WS-CCY-IDX)
               " COUNT " WS-COUNT-ED
               " AMOUNT " WS-BOOK-ED " BASE " WS-BOOK-BASE-ED
               " HASH " WS-HASH-ED WS-RATE-NOTE
               DELIMITED BY SIZE INTO GLEXTR-RECORD
           WRITE GLEXTR-RECORD.

      *> The trailer AMOUNT adds the detail amounts across every
      *> currency - a control figure only, re-added the same way;
      *> BASE is the day's total in the base currency.
       WRITE-CONTROL-TRAILER.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-TOTAL-BASE TO WS-BASE-ED
           MOVE WS-TOTAL-HASH TO WS-HASH-ED
           MOVE SPACES TO GLEXTR-RECORD
           STRING "TRL" WS-BUSINESS-DATE " "
               " " " " FX-BASE-CURRENCY " COUNT " WS-COUNT-ED
               " AMOUNT " WS-AMOUNT-ED " BASE " WS-BASE-ED
               " HASH " WS-HASH-ED
               DELIMITED BY SIZE INTO GLEXTR-RECORD
           WRITE GLEXTR-RECORD.

      *> The default date is the business day on BUSDATE.DAT - the
      *> day just closed when run in the end-of-day window - never
      *> the machine clock, which is already tomorrow after midnight.
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
               DISPLAY "No business date on BUSDATE.DAT - key the "
                   "date instead."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
