      *> Returns are bank-initiated, so the dormancy clock is not
      *> stamped. Header and trailer records on the file are
      *> ignored; a detail whose account has gone from the customer
      *> file is reported for manual handling. Re-credits are dated
      *> the business date on BUSDATE.DAT, not the machine clock.
      *> A payment sent in a currency other than the account's comes
      *> back in the currency it went out in, and is re-credited at
      *> the day's FXRATES.DAT rates - a currency with no rate for
      *> the day is left for manual handling rather than guessed at.
      *> Sets RETURN-CODE 8 when the files cannot be opened, so a
      *> batch scheduler can stop the chain there.

           SELECT RETURN-FILE ASSIGN TO 'PAYRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.
           SELECT FXRATE-FILE ASSIGN TO 'FXRATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS X-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RETURN-RECORD.
           COPY PAYREC.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 C-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 O-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.
       01 X-FILE-STATUS    PIC XX.

       01 WS-RETURNED-COUNT  PIC 9(5) VALUE 0.
       01 WS-RETURNED-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-ORDERS-FLAGGED  PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT   PIC 9(5) VALUE 0.

      *> The re-credit in the account's currency, and the rate it was
      *> converted at when the payment went out in another.
       01 WS-RET-AMOUNT      PIC 9(7)V99.
       01 WS-ACCT-CCY        PIC X(3).
       01 WS-PY-CCY          PIC X(3).
       01 WS-FX-OK           PIC X.
       01 WS-FX-FOUND        PIC X.
       01 WS-FX-LOOKUP-CCY   PIC X(3).
       01 WS-FX-LOOKUP-RATE  PIC 9(5)V9(6).
       01 WS-FX-FROM-RATE    PIC 9(5)V9(6).
       01 WS-FX-TO-RATE      PIC 9(5)V9(6).
       01 WS-FX-BASE-AMT     PIC 9(13)V9(8).
       01 WS-FX-BACK-RATE    PIC 9(5)V9(6).

       01 WS-CURRENT-DATE.
           05 WS-YEAR      PIC 9999.
           05 WS-SECOND    PIC 99.
       01 WS-DATE-STRING   PIC X(10).
       01 WS-TIME-STRING   PIC X(8).
       01 WS-BUS-DATE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CLEARING RETURNS IMPORT START"

           PERFORM READ-BUSINESS-DATE

           OPEN INPUT RETURN-FILE
           IF R-FILE-STATUS = "35"
               DISPLAY "No returns file (PAYRET.DAT) - nothing to "
               DISPLAY "Returns needing manual handling (account "
                   "not on file): " WS-ORPHAN-COUNT
           END-IF
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "Returns needing manual handling (no "
                   "exchange rate): " WS-NO-RATE-COUNT
           END-IF
           DISPLAY "CLEARING RETURNS IMPORT COMPLETE"

           STOP RUN.
                   "of $" PY-AMOUNT " reason " PY-REASON
                   " needs manual handling."
           ELSE
               PERFORM PRICE-RETURN
               IF WS-FX-OK = 'N'
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "No " WS-BUS-DATE " rate to convert "
                       WS-PY-CCY " " PY-AMOUNT " into " WS-ACCT-CCY
                       " for " PY-ACCT-ID " - return reason "
                       PY-REASON " needs manual handling."
               ELSE
                   ADD WS-RET-AMOUNT TO BALANCE
                   ADD WS-RET-AMOUNT TO AVAIL-BALANCE
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD PY-AMOUNT TO WS-RETURNED-AMOUNT
                   PERFORM LOG-RETURN-TRANSACTION
                   IF PY-ORDER-ID NOT = SPACES
                       PERFORM FLAG-BOUNCED-ORDER
                   END-IF
                   DISPLAY "Returned " WS-ACCT-CCY " " WS-RET-AMOUNT
                       " to " PY-ACCT-ID
                       " (payee " PY-PAYEE-BANK " / " PY-PAYEE-ACCT
                       ", reason " PY-REASON ")"
               END-IF
           END-IF.

      *> Reached with the account in the record area. The return is
      *> in PY-CURRENCY (spaces on a payment queued before currencies
      *> were recorded mean the base); when that is not the account's
      *> currency it is converted through the base at the day's
      *> rates, and WS-FX-BACK-RATE is the payment currency per unit
      *> of the account's, as the 'X' record carries it.
       PRICE-RETURN.
           MOVE 'Y' TO WS-FX-OK
           MOVE PY-AMOUNT TO WS-RET-AMOUNT
           MOVE 0 TO WS-FX-BACK-RATE
           IF ACCT-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-ACCT-CCY
           END-IF
           IF PY-CURRENCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-PY-CCY
           ELSE
               MOVE PY-CURRENCY TO WS-PY-CCY
           END-IF
           IF WS-PY-CCY NOT = WS-ACCT-CCY
               MOVE WS-PY-CCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-FROM-RATE
               IF WS-FX-FOUND = 'Y'
                   MOVE WS-ACCT-CCY TO WS-FX-LOOKUP-CCY
                   PERFORM LOOKUP-FX-RATE
                   MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
               END-IF
               IF WS-FX-FOUND = 'N'
                   MOVE 'N' TO WS-FX-OK
               ELSE
                   COMPUTE WS-FX-BASE-AMT =
                       PY-AMOUNT * WS-FX-FROM-RATE
                   COMPUTE WS-RET-AMOUNT ROUNDED =
                       WS-FX-BASE-AMT / WS-FX-TO-RATE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-FX-OK
                   END-COMPUTE
                   COMPUTE WS-FX-BACK-RATE ROUNDED =
                       WS-FX-TO-RATE / WS-FX-FROM-RATE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-FX-OK
                   END-COMPUTE
               END-IF
           END-IF.

      *> The day's rate for WS-FX-LOOKUP-CCY in base units per unit;
      *> the base currency itself is always at 1.
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

      *> The re-credit traces back to the payment: the counterparty
      *> carries the order for a standing-order bounce, or the payee
      *> account for a teller one-off. The date the payment went out
      *> and the clearing system's return reason ride in the
      *> reference fields, so the customer's returned-payment letter
      *> can say which payment came back and why.
       LOG-RETURN-TRANSACTION.
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           ELSE
               MOVE PY-ACCT-ID TO TRANS-ACCT-ID
               MOVE 'X' TO TRANS-TYPE
               MOVE WS-RET-AMOUNT TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE PY-DATE TO TRANS-REF-DATE
               MOVE PY-REASON TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-REF-TYPE
               IF PY-ORDER-ID NOT = SPACES
                   MOVE PY-ORDER-ID TO TRANS-COUNTERPARTY
               END-IF
               MOVE "PAYRET" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               MOVE WS-ACCT-CCY TO TRANS-CURRENCY
               IF WS-PY-CCY = WS-ACCT-CCY
                   MOVE SPACES TO TRANS-FX-CURRENCY
                   MOVE 0 TO TRANS-FX-AMOUNT
                   MOVE 0 TO TRANS-FX-RATE
               ELSE
                   MOVE WS-PY-CCY TO TRANS-FX-CURRENCY
                   MOVE PY-AMOUNT TO TRANS-FX-AMOUNT
                   MOVE WS-FX-BACK-RATE TO TRANS-FX-RATE
               END-IF
               WRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.
               CLOSE STANDING-FILE
           END-IF.

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
                   "applied."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
