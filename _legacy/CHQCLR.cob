       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCLR.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Inward cheque clearing. The clearing house presents the
      *> cheques our checking customers have written on CHQIN.DAT
      *> (see CHQREC.cpy); each one is either paid - the drawer's
      *> account is debited and a 'Q' transaction carrying the
      *> cheque number is posted - or returned unpaid on CHQRET.DAT
      *> with a reason code for the clearing house to send back to
      *> the presenting bank. A cheque is returned when the account
      *> has been closed, is frozen, is not a checking account, has
      *> a live stop-payment instruction covering the cheque number
      *> (STOPPAY.DAT, recorded by tellers through BANKACCT), or
      *> cannot cover it from AVAIL-BALANCE plus OD-LIMIT - the same
      *> funds rule as a teller withdrawal. A paid cheque is the
      *> customer's own instruction, so it stamps the dormancy clock
      *> like any customer-initiated debit.
      *> Payments are dated the business date on BUSDATE.DAT, not
      *> the machine clock, and like POSTIMP the batch only runs
      *> while that day is open - after EODCLOSE has closed it the
      *> day is already extracted to the ledger, so clearing waits
      *> for the next day to be opened. CHQIN.DAT must open with its
      *> header, and the header's clearing date must be that business
      *> date - a file for any other day is refused whole, so
      *> yesterday's presentment cannot be cleared again today.
      *> Every item paid or returned is recorded by its clearing
      *> house item reference on the CHQREG.DAT register (see
      *> CHQREG.cpy) and looked up there first: an item already on
      *> it is skipped and listed, never debited or returned twice.
      *> An item with no reference is left for manual handling. The
      *> returns file is rewritten each run with a header and a
      *> control trailer, the same discipline as PAYOUT.DAT.
      *> Sets RETURN-CODE 8 when the files cannot be opened, the
      *> day is closed or CHQIN.DAT is for another date, so a batch
      *> scheduler can stop the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS C-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS T-FILE-STATUS.
           SELECT STOP-FILE ASSIGN TO 'STOPPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS S-FILE-STATUS.
           SELECT PRESENTED-FILE ASSIGN TO 'CHQIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS I-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'CHQRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'CHQREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-ITEM-REF
               FILE STATUS IS G-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANSREC.

       FD STOP-FILE.
       01 STOP-RECORD.
           COPY STOPREC.

       FD PRESENTED-FILE.
       01 PRESENTED-RECORD.
           COPY CHQREC.

       FD RETURN-FILE.
       01 RETURN-RECORD.
           COPY CHQREC.

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY CHQREG.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 C-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 S-FILE-STATUS    PIC XX.
       01 I-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 G-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-STOPS-ON-FILE   PIC X VALUE 'N'.
       01 WS-STOPPED         PIC X.
       01 WS-RETURN-REASON   PIC X(2).
       01 WS-NEW-AVAIL       PIC S9(7)V99.
       01 WS-ITEM-OUTCOME    PIC X(1).

       01 WS-PRESENTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-PRESENTED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-PAID-COUNT       PIC 9(7) VALUE 0.
       01 WS-PAID-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-RETURNED-COUNT   PIC 9(7) VALUE 0.
       01 WS-RETURNED-AMOUNT  PIC 9(11)V99 VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT  PIC 9(5) VALUE 0.
       01 WS-RET-NSF          PIC 9(5) VALUE 0.
       01 WS-RET-FROZEN       PIC 9(5) VALUE 0.
       01 WS-RET-CLOSED       PIC 9(5) VALUE 0.
       01 WS-RET-STOPPED      PIC 9(5) VALUE 0.
       01 WS-RET-NOT-CHQ      PIC 9(5) VALUE 0.

      *> The presenting trailer's control totals, checked against
      *> what was actually read.
       01 WS-TRAILER-SEEN     PIC X VALUE 'N'.
       01 WS-TRAILER-COUNT    PIC 9(7) VALUE 0.
       01 WS-TRAILER-TOTAL    PIC 9(11)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-YEAR      PIC 9999.
           05 WS-MONTH     PIC 99.
           05 WS-DAY       PIC 99.
       01 WS-CURRENT-TIME.
           05 WS-HOUR      PIC 99.
           05 WS-MINUTE    PIC 99.
           05 WS-SECOND    PIC 99.
       01 WS-DATE-STRING   PIC X(10).
       01 WS-TIME-STRING   PIC X(8).
       01 WS-BUS-DATE      PIC X(10).
       01 WS-DAY-STATUS    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INWARD CHEQUE CLEARING START"

           PERFORM READ-BUSINESS-DATE

           OPEN INPUT PRESENTED-FILE
           IF I-FILE-STATUS = "35"
               DISPLAY "No presented cheques file (CHQIN.DAT) - "
                   "nothing to clear."
               GO TO END-PROGRAM
           END-IF
           IF I-FILE-STATUS NOT = "00"
               DISPLAY "Error opening presented cheques file: "
                   I-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

      *> The header is the first record and dates the presentment.
           READ PRESENTED-FILE
           IF I-FILE-STATUS NOT = "00"
                   OR CQ-TYPE OF PRESENTED-RECORD NOT = 'H'
               DISPLAY "No clearing header on CHQIN.DAT."
               DISPLAY "CHQIN.DAT NOT PROCESSED - NOTHING CLEARED"
               CLOSE PRESENTED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           IF CQ-CLEAR-DATE OF PRESENTED-RECORD NOT = WS-BUS-DATE
               DISPLAY "CHQIN.DAT is for clearing date "
                   CQ-CLEAR-DATE OF PRESENTED-RECORD
                   " but the business date is " WS-BUS-DATE "."
               DISPLAY "CHQIN.DAT NOT PROCESSED - NOTHING CLEARED"
               CLOSE PRESENTED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
               CLOSE PRESENTED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

      *> No stop file means no stop has ever been recorded. Any
      *> other failure stops the run: paying cheques blind to the
      *> stops would pay the very items customers asked us not to.
           OPEN INPUT STOP-FILE
           IF S-FILE-STATUS = "00"
               MOVE 'Y' TO WS-STOPS-ON-FILE
           ELSE
               IF S-FILE-STATUS NOT = "35"
                   DISPLAY "Error opening stop payment file: "
                       S-FILE-STATUS
                   CLOSE CUSTOMER-FILE
                   CLOSE PRESENTED-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
           END-IF

      *> Clearing without the register could pay an item twice, so
      *> a register that will not open stops the run; a first run
      *> creates it.
           OPEN I-O REGISTER-FILE
           IF G-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF G-FILE-STATUS NOT = "00"
               DISPLAY "Error opening cleared items register "
                   "CHQREG.DAT: " G-FILE-STATUS
               IF WS-STOPS-ON-FILE = 'Y'
                   CLOSE STOP-FILE
               END-IF
               CLOSE CUSTOMER-FILE
               CLOSE PRESENTED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF R-FILE-STATUS NOT = "00"
               DISPLAY "Error opening returns file: " R-FILE-STATUS
               CLOSE REGISTER-FILE
               IF WS-STOPS-ON-FILE = 'Y'
                   CLOSE STOP-FILE
               END-IF
               CLOSE CUSTOMER-FILE
               CLOSE PRESENTED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           MOVE SPACES TO RETURN-RECORD
           MOVE 'H' TO CQ-TYPE OF RETURN-RECORD
           MOVE WS-BUS-DATE TO CQ-CLEAR-DATE OF RETURN-RECORD
           WRITE RETURN-RECORD

           PERFORM UNTIL I-FILE-STATUS = "10"
               READ PRESENTED-FILE
               IF I-FILE-STATUS = "00"
                   EVALUATE CQ-TYPE OF PRESENTED-RECORD
                       WHEN 'D'
                           PERFORM CLEAR-ONE-CHEQUE
                       WHEN 'T'
                           MOVE 'Y' TO WS-TRAILER-SEEN
                           MOVE CQ-COUNT OF PRESENTED-RECORD
                               TO WS-TRAILER-COUNT
                           MOVE CQ-TOTAL OF PRESENTED-RECORD
                               TO WS-TRAILER-TOTAL
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE SPACES TO RETURN-RECORD
           MOVE 'T' TO CQ-TYPE OF RETURN-RECORD
           MOVE WS-RETURNED-COUNT TO CQ-COUNT OF RETURN-RECORD
           MOVE WS-RETURNED-AMOUNT TO CQ-TOTAL OF RETURN-RECORD
           WRITE RETURN-RECORD

           CLOSE RETURN-FILE
           CLOSE REGISTER-FILE
           IF WS-STOPS-ON-FILE = 'Y'
               CLOSE STOP-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE PRESENTED-FILE

           DISPLAY "Cheques presented:  " WS-PRESENTED-COUNT
               " for $" WS-PRESENTED-AMOUNT
           DISPLAY "Cheques paid:       " WS-PAID-COUNT
               " for $" WS-PAID-AMOUNT
           DISPLAY "Cheques returned:   " WS-RETURNED-COUNT
               " for $" WS-RETURNED-AMOUNT
           DISPLAY "   01 insufficient funds: " WS-RET-NSF
           DISPLAY "   02 account frozen:     " WS-RET-FROZEN
           DISPLAY "   03 account closed:     " WS-RET-CLOSED
           DISPLAY "   04 payment stopped:    " WS-RET-STOPPED
           DISPLAY "   05 not a cheque acct:  " WS-RET-NOT-CHQ
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "Already cleared (register), skipped: "
                   WS-DUPLICATE-COUNT
           END-IF
           IF WS-ERROR-COUNT > 0
               DISPLAY "Cheques needing manual handling (no item "
                   "reference, or account could not be updated): "
                   WS-ERROR-COUNT
           END-IF
           IF WS-TRAILER-SEEN = 'Y'
               IF WS-TRAILER-COUNT NOT = WS-PRESENTED-COUNT
                       OR WS-TRAILER-TOTAL NOT = WS-PRESENTED-AMOUNT
                   DISPLAY "*** CONTROL TOTALS DO NOT AGREE - trailer "
                       "says " WS-TRAILER-COUNT " for $"
                       WS-TRAILER-TOTAL " ***"
               END-IF
           ELSE
               DISPLAY "*** No trailer on CHQIN.DAT - control totals "
                   "not checked ***"
           END-IF
           DISPLAY "INWARD CHEQUE CLEARING COMPLETE"

           STOP RUN.

      *> An item is counted as presented whatever becomes of it, so
      *> the trailer's control totals still agree when some items
      *> are skipped.
       CLEAR-ONE-CHEQUE.
           ADD 1 TO WS-PRESENTED-COUNT
           ADD CQ-AMOUNT OF PRESENTED-RECORD TO WS-PRESENTED-AMOUNT
           IF CQ-ITEM-REF OF PRESENTED-RECORD = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Cheque " CQ-CHEQUE-NO OF PRESENTED-RECORD
                   " on " CQ-ACCT-ID OF PRESENTED-RECORD
                   " for $" CQ-AMOUNT OF PRESENTED-RECORD
                   " has no item reference - neither paid nor "
                   "returned."
           ELSE
               MOVE CQ-ITEM-REF OF PRESENTED-RECORD TO CR-ITEM-REF
               READ REGISTER-FILE
                   KEY IS CR-ITEM-REF
               IF G-FILE-STATUS = "00"
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "Item " CR-ITEM-REF " (cheque "
                       CQ-CHEQUE-NO OF PRESENTED-RECORD
                       ") was already cleared on " CR-CLEAR-DATE
                       " - skipped."
               ELSE
                   PERFORM DECIDE-ONE-CHEQUE
               END-IF
           END-IF.

      *> The checks run in order of precedence: an account that is
      *> gone or frozen returns on that ground whatever else is
      *> true, and a stopped cheque returns as stopped even when
      *> the funds are there.
       DECIDE-ONE-CHEQUE.
           MOVE SPACES TO WS-RETURN-REASON

           MOVE CQ-ACCT-ID OF PRESENTED-RECORD TO ACCT-ID
           READ CUSTOMER-FILE
               KEY IS ACCT-ID
           IF C-FILE-STATUS NOT = "00"
               MOVE "03" TO WS-RETURN-REASON
           ELSE
               IF ACCT-STATUS = 'F'
                   MOVE "02" TO WS-RETURN-REASON
               ELSE
                   IF ACCT-TYPE NOT = 'C'
                       MOVE "05" TO WS-RETURN-REASON
                   ELSE
                       PERFORM CHECK-STOP-PAYMENT
                       IF WS-STOPPED = 'Y'
                           MOVE "04" TO WS-RETURN-REASON
                       ELSE
                           COMPUTE WS-NEW-AVAIL = AVAIL-BALANCE
                               - CQ-AMOUNT OF PRESENTED-RECORD
                           IF WS-NEW-AVAIL < 0 - OD-LIMIT
                               MOVE "01" TO WS-RETURN-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
               PERFORM PAY-ONE-CHEQUE
           ELSE
               PERFORM RETURN-ONE-CHEQUE
           END-IF.

      *> Stops are keyed on the account and the first cheque number
      *> they cover, so the account's stops are read from the start
      *> of its key range; once a stop begins past this cheque
      *> number none of the rest can cover it.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOPPED
           IF WS-STOPS-ON-FILE = 'Y'
               MOVE CQ-ACCT-ID OF PRESENTED-RECORD TO SP-ACCT-ID
               MOVE 0 TO SP-FROM-NO
               START STOP-FILE KEY IS NOT LESS THAN SP-KEY
               PERFORM UNTIL S-FILE-STATUS NOT = "00"
                       OR WS-STOPPED = 'Y'
                   READ STOP-FILE NEXT RECORD
                   IF S-FILE-STATUS = "00"
                       IF SP-ACCT-ID NOT =
                               CQ-ACCT-ID OF PRESENTED-RECORD
                           OR SP-FROM-NO >
                               CQ-CHEQUE-NO OF PRESENTED-RECORD
                           MOVE "10" TO S-FILE-STATUS
                       ELSE
                           IF SP-STATUS = 'A'
                               AND SP-TO-NO NOT <
                                   CQ-CHEQUE-NO OF PRESENTED-RECORD
                               MOVE 'Y' TO WS-STOPPED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PAY-ONE-CHEQUE.
           SUBTRACT CQ-AMOUNT OF PRESENTED-RECORD FROM BALANCE
           SUBTRACT CQ-AMOUNT OF PRESENTED-RECORD FROM AVAIL-BALANCE
           MOVE WS-BUS-DATE TO LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
           IF C-FILE-STATUS = "00"
               ADD 1 TO WS-PAID-COUNT
               ADD CQ-AMOUNT OF PRESENTED-RECORD TO WS-PAID-AMOUNT
               PERFORM LOG-CHEQUE-TRANSACTION
               MOVE 'P' TO WS-ITEM-OUTCOME
               PERFORM RECORD-CLEARED-ITEM
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Error rewriting account "
                   CQ-ACCT-ID OF PRESENTED-RECORD ": " C-FILE-STATUS
                   " - cheque " CQ-CHEQUE-NO OF PRESENTED-RECORD
                   " for $" CQ-AMOUNT OF PRESENTED-RECORD
                   " neither paid nor returned."
           END-IF.

      *> The unpaid item goes back exactly as it was presented, with
      *> only the reason added.
       RETURN-ONE-CHEQUE.
           MOVE PRESENTED-RECORD TO RETURN-RECORD
           MOVE WS-RETURN-REASON TO CQ-REASON OF RETURN-RECORD
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           ADD CQ-AMOUNT OF PRESENTED-RECORD TO WS-RETURNED-AMOUNT
           EVALUATE WS-RETURN-REASON
               WHEN "01"
                   ADD 1 TO WS-RET-NSF
               WHEN "02"
                   ADD 1 TO WS-RET-FROZEN
               WHEN "03"
                   ADD 1 TO WS-RET-CLOSED
               WHEN "04"
                   ADD 1 TO WS-RET-STOPPED
               WHEN "05"
                   ADD 1 TO WS-RET-NOT-CHQ
           END-EVALUATE
           DISPLAY "Returned cheque " CQ-CHEQUE-NO OF PRESENTED-RECORD
               " on " CQ-ACCT-ID OF PRESENTED-RECORD
               " for $" CQ-AMOUNT OF PRESENTED-RECORD
               " reason " WS-RETURN-REASON
           MOVE 'R' TO WS-ITEM-OUTCOME
           PERFORM RECORD-CLEARED-ITEM.

      *> WS-ITEM-OUTCOME says whether the item was paid or returned;
      *> a returned item's reason is in WS-RETURN-REASON.
       RECORD-CLEARED-ITEM.
           MOVE SPACES TO REGISTER-RECORD
           MOVE CQ-ITEM-REF OF PRESENTED-RECORD TO CR-ITEM-REF
           MOVE CQ-ACCT-ID OF PRESENTED-RECORD TO CR-ACCT-ID
           MOVE CQ-CHEQUE-NO OF PRESENTED-RECORD TO CR-CHEQUE-NO
           MOVE CQ-AMOUNT OF PRESENTED-RECORD TO CR-AMOUNT
           MOVE WS-ITEM-OUTCOME TO CR-OUTCOME
           MOVE WS-RETURN-REASON TO CR-REASON
           MOVE WS-BUS-DATE TO CR-CLEAR-DATE
           WRITE REGISTER-RECORD
           IF G-FILE-STATUS NOT = "00"
               DISPLAY "*** Item " CR-ITEM-REF " cleared but NOT "
                   "registered (" G-FILE-STATUS ") - record it by "
                   "hand before the next run. ***"
           END-IF.

      *> The cheque number rides in the counterparty, so the
      *> statement line shows which cheque was paid. A cheque is
      *> drawn in the currency of the account it is drawn on, and
      *> is reached with that account in the record area.
       LOG-CHEQUE-TRANSACTION.
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND TRANSACTION-FILE
           IF T-FILE-STATUS NOT = "00"
               DISPLAY "Error opening transaction file: " T-FILE-STATUS
           ELSE
               MOVE CQ-ACCT-ID OF PRESENTED-RECORD TO TRANS-ACCT-ID
               MOVE 'Q' TO TRANS-TYPE
               MOVE CQ-AMOUNT OF PRESENTED-RECORD TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE SPACES TO TRANS-REF-DATE
               MOVE SPACES TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-REF-TYPE
               MOVE CQ-CHEQUE-NO OF PRESENTED-RECORD
                   TO TRANS-COUNTERPARTY
               MOVE "CHQCLR" TO TRANS-OPER-ID
               MOVE SPACES TO TRANS-CLEAR-DATE
               IF ACCT-CURRENCY = SPACES
                   MOVE FX-BASE-CURRENCY TO TRANS-CURRENCY
               ELSE
                   MOVE ACCT-CURRENCY TO TRANS-CURRENCY
               END-IF
               MOVE SPACES TO TRANS-FX-CURRENCY
               MOVE 0 TO TRANS-FX-AMOUNT
               MOVE 0 TO TRANS-FX-RATE
               WRITE TRANSACTION-RECORD
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
                   "cleared."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           MOVE BD-DAY-STATUS TO WS-DAY-STATUS
           CLOSE BUSDATE-FILE
           IF WS-DAY-STATUS NOT = 'O'
               DISPLAY "Business day " WS-BUS-DATE " is closed - "
                   "clear the cheques once the next day is opened."
               DISPLAY "CHQIN.DAT NOT PROCESSED - NOTHING CLEARED"
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

       END-PROGRAM.
           STOP RUN.
