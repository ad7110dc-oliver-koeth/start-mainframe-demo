      *>      more break a term deposit early than a teller can -
      *>      early break-up needs the supervisor and the penalty,
      *>      which only the Withdraw Money screen carries)
      *>
      *> Everything posts to the open business day on BUSDATE.DAT
      *> (see BUSDATE.cpy) - a weekend night-safe batch lands on the
      *> next business day, however its value dates read. A closed
      *> day refuses the whole file with RETURN-CODE 8, exactly as
      *> it refuses the teller screens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGISTER-FILE ASSIGN TO 'POSTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS G-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER           PIC X(1).
           05 RG-RUN-DATE      PIC X(10).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       COPY FXTAB.

       01 C-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 P-FILE-STATUS    PIC XX.
       01 E-FILE-STATUS    PIC XX.
       01 G-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-BATCH-OK      PIC X.
       01 WS-HDR-SEEN      PIC X.
           05 WS-MINUTE    PIC 99.
           05 WS-SECOND    PIC 99.
       01 WS-TIME-STRING   PIC X(8).
       01 WS-DATE-STRING   PIC X(10).
       01 WS-DAY-STATUS    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "POSTING FILE IMPORT START"

           PERFORM READ-BUSINESS-DATE

           PERFORM PRE-SCAN-POSTING-FILE
           IF WS-BATCH-OK NOT = 'Y'
               DISPLAY "POSTIN.DAT REJECTED - NOTHING POSTED"
               END-IF
           END-IF.

      *> WS-DATE-STRING holds the business day the batch posted to
      *> (see READ-BUSINESS-DATE).
       RECORD-BATCH-IN-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF G-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               PERFORM LOG-IMPORTED-TRANSACTION
           ELSE
               IF ACCT-TYPE = 'T'
                       AND WS-DATE-STRING < ACCT-MATURITY-DATE
                   MOVE "06" TO WS-REASON-CODE
               ELSE
               COMPUTE WS-NEW-BALANCE = BALANCE - PI-AMOUNT
      *> A 'C' posting lands as a 'D' (deposit) transaction and a 'D'
      *> posting as a 'W' (withdrawal), so statements, reconciliation
      *> and reversals treat imported movements exactly like teller
      *> ones. TRANS-DATE is the business day posted to - the value
      *> date stays on the posting file and stamps the activity
      *> date only; TRANS-TIME carries the import run time. The
      *> posting amount is in the account's own currency - the
      *> account is still in the record area from the posting.
       LOG-IMPORTED-TRANSACTION.
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-HOUR ':' WS-MINUTE ':' WS-SECOND
                   MOVE 'W' TO TRANS-TYPE
               END-IF
               MOVE PI-AMOUNT TO TRANS-AMOUNT
               MOVE WS-DATE-STRING TO TRANS-DATE
               MOVE WS-TIME-STRING TO TRANS-TIME
               MOVE SPACES TO TRANS-REF-DATE
               MOVE SPACES TO TRANS-REF-TIME
               MOVE SPACES TO TRANS-COUNTERPARTY
               MOVE "POSTIMP" TO TRANS-OPER-ID
               IF PI-DRCR = 'C'
                   MOVE WS-DATE-STRING TO TRANS-CLEAR-DATE
               ELSE
                   MOVE SPACES TO TRANS-CLEAR-DATE
               END-IF
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
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> No control record, or a day already closed by EODCLOSE,
      *> refuses the whole file before anything is read or posted.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "Error opening business date file BUSDATE.DAT: "
                   B-FILE-STATUS
               DISPLAY "POSTIN.DAT REJECTED - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           READ BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "No business date on BUSDATE.DAT."
               DISPLAY "POSTIN.DAT REJECTED - NOTHING POSTED"
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-DATE-STRING
           MOVE BD-DAY-STATUS TO WS-DAY-STATUS
           CLOSE BUSDATE-FILE
           IF WS-DAY-STATUS NOT = 'O'
               DISPLAY "Business day " WS-DATE-STRING " is closed - "
                   "post the batch once the next day is opened."
               DISPLAY "POSTIN.DAT REJECTED - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           DISPLAY "Posting to business date " WS-DATE-STRING.

       END-PROGRAM.
           STOP RUN.
