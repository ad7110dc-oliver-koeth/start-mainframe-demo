       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Daily overdrawn and limit-breach aging with collection
      *> escalation. Run in the overnight chain after EODCLOSE has
      *> closed the day, over every account on CUSTOMERS.DAT except
      *> loans (whose balance is held negative by design).
      *> For each account it keeps two clocks on the record (see
      *> CUSTREC.cpy): ACCT-OD-SINCE, the business date the account
      *> was first found overdrawn in its current spell, and
      *> ACCT-OVER-SINCE, the date it first went over its authorised
      *> OD-LIMIT. A run that finds the account back in credit, or
      *> back within its limit, stops the clock, so the days counted
      *> are always days in a row. The first day found counts as day
      *> one; the count is in calendar days, so a weekend or a missed
      *> run still ages the account.
      *> Writes ODAGING.DAT, the collections worklist: one entry for
      *> every overdrawn account with its days overdrawn and days
      *> over limit, each in its 1-30, 31-60, 61-90 or 90+ day
      *> bucket, and the customer's name, address and phone from
      *> CUSTMAST.DAT, followed by the bucket counts.
      *> An account past either COLLTAB threshold is frozen (ACCT-
      *> STATUS 'F') and put on the audit trail as "COLLECTIONS
      *> FREEZE" against the account id, and flagged FROZEN on the
      *> worklist. It is frozen once per overdrawn spell: an account
      *> a supervisor releases through the Account Status screen is
      *> left alone until it has been back in credit, and is shown
      *> RELEASED on the worklist.
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
           SELECT AGING-FILE ASSIGN TO 'ODAGING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS A-FILE-STATUS.
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

       FD AGING-FILE.
       01 AGING-RECORD        PIC X(132).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDREC.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       COPY COLLTAB.

       01 C-FILE-STATUS    PIC XX.
       01 M-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 A-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-BUS-DATE      PIC X(10).
       01 WS-SEARCH-ID     PIC X(10).
       01 WS-AUDIT-ACTION  PIC X(20).
       01 WS-AUDIT-SEQ     PIC 9(7) VALUE 0.
       01 WS-CURRENT-TIME.
           05 WS-HOUR      PIC 99.
           05 WS-MINUTE    PIC 99.
           05 WS-SECOND    PIC 99.
           05 WS-HUNDREDTH PIC 99.
       01 WS-TIME-STRING   PIC X(8).

       01 WS-MASTER-OPEN   PIC X VALUE 'N'.
       01 WS-CHANGED       PIC X.
       01 WS-FREEZE-NOW    PIC X.
       01 WS-EXCESS        PIC S9(8)V99.
       01 WS-OD-DAYS       PIC 9(5).
       01 WS-OVER-DAYS     PIC 9(5).
       01 WS-BUCKET-DAYS   PIC 9(5).
       01 WS-BUCKET        PIC 9.
       01 WS-BUCKET-TEXT   PIC X(5).

      *> Calendar day numbers, so two YYYY/MM/DD dates can be
      *> subtracted. January and February count as months 13 and 14
      *> of the year before, which puts the leap day at the end of
      *> the counting year.
       01 WS-DN-DATE       PIC X(10).
       01 WS-DN-YEAR       PIC 9(5).
       01 WS-DN-MONTH      PIC 99.
       01 WS-DN-DAY        PIC 99.
       01 WS-DN-Q4         PIC 9(5).
       01 WS-DN-Q100       PIC 9(5).
       01 WS-DN-Q400       PIC 9(5).
       01 WS-DN-MDAYS      PIC 9(5).
       01 WS-DN-NUMBER     PIC 9(7).
       01 WS-BUS-DAYNO     PIC 9(7).

       01 WS-ACCT-COUNT    PIC 9(7) VALUE 0.
       01 WS-OD-COUNT      PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT    PIC 9(7) VALUE 0.
       01 WS-FROZEN-COUNT  PIC 9(7) VALUE 0.
       01 WS-BUCKET-LABELS.
           05 FILLER       PIC X(5) VALUE "1-30 ".
           05 FILLER       PIC X(5) VALUE "31-60".
           05 FILLER       PIC X(5) VALUE "61-90".
           05 FILLER       PIC X(5) VALUE "90+  ".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(5).
       01 WS-OD-BUCKET-COUNT   OCCURS 4 TIMES PIC 9(7).
       01 WS-OVER-BUCKET-COUNT OCCURS 4 TIMES PIC 9(7).
       01 WS-IDX           PIC 9.

       01 WS-AGE-LINE.
           05 WS-AL-ACCT-ID   PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-CUST-NO   PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-NAME      PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-CCY       PIC X(3).
           05 WS-AL-BALANCE   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-LIMIT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-AL-OD-DAYS   PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-OD-BUCKET PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-AL-OV-DAYS   PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-OV-BUCKET PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-AL-ACTION    PIC X(14).
           05 FILLER          PIC X(12) VALUE SPACES.

       01 WS-CONTACT-LINE.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 WS-CL-ADDR1     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CL-ADDR2     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CL-ADDR3     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CL-PHONE     PIC X(15).
           05 FILLER          PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "OVERDRAFT AGING AND COLLECTIONS RUN START"

           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE WS-DN-NUMBER TO WS-BUS-DAYNO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE 0 TO WS-OD-BUCKET-COUNT(WS-IDX)
               MOVE 0 TO WS-OVER-BUCKET-COUNT(WS-IDX)
           END-PERFORM

           OPEN I-O CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT AGING-FILE
           IF R-FILE-STATUS NOT = "00"
               DISPLAY "Error opening aging report file: "
                   R-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

      *> A missing customer master only costs the contact details;
      *> the aging and the freezes still have to happen.
           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Customer master CUSTMAST.DAT cannot be read ("
                   M-FILE-STATUS ") - contact details not shown."
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL C-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
               IF C-FILE-STATUS = "00"
                   IF ACCT-TYPE NOT = 'L'
                       ADD 1 TO WS-ACCT-COUNT
                       PERFORM AGE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE CUSTOMER-FILE
           CLOSE AGING-FILE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE MASTER-FILE
           END-IF

           DISPLAY "Accounts aged: " WS-ACCT-COUNT
           DISPLAY "Overdrawn: " WS-OD-COUNT "  over limit: "
               WS-OVER-COUNT " (see ODAGING.DAT)"
           DISPLAY "Frozen for collections this run: " WS-FROZEN-COUNT
           DISPLAY "OVERDRAFT AGING AND COLLECTIONS RUN COMPLETE"

           STOP RUN.

      *> Starts or stops the two clocks, then reports and, past a
      *> threshold, freezes an account that is overdrawn. The record
      *> is rewritten only when something on it changed.
       AGE-ONE-ACCOUNT.
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-FREEZE-NOW

           IF BALANCE < 0
               IF ACCT-OD-SINCE NOT = SPACES
                   MOVE ACCT-OD-SINCE TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
               END-IF
               IF ACCT-OD-SINCE = SPACES OR WS-DN-NUMBER = 0
                   MOVE WS-BUS-DATE TO ACCT-OD-SINCE
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           ELSE
               IF ACCT-OD-SINCE NOT = SPACES
                       OR ACCT-COLL-FROZEN NOT = SPACES
                   MOVE SPACES TO ACCT-OD-SINCE
                   MOVE SPACES TO ACCT-COLL-FROZEN
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           END-IF

           COMPUTE WS-EXCESS = BALANCE + OD-LIMIT
           IF WS-EXCESS < 0
               IF ACCT-OVER-SINCE NOT = SPACES
                   MOVE ACCT-OVER-SINCE TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
               END-IF
               IF ACCT-OVER-SINCE = SPACES OR WS-DN-NUMBER = 0
                   MOVE WS-BUS-DATE TO ACCT-OVER-SINCE
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           ELSE
               IF ACCT-OVER-SINCE NOT = SPACES
                   MOVE SPACES TO ACCT-OVER-SINCE
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           END-IF

           IF BALANCE < 0
               PERFORM COUNT-AGED-DAYS
               PERFORM CHECK-COLLECTION-FREEZE
           END-IF

           IF WS-CHANGED = 'Y'
               REWRITE CUSTOMER-RECORD
               IF C-FILE-STATUS NOT = "00"
                   DISPLAY "Error rewriting account " ACCT-ID ": "
                       C-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-FREEZE-NOW
                   MOVE "NOT UPDATED" TO WS-AL-ACTION
                   MOVE "00" TO C-FILE-STATUS
               END-IF
           END-IF

           IF WS-FREEZE-NOW = 'Y'
               ADD 1 TO WS-FROZEN-COUNT
               MOVE ACCT-ID TO WS-SEARCH-ID
               MOVE "COLLECTIONS FREEZE" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-EVENT
           END-IF

           IF BALANCE < 0
               PERFORM WRITE-AGED-ACCOUNT
           END-IF.

      *> Days in a row counting the first day found as day one; a
      *> clock that is not running counts zero.
       COUNT-AGED-DAYS.
           ADD 1 TO WS-OD-COUNT
           MOVE ACCT-OD-SINCE TO WS-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           COMPUTE WS-OD-DAYS = WS-BUS-DAYNO - WS-DN-NUMBER + 1
           MOVE WS-OD-DAYS TO WS-BUCKET-DAYS
           PERFORM SET-BUCKET
           ADD 1 TO WS-OD-BUCKET-COUNT(WS-BUCKET)
           MOVE WS-OD-DAYS TO WS-AL-OD-DAYS
           MOVE WS-BUCKET-TEXT TO WS-AL-OD-BUCKET

           IF ACCT-OVER-SINCE = SPACES
               MOVE 0 TO WS-OVER-DAYS
               MOVE 0 TO WS-AL-OV-DAYS
               MOVE SPACES TO WS-AL-OV-BUCKET
           ELSE
               ADD 1 TO WS-OVER-COUNT
               MOVE ACCT-OVER-SINCE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-OVER-DAYS = WS-BUS-DAYNO - WS-DN-NUMBER + 1
               MOVE WS-OVER-DAYS TO WS-BUCKET-DAYS
               PERFORM SET-BUCKET
               ADD 1 TO WS-OVER-BUCKET-COUNT(WS-BUCKET)
               MOVE WS-OVER-DAYS TO WS-AL-OV-DAYS
               MOVE WS-BUCKET-TEXT TO WS-AL-OV-BUCKET
           END-IF.

      *> Buckets the day count in WS-BUCKET-DAYS.
       SET-BUCKET.
           EVALUATE TRUE
               WHEN WS-BUCKET-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-BUCKET-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-BUCKET-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           MOVE WS-BUCKET-LABEL(WS-BUCKET) TO WS-BUCKET-TEXT.

       CHECK-COLLECTION-FREEZE.
           MOVE SPACES TO WS-AL-ACTION
           IF (COLL-FREEZE-OD-DAYS > 0
                   AND WS-OD-DAYS > COLL-FREEZE-OD-DAYS)
                   OR (COLL-FREEZE-OVER-DAYS > 0
                   AND WS-OVER-DAYS > COLL-FREEZE-OVER-DAYS)
               EVALUATE TRUE
                   WHEN ACCT-STATUS = 'F'
                       MOVE "FROZEN" TO WS-AL-ACTION
                   WHEN ACCT-COLL-FROZEN = 'Y'
                       MOVE "RELEASED" TO WS-AL-ACTION
                   WHEN OTHER
                       MOVE 'F' TO ACCT-STATUS
                       MOVE 'Y' TO ACCT-COLL-FROZEN
                       MOVE 'Y' TO WS-CHANGED
                       MOVE 'Y' TO WS-FREEZE-NOW
                       MOVE "FROZEN NOW" TO WS-AL-ACTION
               END-EVALUATE
           ELSE
               IF ACCT-STATUS = 'F'
                   MOVE "FROZEN" TO WS-AL-ACTION
               END-IF
           END-IF.

       WRITE-AGED-ACCOUNT.
           MOVE ACCT-ID TO WS-AL-ACCT-ID
           MOVE ACCT-CUST-NO TO WS-AL-CUST-NO
           MOVE NAME TO WS-AL-NAME
           MOVE ACCT-CURRENCY TO WS-AL-CCY
           MOVE BALANCE TO WS-AL-BALANCE
           MOVE OD-LIMIT TO WS-AL-LIMIT

           MOVE SPACES TO WS-CL-ADDR1
           MOVE SPACES TO WS-CL-ADDR2
           MOVE SPACES TO WS-CL-ADDR3
           MOVE SPACES TO WS-CL-PHONE
           IF WS-MASTER-OPEN = 'Y'
               MOVE ACCT-CUST-NO TO CUST-NO
               READ MASTER-FILE
                   KEY IS CUST-NO
               IF M-FILE-STATUS = "00"
                   MOVE CUST-NAME TO WS-AL-NAME
                   MOVE CUST-ADDR1 TO WS-CL-ADDR1
                   MOVE CUST-ADDR2 TO WS-CL-ADDR2
                   MOVE CUST-ADDR3 TO WS-CL-ADDR3
                   MOVE CUST-PHONE TO WS-CL-PHONE
               ELSE
                   MOVE "*** CUSTOMER NOT ON CUSTMAST.DAT ***"
                       TO WS-CL-ADDR1
               END-IF
           END-IF
           WRITE AGING-RECORD FROM WS-AGE-LINE
           WRITE AGING-RECORD FROM WS-CONTACT-LINE.

      *> WS-DN-NUMBER for the YYYY/MM/DD date in WS-DN-DATE, or zero
      *> when it is not a date.
       DATE-TO-DAY-NUMBER.
           MOVE 0 TO WS-DN-NUMBER
           IF WS-DN-DATE(1:4) IS NUMERIC
                   AND WS-DN-DATE(6:2) IS NUMERIC
                   AND WS-DN-DATE(9:2) IS NUMERIC
               MOVE WS-DN-DATE(1:4) TO WS-DN-YEAR
               MOVE WS-DN-DATE(6:2) TO WS-DN-MONTH
               MOVE WS-DN-DATE(9:2) TO WS-DN-DAY
               IF WS-DN-MONTH >= 1 AND WS-DN-MONTH <= 12
                       AND WS-DN-YEAR > 0
                   IF WS-DN-MONTH < 3
                       ADD 12 TO WS-DN-MONTH
                       SUBTRACT 1 FROM WS-DN-YEAR
                   END-IF
                   DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
                   DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
                   DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
                   COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2
                   DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS
                   COMPUTE WS-DN-NUMBER = 365 * WS-DN-YEAR
                       + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                       + WS-DN-MDAYS + WS-DN-DAY
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO AGING-RECORD
           STRING "OVERDRAWN AND LIMIT-BREACH AGING - BUSINESS DATE "
               WS-BUS-DATE
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "FREEZE AFTER " COLL-FREEZE-OD-DAYS
               " DAYS OVERDRAWN OR " COLL-FREEZE-OVER-DAYS
               " DAYS OVER LIMIT (000 = NEVER)"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "ACCOUNT    CUST#  CUSTOMER NAME                  "
               "CUR      BALANCE     OD LIMIT  "
               "OD DAYS BUCKET  OVER DAYS/BKT  ACTION"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "                  ADDRESS / PHONE"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE ALL "-" TO AGING-RECORD
           WRITE AGING-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "BUCKET      OVERDRAWN   OVER LIMIT"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACES TO AGING-RECORD
               STRING WS-BUCKET-LABEL(WS-IDX) "       "
                   WS-OD-BUCKET-COUNT(WS-IDX) "      "
                   WS-OVER-BUCKET-COUNT(WS-IDX)
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
           END-PERFORM
           MOVE SPACES TO AGING-RECORD
           STRING "TOTAL       " WS-OD-COUNT "      " WS-OVER-COUNT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "ACCOUNTS AGED:                  " WS-ACCT-COUNT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING "FROZEN FOR COLLECTIONS THIS RUN: " WS-FROZEN-COUNT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD.

       LOG-AUDIT-EVENT.
           PERFORM INIT-AUDIT-SEQUENCE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-HOUR ':' WS-MINUTE ':' WS-SECOND DELIMITED BY SIZE
               INTO WS-TIME-STRING
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
               MOVE "ODAGING" TO AUD-OPER-ID
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE WS-SEARCH-ID TO AUD-SUBJECT
               MOVE "ODAGING" TO AUD-PROGRAM
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
                   "aged."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
