       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Watch-list rescreen of the whole customer master. A name
      *> added to WATCHLST.DAT only stops new business at the
      *> teller screens; the customers already on CUSTMAST.DAT have
      *> to be checked against it again, so this batch is run
      *> whenever the list is updated (BANKACCT reminds the
      *> supervisor who changes it).
      *> Every customer name is compared with every blocked name in
      *> force, the same way the teller screens compare it: the
      *> listed name appearing anywhere in the customer's name, in
      *> upper case, is a possible match.
      *> Writes WLHITS.DAT, the hits report for compliance - one
      *> entry per possible match with the customer's contact
      *> details and the list entry it matched - and puts each match
      *> on the audit trail as "SCREEN MATCH FOUND" against the
      *> customer number, for compliance to clear or act on.
      *> Payee bank/account pairs on the list are screened when a
      *> payment is set up or made, and MONTHEND rescreens every
      *> live standing order before it pays, so they are not part of
      *> this run.
      *> Sets RETURN-CODE 8 when the files cannot be opened, so a
      *> batch scheduler can stop the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS M-FILE-STATUS.
           SELECT WATCH-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS W-FILE-STATUS.
           SELECT HITS-FILE ASSIGN TO 'WLHITS.DAT'
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
       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY CUSTMAST.

       FD WATCH-FILE.
       01 WATCH-RECORD.
           COPY WATCHREC.

       FD HITS-FILE.
       01 HITS-RECORD         PIC X(120).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDREC.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 M-FILE-STATUS    PIC XX.
       01 W-FILE-STATUS    PIC XX.
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

      *> The blocked names in force, loaded once from the list with
      *> the length of each name less its trailing spaces, so every
      *> customer is compared with the table rather than re-reading
      *> the list.
       01 WS-WN-MAX        PIC 9(4) VALUE 2000.
       01 WS-WN-COUNT      PIC 9(4) VALUE 0.
       01 WS-WN-OVERFLOW   PIC X VALUE 'N'.
       01 WS-WN-TABLE.
           05 WS-WN-ENTRY OCCURS 2000 TIMES.
               10 WS-WN-NAME      PIC X(30).
               10 WS-WN-LEN       PIC 99.
               10 WS-WN-SOURCE    PIC X(20).
       01 WS-WN-IDX        PIC 9(4).

       01 WS-WL-SUBJECT    PIC X(30).
       01 WS-WL-LEN        PIC 99.
       01 WS-WL-TALLY      PIC 99.
       01 WS-CUST-HIT      PIC X.

       01 WS-CUST-COUNT    PIC 9(7) VALUE 0.
       01 WS-HIT-COUNT     PIC 9(7) VALUE 0.
       01 WS-HIT-CUSTS     PIC 9(7) VALUE 0.

       01 WS-HIT-LINE.
           05 WS-HL-CUST-NO   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-HL-NAME      PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-HL-LISTED    PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-HL-SOURCE    PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-HL-PHONE     PIC X(15).
           05 FILLER          PIC X(14) VALUE SPACES.

       01 WS-ADDR-LINE.
           05 FILLER          PIC X(8) VALUE SPACES.
           05 WS-AL-ADDR1     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-ADDR2     PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-AL-ADDR3     PIC X(30).
           05 FILLER          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "WATCH-LIST RESCREEN OF CUSTOMER MASTER START"

           PERFORM READ-BUSINESS-DATE

           OPEN INPUT WATCH-FILE
           IF W-FILE-STATUS = "35"
               DISPLAY "No watch list on file - nothing to screen."
               GO TO END-PROGRAM
           END-IF
           IF W-FILE-STATUS NOT = "00"
               DISPLAY "Error opening watch list WATCHLST.DAT: "
                   W-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           PERFORM LOAD-WATCH-NAMES
           CLOSE WATCH-FILE

           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer master file: "
                   M-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT HITS-FILE
           IF R-FILE-STATUS NOT = "00"
               DISPLAY "Error opening hits report file: "
                   R-FILE-STATUS
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL M-FILE-STATUS NOT = "00"
               READ MASTER-FILE NEXT RECORD
               IF M-FILE-STATUS = "00"
                   ADD 1 TO WS-CUST-COUNT
                   PERFORM SCREEN-ONE-CUSTOMER
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTER-FILE
           CLOSE HITS-FILE

           DISPLAY "Blocked names in force: " WS-WN-COUNT
           DISPLAY "Customers screened: " WS-CUST-COUNT
           DISPLAY "Possible matches: " WS-HIT-COUNT " on "
               WS-HIT-CUSTS " customer(s) (see WLHITS.DAT)"
           IF WS-WN-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than " WS-WN-MAX
                   " blocked names on the list - the screen is "
                   "incomplete and must be re-run."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "WATCH-LIST RESCREEN OF CUSTOMER MASTER COMPLETE"

           STOP RUN.

      *> Only names still in force are loaded; a removed entry
      *> ('R') stays on the list for its history but screens
      *> nothing. Nor does a blank name - it would be "contained"
      *> in every name with a space in it and hit the whole master.
       LOAD-WATCH-NAMES.
           MOVE SPACES TO WL-KEY
           MOVE 'N' TO WL-TYPE
           START WATCH-FILE KEY IS NOT LESS THAN WL-KEY
           PERFORM UNTIL W-FILE-STATUS NOT = "00"
               READ WATCH-FILE NEXT RECORD
               IF W-FILE-STATUS = "00"
                   IF WL-TYPE NOT = 'N'
                       MOVE "10" TO W-FILE-STATUS
                   ELSE
                       IF WL-STATUS = 'A' AND WL-NAME NOT = SPACES
                           PERFORM ADD-WATCH-NAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-WATCH-NAME.
           IF WS-WN-COUNT NOT < WS-WN-MAX
               MOVE 'Y' TO WS-WN-OVERFLOW
           ELSE
               ADD 1 TO WS-WN-COUNT
               MOVE WL-NAME TO WS-WN-NAME(WS-WN-COUNT)
               MOVE WL-SOURCE TO WS-WN-SOURCE(WS-WN-COUNT)
               MOVE 30 TO WS-WL-LEN
               PERFORM UNTIL WS-WL-LEN = 1
                       OR WL-NAME(WS-WL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-WL-LEN
               END-PERFORM
               MOVE WS-WL-LEN TO WS-WN-LEN(WS-WN-COUNT)
           END-IF.

       SCREEN-ONE-CUSTOMER.
           MOVE CUST-NAME TO WS-WL-SUBJECT
           INSPECT WS-WL-SUBJECT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 'N' TO WS-CUST-HIT
           PERFORM VARYING WS-WN-IDX FROM 1 BY 1
                   UNTIL WS-WN-IDX > WS-WN-COUNT
               MOVE WS-WN-LEN(WS-WN-IDX) TO WS-WL-LEN
               MOVE 0 TO WS-WL-TALLY
               INSPECT WS-WL-SUBJECT TALLYING WS-WL-TALLY
                   FOR ALL WS-WN-NAME(WS-WN-IDX)(1:WS-WL-LEN)
               IF WS-WL-TALLY > 0
                   PERFORM REPORT-CUSTOMER-HIT
               END-IF
           END-PERFORM
           IF WS-CUST-HIT = 'Y'
               ADD 1 TO WS-HIT-CUSTS
           END-IF.

      *> One report entry and one audit event per list entry the
      *> customer matched, so compliance sees every reason the name
      *> was flagged.
       REPORT-CUSTOMER-HIT.
           MOVE 'Y' TO WS-CUST-HIT
           ADD 1 TO WS-HIT-COUNT
           MOVE CUST-NO TO WS-HL-CUST-NO
           MOVE CUST-NAME TO WS-HL-NAME
           MOVE WS-WN-NAME(WS-WN-IDX) TO WS-HL-LISTED
           MOVE WS-WN-SOURCE(WS-WN-IDX) TO WS-HL-SOURCE
           MOVE CUST-PHONE TO WS-HL-PHONE
           WRITE HITS-RECORD FROM WS-HIT-LINE
           MOVE CUST-ADDR1 TO WS-AL-ADDR1
           MOVE CUST-ADDR2 TO WS-AL-ADDR2
           MOVE CUST-ADDR3 TO WS-AL-ADDR3
           WRITE HITS-RECORD FROM WS-ADDR-LINE

           MOVE CUST-NO TO WS-SEARCH-ID
           MOVE "SCREEN MATCH FOUND" TO WS-AUDIT-ACTION
           PERFORM LOG-AUDIT-EVENT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO HITS-RECORD
           STRING "WATCH-LIST RESCREEN OF CUSTOMER MASTER - "
               "BUSINESS DATE " WS-BUS-DATE
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           STRING "CUST#   CUSTOMER NAME                  "
               "LISTED NAME                    "
               "LIST SOURCE          PHONE"
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           STRING "        ADDRESS"
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           MOVE ALL "-" TO HITS-RECORD
           WRITE HITS-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           STRING "BLOCKED NAMES IN FORCE: " WS-WN-COUNT
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           STRING "CUSTOMERS SCREENED:     " WS-CUST-COUNT
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           MOVE SPACES TO HITS-RECORD
           STRING "POSSIBLE MATCHES:       " WS-HIT-COUNT
               " ON " WS-HIT-CUSTS " CUSTOMER(S)"
               DELIMITED BY SIZE INTO HITS-RECORD
           WRITE HITS-RECORD
           IF WS-WN-OVERFLOW = 'Y'
               MOVE SPACES TO HITS-RECORD
               STRING "*** LIST LARGER THAN " WS-WN-MAX
                   " NAMES - SCREEN INCOMPLETE, RE-RUN REQUIRED ***"
                   DELIMITED BY SIZE INTO HITS-RECORD
               WRITE HITS-RECORD
           END-IF.

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
               MOVE "WLSCREEN" TO AUD-OPER-ID
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE WS-SEARCH-ID TO AUD-SUBJECT
               MOVE "WLSCREEN" TO AUD-PROGRAM
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
                   "screened."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
