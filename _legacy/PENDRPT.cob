       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Exceptions report of maker-checker changes left pending past
      *> the end of the business day. Customer amendments, standing
      *> order set-ups and amendments, and operator additions and
      *> limit changes keyed at BANKACCT wait on PENDING.DAT (see
      *> PENDCHG.cpy) until a second operator approves or rejects
      *> them; one still waiting when the day is closed is either
      *> forgotten or being sat on, and the branch manager chases it
      *> from this report.
      *> Run in the overnight chain after EODCLOSE has closed the
      *> day: every change still pending that was keyed on or before
      *> the closed business date is listed. Run while the day is
      *> still open, only changes keyed on earlier days are listed -
      *> today's are not yet overdue.
      *> Writes PENDEXC.DAT, one entry per change with who keyed it
      *> and when, and what it is for.
      *> Sets RETURN-CODE 8 when the files cannot be opened, so a
      *> batch scheduler can stop the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'PENDING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ID
               FILE STATUS IS K-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'PENDEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           COPY PENDCHG.

       FD EXCEPT-FILE.
       01 EXCEPT-RECORD       PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 K-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-BUS-DATE      PIC X(10).
       01 WS-DAY-STATUS    PIC X(1).

       01 WS-PEND-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXC-COUNT     PIC 9(7) VALUE 0.
       01 WS-OVERDUE       PIC X.
       01 WS-KIND-TEXT     PIC X(24).

       01 WS-EXC-LINE.
           05 WS-EL-ID        PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-EL-DATE      PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-EL-TIME      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-EL-MAKER     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-EL-SUBJECT   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-EL-KIND      PIC X(24).
           05 FILLER          PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PENDING CHANGE EXCEPTIONS REPORT START"

           PERFORM READ-BUSINESS-DATE

           OPEN OUTPUT EXCEPT-FILE
           IF R-FILE-STATUS NOT = "00"
               DISPLAY "Error opening exceptions report file: "
                   R-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT PENDING-FILE
           IF K-FILE-STATUS = "35"
               DISPLAY "No pending change file - nothing outstanding."
           ELSE
               IF K-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening pending change file: "
                       K-FILE-STATUS
                   CLOSE EXCEPT-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
               PERFORM UNTIL K-FILE-STATUS NOT = "00"
                   READ PENDING-FILE NEXT RECORD
                   IF K-FILE-STATUS = "00"
                       IF PC-STATUS = 'P'
                           ADD 1 TO WS-PEND-COUNT
                           PERFORM CHECK-ONE-CHANGE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE EXCEPT-FILE

           DISPLAY "Changes still pending: " WS-PEND-COUNT
           DISPLAY "Pending past end of day: " WS-EXC-COUNT
               " (see PENDEXC.DAT)"
           DISPLAY "PENDING CHANGE EXCEPTIONS REPORT COMPLETE"

           STOP RUN.

      *> Overdue once its business day has been closed: keyed before
      *> the business date in hand, or on it when that day is
      *> already closed.
       CHECK-ONE-CHANGE.
           MOVE 'N' TO WS-OVERDUE
           IF PC-MADE-DATE < WS-BUS-DATE
               MOVE 'Y' TO WS-OVERDUE
           END-IF
           IF PC-MADE-DATE = WS-BUS-DATE AND WS-DAY-STATUS = 'C'
               MOVE 'Y' TO WS-OVERDUE
           END-IF
           IF WS-OVERDUE = 'Y'
               ADD 1 TO WS-EXC-COUNT
               PERFORM SET-KIND-TEXT
               MOVE PC-ID TO WS-EL-ID
               MOVE PC-MADE-DATE TO WS-EL-DATE
               MOVE PC-MADE-TIME TO WS-EL-TIME
               MOVE PC-MAKER TO WS-EL-MAKER
               MOVE PC-SUBJECT TO WS-EL-SUBJECT
               MOVE WS-KIND-TEXT TO WS-EL-KIND
               WRITE EXCEPT-RECORD FROM WS-EXC-LINE
           END-IF.

       SET-KIND-TEXT.
           EVALUATE PC-FILE ALSO PC-ACTION
               WHEN 'M' ALSO ANY
                   MOVE "Customer amendment" TO WS-KIND-TEXT
               WHEN 'S' ALSO 'A'
                   MOVE "Standing order set-up" TO WS-KIND-TEXT
               WHEN 'S' ALSO 'C'
                   MOVE "Standing order amendment" TO WS-KIND-TEXT
               WHEN 'O' ALSO 'A'
                   MOVE "Operator addition" TO WS-KIND-TEXT
               WHEN 'O' ALSO 'C'
                   MOVE "Operator limit change" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "Unknown change" TO WS-KIND-TEXT
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EXCEPT-RECORD
           IF WS-DAY-STATUS = 'C'
               STRING "CHANGES PENDING PAST END OF DAY - BUSINESS "
                   "DATE " WS-BUS-DATE " (CLOSED)"
                   DELIMITED BY SIZE INTO EXCEPT-RECORD
           ELSE
               STRING "CHANGES PENDING PAST END OF DAY - BUSINESS "
                   "DATE " WS-BUS-DATE " (OPEN - EARLIER DAYS ONLY)"
                   DELIMITED BY SIZE INTO EXCEPT-RECORD
           END-IF
           WRITE EXCEPT-RECORD
           MOVE SPACES TO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           MOVE SPACES TO EXCEPT-RECORD
           STRING "CHANGE#  KEYED ON            MAKER     "
               "SUBJECT     CHANGE"
               DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           MOVE ALL "-" TO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           MOVE SPACES TO EXCEPT-RECORD
           STRING "CHANGES STILL PENDING:   " WS-PEND-COUNT
               DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           MOVE SPACES TO EXCEPT-RECORD
           STRING "PENDING PAST END OF DAY: " WS-EXC-COUNT
               DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

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
                   "reported."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           MOVE BD-DAY-STATUS TO WS-DAY-STATUS
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
