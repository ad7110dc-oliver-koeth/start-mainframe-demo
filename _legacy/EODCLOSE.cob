       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCLOSE.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> End-of-day close and business-date roll. Keeps the single
      *> BUSDATE.DAT control record (see BUSDATE.cpy) that every
      *> posting program takes its date from. Three modes, chosen at
      *> run time:
      *>   C - close the business day in hand: the day stays the
      *>       business date, but BANKACCT, POSTIMP and CHQCLR can no
      *>       longer post to it, so the day's inward clearing
      *>       (CHQCLR) must be run before the close. Run it when the
      *>       branch shuts, then run the overnight batches against
      *>       the closed day, in this order: HOLDREL, PAYRET,
      *>       GLEXTRCT, TILLRPT, PENDRPT, ODAGING, MONTHEND at month
      *>       end, then NOTICES;
      *>   O - open the next business day: rolls BD-BUS-DATE forward
      *>       one calendar day at a time past Saturdays, Sundays and
      *>       every date on HOLIDAYS.DAT, and opens it for posting.
      *>       Only a closed day can be rolled past, so a day can
      *>       never be skipped without its close;
      *>   I - initialise: keys the first business date on a system
      *>       that has no control record yet. Refused once one
      *>       exists - from then on the date only moves forward.
      *>
      *> HOLIDAYS.DAT layout (one line per bank holiday): date
      *> X(10) YYYY/MM/DD, a space, description X(30). Keep next
      *> year's dates on it before December; a missing file is
      *> reported and only weekends are skipped.
      *> Each close and open is written to the audit trail under
      *> this program's name, with the business date as the subject.
      *> Sets RETURN-CODE 8 when the step is refused or the control
      *> record cannot be read or written, so a batch scheduler can
      *> stop the chain there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Y-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS A-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HL-DATE          PIC X(10).
           05 FILLER           PIC X(1).
           05 HL-NAME          PIC X(30).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01 B-FILE-STATUS    PIC XX.
       01 Y-FILE-STATUS    PIC XX.
       01 A-FILE-STATUS    PIC XX.

       01 WS-MODE          PIC X(1).
       01 WS-CONTROL-FOUND PIC X VALUE 'N'.
       01 WS-CONTROL-WRITTEN PIC X VALUE 'N'.
       01 WS-BUS-DATE      PIC X(10).
       01 WS-DAY-STATUS    PIC X(1).
       01 WS-LAST-CLOSED   PIC X(10).
       01 WS-ME-PERIOD     PIC X(7).
       01 WS-NEXT-DATE     PIC X(10).
       01 WS-IN-DATE       PIC X(10).
       01 WS-DATE-OK       PIC X.
       01 WS-BUSINESS-DAY  PIC X.
       01 WS-SKIPPED       PIC 9(3) VALUE 0.

      *> HOLIDAYS.DAT read once per run; a branch calendar carries a
      *> dozen dates a year, so two hundred rows covers several
      *> years kept on file at once.
       01 WS-HOL-MAX       PIC 9(3) VALUE 200.
       01 WS-HOL-COUNT     PIC 9(3) VALUE 0.
       01 WS-HOL-OVERFLOW  PIC X VALUE 'N'.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
               10 WS-HOL-DATE     PIC X(10).
               10 WS-HOL-NAME     PIC X(30).
       01 WS-HOL-IDX       PIC 9(3).
       01 WS-HOL-HIT       PIC 9(3).

       01 WS-CD-YEAR       PIC 9999.
       01 WS-CD-MONTH      PIC 99.
       01 WS-CD-DAY        PIC 99.
       01 WS-CD-MAX-DAY    PIC 99.
       01 WS-CD-QUOT       PIC 9(4).
       01 WS-CD-REM        PIC 9(4).

      *> Day-of-week working fields (Zeller's congruence): WS-DOW
      *> comes out 0 for Saturday, 1 for Sunday, 2 for Monday and so
      *> on to 6 for Friday.
       01 WS-DW-YEAR       PIC 9999.
       01 WS-DW-MONTH      PIC 99.
       01 WS-DW-CENT       PIC 99.
       01 WS-DW-YY         PIC 99.
       01 WS-DW-TERM       PIC 9(4).
       01 WS-DW-Q1         PIC 99.
       01 WS-DW-Q2         PIC 99.
       01 WS-DW-SUM        PIC 9(5).
       01 WS-DW-QUOT       PIC 9(5).
       01 WS-DOW           PIC 9.

       01 WS-AUDIT-ACTION  PIC X(20).
       01 WS-AUDIT-SEQ     PIC 9(7) VALUE 0.
       01 WS-SEARCH-ID     PIC X(10).

       01 WS-CURRENT-TIME.
           05 WS-HOUR      PIC 99.
           05 WS-MINUTE    PIC 99.
           05 WS-SECOND    PIC 99.
       01 WS-TIME-STRING   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "END-OF-DAY CLOSE START"

           PERFORM READ-CONTROL-RECORD
           IF WS-CONTROL-FOUND = 'Y'
               DISPLAY "Business date: " WS-BUS-DATE " status "
                   WS-DAY-STATUS " (O=Open, C=Closed)"
               DISPLAY "Last day closed: " WS-LAST-CLOSED
           END-IF

           DISPLAY "Enter mode (C=Close day, O=Open next day, "
               "I=Initialise): " WITH NO ADVANCING
           ACCEPT WS-MODE

           EVALUATE WS-MODE
               WHEN 'C'
               WHEN 'c'
                   PERFORM CLOSE-BUSINESS-DAY
               WHEN 'O'
               WHEN 'o'
                   PERFORM OPEN-NEXT-BUSINESS-DAY
               WHEN 'I'
               WHEN 'i'
                   PERFORM INITIALISE-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY "Mode must be C, O or I."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "END-OF-DAY CLOSE COMPLETE"

           STOP RUN.

      *> A missing file just means the system has never been given
      *> a business date; any other error is fatal to the step.
       READ-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-FOUND
           OPEN INPUT BUSDATE-FILE
           IF B-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF B-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening business date file: "
                       B-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
               READ BUSDATE-FILE
               IF B-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CONTROL-FOUND
                   MOVE BD-BUS-DATE TO WS-BUS-DATE
                   MOVE BD-DAY-STATUS TO WS-DAY-STATUS
                   MOVE BD-LAST-CLOSED TO WS-LAST-CLOSED
                   MOVE BD-ME-PERIOD TO WS-ME-PERIOD
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

      *> WS-CONTROL-WRITTEN is 'Y' only once the record is safely on
      *> file; callers audit and report the step only then.
       WRITE-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-WRITTEN
           OPEN OUTPUT BUSDATE-FILE
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "Error opening business date file: "
                   B-FILE-STATUS
               DISPLAY "*** Business date NOT changed. ***"
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE TO BD-BUS-DATE
           MOVE WS-DAY-STATUS TO BD-DAY-STATUS
           MOVE WS-LAST-CLOSED TO BD-LAST-CLOSED
           MOVE WS-ME-PERIOD TO BD-ME-PERIOD
           WRITE BUSDATE-RECORD
           IF B-FILE-STATUS NOT = "00"
               DISPLAY "Error writing business date file: "
                   B-FILE-STATUS
               DISPLAY "*** Business date NOT changed. ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-CONTROL-WRITTEN
           END-IF
           CLOSE BUSDATE-FILE.

       CLOSE-BUSINESS-DAY.
           IF WS-CONTROL-FOUND = 'N'
               DISPLAY "No business date on file - run mode I "
                   "first."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DAY-STATUS = 'C'
                   DISPLAY "Business day " WS-BUS-DATE " is already "
                       "closed - refused."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'C' TO WS-DAY-STATUS
                   PERFORM WRITE-CONTROL-RECORD
                   IF WS-CONTROL-WRITTEN = 'Y'
                       MOVE WS-BUS-DATE TO WS-SEARCH-ID
                       MOVE "BUSINESS DAY CLOSED" TO WS-AUDIT-ACTION
                       PERFORM LOG-AUDIT-EVENT
                       DISPLAY "Business day " WS-BUS-DATE " CLOSED - "
                           "no further branch posting to this date."
                   END-IF
               END-IF
           END-IF.

       OPEN-NEXT-BUSINESS-DAY.
           IF WS-CONTROL-FOUND = 'N'
               DISPLAY "No business date on file - run mode I "
                   "first."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DAY-STATUS NOT = 'C'
                   DISPLAY "Business day " WS-BUS-DATE " has not "
                       "been closed - run mode C first."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-HOLIDAYS
                   IF WS-HOL-OVERFLOW = 'Y'
                       DISPLAY "More than " WS-HOL-MAX " dates on "
                           "HOLIDAYS.DAT - the in-memory table is "
                           "too small. Business date NOT rolled."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM FIND-NEXT-BUSINESS-DAY
                       MOVE WS-BUS-DATE TO WS-LAST-CLOSED
                       MOVE WS-NEXT-DATE TO WS-BUS-DATE
                       MOVE 'O' TO WS-DAY-STATUS
                       PERFORM WRITE-CONTROL-RECORD
                       IF WS-CONTROL-WRITTEN = 'Y'
                           MOVE WS-BUS-DATE TO WS-SEARCH-ID
                           MOVE "BUSINESS DAY OPENED"
                               TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-EVENT
                           DISPLAY "Business day " WS-LAST-CLOSED
                               " rolled to " WS-BUS-DATE " ("
                               WS-SKIPPED " non-business day(s) "
                               "skipped) - OPEN for posting."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The first date is keyed by hand exactly once; it has to be
      *> a real business day, or the branch would open on a
      *> Saturday and every program would stamp it.
       INITIALISE-BUSINESS-DATE.
           IF WS-CONTROL-FOUND = 'Y'
               DISPLAY "A business date is already on file - the "
                   "date only moves forward through modes C and O."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Enter first business date (YYYY/MM/DD): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-DATE
               PERFORM VALIDATE-IN-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY "Not a valid date: " WS-IN-DATE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-HOLIDAYS
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-BUSINESS-DAY = 'N'
                       DISPLAY WS-IN-DATE " is a weekend or bank "
                           "holiday - choose a business day."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WS-IN-DATE TO WS-BUS-DATE
                       MOVE 'O' TO WS-DAY-STATUS
                       MOVE SPACES TO WS-LAST-CLOSED
                       MOVE SPACES TO WS-ME-PERIOD
                       PERFORM WRITE-CONTROL-RECORD
                       IF WS-CONTROL-WRITTEN = 'Y'
                           MOVE WS-BUS-DATE TO WS-SEARCH-ID
                           MOVE "BUSINESS DAY OPENED"
                               TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-EVENT
                           DISPLAY "Business date set to " WS-BUS-DATE
                               " - OPEN for posting."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Leaves WS-CD-YEAR/MONTH/DAY holding the keyed date when it
      *> is a real calendar date in YYYY/MM/DD form.
       VALIDATE-IN-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-IN-DATE(1:4) IS NUMERIC
                   AND WS-IN-DATE(5:1) = '/'
                   AND WS-IN-DATE(6:2) IS NUMERIC
                   AND WS-IN-DATE(8:1) = '/'
                   AND WS-IN-DATE(9:2) IS NUMERIC
               MOVE WS-IN-DATE(1:4) TO WS-CD-YEAR
               MOVE WS-IN-DATE(6:2) TO WS-CD-MONTH
               MOVE WS-IN-DATE(9:2) TO WS-CD-DAY
               IF WS-CD-MONTH >= 1 AND WS-CD-MONTH <= 12
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-CD-DAY >= 1 AND WS-CD-DAY <= WS-CD-MAX-DAY
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-HOL-OVERFLOW
           OPEN INPUT HOLIDAY-FILE
           IF Y-FILE-STATUS = "35"
               DISPLAY "No holiday list (HOLIDAYS.DAT) - only "
                   "weekends are skipped."
           ELSE
               IF Y-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening holiday list: "
                       Y-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM
               END-IF
               PERFORM UNTIL Y-FILE-STATUS = "10"
                   READ HOLIDAY-FILE
                   IF Y-FILE-STATUS = "00"
                       IF HL-DATE NOT = SPACES
                           IF WS-HOL-COUNT < WS-HOL-MAX
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HL-DATE
                                   TO WS-HOL-DATE(WS-HOL-COUNT)
                               MOVE HL-NAME
                                   TO WS-HOL-NAME(WS-HOL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-HOL-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      *> Steps forward from the business date one calendar day at a
      *> time until a weekday that is not on the holiday list; each
      *> day passed over is shown so the operator can see why the
      *> roll went further than tomorrow.
       FIND-NEXT-BUSINESS-DAY.
           MOVE 0 TO WS-SKIPPED
           MOVE WS-BUS-DATE(1:4) TO WS-CD-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-CD-MONTH
           MOVE WS-BUS-DATE(9:2) TO WS-CD-DAY
           MOVE 'N' TO WS-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-CD-DAY
               PERFORM SET-DAYS-IN-MONTH
               IF WS-CD-DAY > WS-CD-MAX-DAY
                   MOVE 1 TO WS-CD-DAY
                   ADD 1 TO WS-CD-MONTH
                   IF WS-CD-MONTH > 12
                       MOVE 1 TO WS-CD-MONTH
                       ADD 1 TO WS-CD-YEAR
                   END-IF
               END-IF
               STRING WS-CD-YEAR '/' WS-CD-MONTH '/' WS-CD-DAY
                   DELIMITED BY SIZE INTO WS-IN-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY = 'N'
                   ADD 1 TO WS-SKIPPED
                   IF WS-HOL-HIT > 0
                       DISPLAY "  skipping " WS-IN-DATE " - "
                           WS-HOL-NAME(WS-HOL-HIT)
                   ELSE
                       DISPLAY "  skipping " WS-IN-DATE " - weekend"
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-IN-DATE TO WS-NEXT-DATE.

      *> WS-IN-DATE (with WS-CD-YEAR/MONTH/DAY already set from it)
      *> is a business day when it is Monday to Friday and not on
      *> the holiday list; WS-HOL-HIT names the holiday that ruled
      *> it out, zero otherwise.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY
           MOVE 0 TO WS-HOL-HIT
           PERFORM SET-DAY-OF-WEEK
           IF WS-DOW = 0 OR WS-DOW = 1
               MOVE 'N' TO WS-BUSINESS-DAY
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-IN-DATE
                   MOVE 'N' TO WS-BUSINESS-DAY
                   MOVE WS-HOL-IDX TO WS-HOL-HIT
               END-IF
           END-PERFORM.

      *> January and February count as months 13 and 14 of the year
      *> before, which is what lets the formula ignore leap days.
       SET-DAY-OF-WEEK.
           MOVE WS-CD-YEAR TO WS-DW-YEAR
           MOVE WS-CD-MONTH TO WS-DW-MONTH
           IF WS-DW-MONTH < 3
               ADD 12 TO WS-DW-MONTH
               SUBTRACT 1 FROM WS-DW-YEAR
           END-IF
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-CENT
               REMAINDER WS-DW-YY
           COMPUTE WS-DW-TERM = 13 * (WS-DW-MONTH + 1)
           DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-TERM
           DIVIDE WS-DW-YY BY 4 GIVING WS-DW-Q1
           DIVIDE WS-DW-CENT BY 4 GIVING WS-DW-Q2
           COMPUTE WS-DW-SUM = WS-CD-DAY + WS-DW-TERM + WS-DW-YY
               + WS-DW-Q1 + WS-DW-Q2 + 5 * WS-DW-CENT
           DIVIDE WS-DW-SUM BY 7 GIVING WS-DW-QUOT
               REMAINDER WS-DOW.

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

      *> Same sequence discipline as BANKACCT: number on from the
      *> last record on file so AUDITINQ's gap check holds. The
      *> audit date is the business date the event acted on.
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
               MOVE "EODCLOSE" TO AUD-OPER-ID
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE WS-SEARCH-ID TO AUD-SUBJECT
               MOVE "EODCLOSE" TO AUD-PROGRAM
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
