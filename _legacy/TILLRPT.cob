           SELECT REPORT-FILE ASSIGN TO 'TILLRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 L-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-BUSINESS-DATE PIC X(10).

       01 WS-CASH-OUT-ED   PIC ZZZZZZ9.99.
       01 WS-COUNTED-ED    PIC ZZZZZZ9.99.


       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "END-OF-DAY TILL REPORT"

           DISPLAY "Enter business date (YYYY/MM/DD), blank for "
               "the current business date: " WITH NO ADVANCING
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           DISPLAY "Reporting for business date: " WS-BUSINESS-DATE

               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
