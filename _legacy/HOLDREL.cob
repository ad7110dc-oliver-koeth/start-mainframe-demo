      *> A hold whose account has gone from the customer file (a
      *> closure raced the clearing cycle) is cancelled and reported
      *> rather than left to retry forever.
      *> "Today" is the business date on BUSDATE.DAT (see
      *> BUSDATE.cpy), not the machine clock, so a late or repeated
      *> run releases exactly what was due on the business day.
      *> Sets RETURN-CODE 8 when the files cannot be opened, so a
      *> batch scheduler can stop the chain there.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS H-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS B-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 HOLD-RECORD.
           COPY HOLDREC.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 C-FILE-STATUS    PIC XX.
       01 H-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.

       01 WS-RELEASED-COUNT  PIC 9(5) VALUE 0.
       01 WS-RELEASED-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-ORPHAN-COUNT    PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(5) VALUE 0.

       01 WS-DATE-STRING   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CHECK HOLD RELEASE START"

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
                   "released."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-DATE-STRING
           CLOSE BUSDATE-FILE
           DISPLAY "Releasing holds with clearing date on or "
               "before " WS-DATE-STRING

