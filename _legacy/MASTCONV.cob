       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTCONV.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> One-time conversion of CUSTMAST.DAT to the current record
      *> layout. The customer master record has grown by the
      *> CUST-TAX-LIABLE flag (interest taxed at source), so an
      *> existing indexed file no longer opens against programs
      *> compiled with the current CUSTMAST copybook.
      *>
      *> Run once at release installation, with no other program
      *> using the files:
      *>   1. rename the existing file to CUSTMAST.OLD
      *>   2. run MASTCONV - it reads CUSTMAST.OLD in the old
      *>      layout and writes a fresh CUSTMAST.DAT in the new one
      *>   3. check the displayed counts match
      *> Every converted customer is made tax liable ('Y'), the
      *> safe side of the rule: interest is taxed at source unless
      *> the customer is shown to be entitled to gross payment, and
      *> those customers are then set to 'N' through Customer
      *> Maintenance.
      *> Sets RETURN-CODE 8 when the conversion could not complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO 'CUSTMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-NO
               FILE STATUS IS O-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS M-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The customer master record as it was before the tax flag -
      *> deliberately NOT the CUSTMAST copybook, which describes the
      *> current layout this program converts to.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           05 OLD-CUST-NO     PIC X(6).
           05 OLD-CUST-NAME   PIC X(30).
           05 OLD-CUST-ADDR1  PIC X(30).
           05 OLD-CUST-ADDR2  PIC X(30).
           05 OLD-CUST-ADDR3  PIC X(30).
           05 OLD-CUST-PHONE  PIC X(15).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01 O-FILE-STATUS    PIC XX.
       01 M-FILE-STATUS    PIC XX.

       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-WRITE-COUNT   PIC 9(7) VALUE 0.
       01 WS-CONVERT-OK    PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER MASTER LAYOUT CONVERSION START"

           OPEN INPUT OLD-MASTER-FILE
           IF O-FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTMAST.OLD: " O-FILE-STATUS
               DISPLAY "Rename the existing CUSTMAST.DAT to "
                   "CUSTMAST.OLD before running the conversion."
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT MASTER-FILE
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error creating new CUSTMAST.DAT: "
                   M-FILE-STATUS
               CLOSE OLD-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           PERFORM UNTIL O-FILE-STATUS = "10"
               READ OLD-MASTER-FILE NEXT RECORD
               IF O-FILE-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CONVERT-ONE-RECORD
               ELSE
                   IF O-FILE-STATUS NOT = "10"
                       DISPLAY "Error reading CUSTMAST.OLD: "
                           O-FILE-STATUS
                       MOVE 'N' TO WS-CONVERT-OK
                       MOVE "10" TO O-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM

           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE

           DISPLAY "Records read:    " WS-READ-COUNT
           DISPLAY "Records written: " WS-WRITE-COUNT
           IF WS-CONVERT-OK = 'Y'
                   AND WS-READ-COUNT = WS-WRITE-COUNT
               DISPLAY "Counts match - conversion complete."
               DISPLAY "CUSTOMER MASTER LAYOUT CONVERSION COMPLETE"
           ELSE
               DISPLAY "CONVERSION DID NOT COMPLETE - do not use "
                   "the new file; investigate and rerun from "
                   "CUSTMAST.OLD."
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-CUST-NO TO CUST-NO
           MOVE OLD-CUST-NAME TO CUST-NAME
           MOVE OLD-CUST-ADDR1 TO CUST-ADDR1
           MOVE OLD-CUST-ADDR2 TO CUST-ADDR2
           MOVE OLD-CUST-ADDR3 TO CUST-ADDR3
           MOVE OLD-CUST-PHONE TO CUST-PHONE
           MOVE 'Y' TO CUST-TAX-LIABLE
           WRITE MASTER-RECORD
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error writing customer " OLD-CUST-NO ": "
                   M-FILE-STATUS
               MOVE 'N' TO WS-CONVERT-OK
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.

       END-PROGRAM.
           STOP RUN.
