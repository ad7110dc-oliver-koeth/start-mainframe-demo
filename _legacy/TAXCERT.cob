       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
       AUTHOR. BANKING-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *> Year-end interest tax certificates. Scans the open
      *> TRANSACTIONS.DAT and the TRANSHIST.DAT archive (a tax year
      *> always spans both) for the interest credited ('I') and the
      *> tax withheld at source ('H') in the tax year entered at run
      *> time, and totals them by customer - across every account
      *> the customer owns, through ACCT-CUST-NO on CUSTOMERS.DAT.
      *> Interest on a jointly held account is the primary holder's.
      *> Writes:
      *>   - TAXCERT.DAT: one print-ready certificate per customer,
      *>     addressed from CUSTMAST.DAT, with each account's gross
      *>     interest, tax withheld and net, and the customer total;
      *>     followed by the interest that could not be put against
      *>     a customer (an account closed during the year, or one
      *>     not linked to the customer master) or could not be
      *>     converted (no exchange rate), for customer service to
      *>     certify by hand;
      *>   - TAXREG.DAT: the fixed-format submission to the tax
      *>     authority in the TAXREG layout, one detail per customer
      *>     and a trailer carrying the control totals.
      *> Every figure certified is in the base currency (FXTAB).
      *> Interest on an account held in another currency is
      *> converted one credit at a time at the latest FXRATES.DAT
      *> rate on or before the day it was credited, and the
      *> certificate shows the account's own-currency figures
      *> beneath the converted ones.
      *> Certificates come out in customer-number order. Run after
      *> the last month end of the tax year.
      *> Sets RETURN-CODE 8 when the files cannot be opened, or when
      *> a transaction file that exists cannot be read and the
      *> certificates would understate the year, so a batch
      *> scheduler can stop the chain there.

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
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS T-FILE-STATUS.
           SELECT TRANSHIST-FILE ASSIGN TO 'TRANSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS H-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO 'TAXCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS R-FILE-STATUS.
           SELECT TAXREG-FILE ASSIGN TO 'TAXREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS G-FILE-STATUS.
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
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY CUSTMAST.

      *> Read as a plain image and unpacked through the working-
      *> storage overlay below, so the archive records (which carry
      *> the same image behind a period prefix) go through the same
      *> code.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD  PIC X(120).

       FD TRANSHIST-FILE.
       01 TRANSHIST-RECORD.
           COPY TRNHIST.

       FD CERT-FILE.
       01 CERT-RECORD         PIC X(80).

       FD TAXREG-FILE.
       01 TAXREG-RECORD.
           COPY TAXREG.

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
           COPY BUSDATE.

       FD FXRATE-FILE.
       01 FXRATE-RECORD.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01 C-FILE-STATUS    PIC XX.
       01 M-FILE-STATUS    PIC XX.
       01 T-FILE-STATUS    PIC XX.
       01 H-FILE-STATUS    PIC XX.
       01 R-FILE-STATUS    PIC XX.
       01 G-FILE-STATUS    PIC XX.
       01 B-FILE-STATUS    PIC XX.
       01 X-FILE-STATUS    PIC XX.

           COPY FXTAB.

       01 WS-TRANS-DETAIL.
           COPY TRANSREC.

       01 WS-BUS-DATE      PIC X(10).
       01 WS-START-DATE    PIC X(10).
       01 WS-END-DATE      PIC X(10).

      *> One row per account paid interest in the year, with the
      *> customer it belongs to, looked up once when the row is
      *> added. WS-AT-ON-FILE is 'N' for an account no longer on
      *> CUSTOMERS.DAT (closed during the year); WS-AT-CERTIFIED
      *> goes to 'Y' once the row has been printed on a customer's
      *> certificate, so whatever is left is the exceptions list.
      *> WS-AT-GROSS/WS-AT-TAX are the base-currency values that are
      *> certified; WS-AT-CCY-GROSS/WS-AT-CCY-TAX the same interest
      *> in WS-AT-CCY, the account's own currency. WS-AT-NO-RATE is
      *> 'Y' when any credit on the account had no rate to convert
      *> it at, which keeps the account off the certificate.
       01 WS-AT-MAX        PIC 9(4) VALUE 2000.
       01 WS-AT-COUNT      PIC 9(4) VALUE 0.
       01 WS-AT-OVERFLOW   PIC X VALUE 'N'.
      *> 'Y' when TRANSACTIONS.DAT or TRANSHIST.DAT is there but
      *> would not open, so part of the year's interest was missed.
       01 WS-SCAN-FAILED   PIC X VALUE 'N'.
       01 WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-ACCT      PIC X(10).
               10 WS-AT-CUST      PIC X(6).
               10 WS-AT-ON-FILE   PIC X(1).
               10 WS-AT-CERTIFIED PIC X(1).
               10 WS-AT-GROSS     PIC 9(9)V99.
               10 WS-AT-TAX       PIC 9(9)V99.
               10 WS-AT-CCY       PIC X(3).
               10 WS-AT-NO-RATE   PIC X(1).
               10 WS-AT-CCY-GROSS PIC 9(9)V99.
               10 WS-AT-CCY-TAX   PIC 9(9)V99.
       01 WS-AT-IDX        PIC 9(4).
       01 WS-AT-ROW        PIC 9(4).

      *> Rates already found, one per currency and credit date, so
      *> a month's interest run is looked up on FXRATES.DAT once.
      *> WS-FR-RATED is 'N' when there was no rate on or before the
      *> date. Once the table is full, further lookups go to the
      *> file every time.
       01 WS-FR-MAX        PIC 9(3) VALUE 200.
       01 WS-FR-COUNT      PIC 9(3) VALUE 0.
       01 WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 200 TIMES.
               10 WS-FR-CCY       PIC X(3).
               10 WS-FR-DATE      PIC X(10).
               10 WS-FR-RATE      PIC 9(5)V9(6).
               10 WS-FR-RATED     PIC X(1).
       01 WS-FR-IDX        PIC 9(3).
       01 WS-FR-ROW        PIC 9(3).
       01 WS-FR-FOUND      PIC X(1).
       01 WS-FR-RATE-USED  PIC 9(5)V9(6).
       01 WS-BASE-AMOUNT   PIC 9(9)V99.
       01 WS-RATE-MISSING  PIC X VALUE 'N'.

      *> Running figures for the customer in hand. WS-CU-HELD counts
      *> the customer's accounts left off for want of a rate.
       01 WS-CU-ACCTS      PIC 9(3).
       01 WS-CU-HELD       PIC 9(3).
       01 WS-CU-GROSS      PIC 9(9)V99.
       01 WS-CU-TAX        PIC 9(9)V99.
       01 WS-CU-NET        PIC S9(9)V99.
       01 WS-ROW-NET       PIC S9(9)V99.
       01 WS-FOREIGN-SHOWN PIC X(1).

       01 WS-CERT-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXCEPT-COUNT  PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS   PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-TAX     PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-NET     PIC 9(13)V99 VALUE 0.

       01 WS-GROSS-ED      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TAX-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-ED        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-REASON-TEXT   PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "YEAR-END INTEREST TAX CERTIFICATES START"

           PERFORM READ-BUSINESS-DATE

           DISPLAY "Enter tax year start date (YYYY/MM/DD): "
               WITH NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY "Enter tax year end date (YYYY/MM/DD): "
               WITH NO ADVANCING
           ACCEPT WS-END-DATE
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "Tax year end is before its start - nothing "
                   "produced."
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF C-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: " C-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN INPUT MASTER-FILE
           IF M-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer master file: "
                   M-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT CERT-FILE
           IF R-FILE-STATUS NOT = "00"
               DISPLAY "Error opening certificate file: "
                   R-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           OPEN OUTPUT TAXREG-FILE
           IF G-FILE-STATUS NOT = "00"
               DISPLAY "Error opening tax return file: "
                   G-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE MASTER-FILE
               CLOSE CERT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF

           PERFORM SCAN-OPEN-PERIOD
           PERFORM SCAN-ARCHIVE
           CLOSE CUSTOMER-FILE

           MOVE SPACES TO TAXREG-RECORD
           MOVE 'H' TO TX-TYPE
           MOVE WS-START-DATE TO TX-YEAR-START
           MOVE WS-END-DATE TO TX-YEAR-END
           MOVE WS-BUS-DATE TO TX-RUN-DATE
           MOVE FX-BASE-CURRENCY TO TX-CURRENCY
           WRITE TAXREG-RECORD

           PERFORM WRITE-CERTIFICATES
           PERFORM WRITE-EXCEPTIONS

           MOVE SPACES TO TAXREG-RECORD
           MOVE 'T' TO TX-TYPE
           MOVE WS-CERT-COUNT TO TX-COUNT
           MOVE WS-TOTAL-GROSS TO TX-TOTAL-GROSS
           MOVE WS-TOTAL-TAX TO TX-TOTAL-TAX
           MOVE WS-TOTAL-NET TO TX-TOTAL-NET
           WRITE TAXREG-RECORD

           CLOSE MASTER-FILE
           CLOSE CERT-FILE
           CLOSE TAXREG-FILE

           DISPLAY "Tax year: " WS-START-DATE " to " WS-END-DATE
           DISPLAY "Certificates written to TAXCERT.DAT: "
               WS-CERT-COUNT
           DISPLAY "Gross interest certified: " FX-BASE-CURRENCY
               " " WS-TOTAL-GROSS
           DISPLAY "Tax withheld certified:   " FX-BASE-CURRENCY
               " " WS-TOTAL-TAX
           DISPLAY "Net interest certified:   " FX-BASE-CURRENCY
               " " WS-TOTAL-NET
           DISPLAY "Tax return written to TAXREG.DAT"
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "Accounts not certified: " WS-EXCEPT-COUNT
                   " (listed at the end of TAXCERT.DAT)"
           END-IF
           IF WS-RATE-MISSING = 'Y'
               DISPLAY "Some interest could not be converted to "
                   FX-BASE-CURRENCY " - key the missing exchange "
                   "rates and rerun before issuing."
           END-IF
           IF WS-AT-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than " WS-AT-MAX
                   " accounts paid interest - the certificates are "
                   "incomplete and must not be issued."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SCAN-FAILED = 'Y'
               DISPLAY "WARNING: a transaction file could not be "
                   "read - the certificates are incomplete and must "
                   "not be issued."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "YEAR-END INTEREST TAX CERTIFICATES COMPLETE"

           STOP RUN.

       SCAN-OPEN-PERIOD.
           OPEN INPUT TRANSACTION-FILE
           IF T-FILE-STATUS = "35"
               DISPLAY "No open-period transaction file - skipped."
           ELSE
               IF T-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening transaction file: "
                       T-FILE-STATUS
                   MOVE 'Y' TO WS-SCAN-FAILED
               ELSE
                   PERFORM UNTIL T-FILE-STATUS = "10"
                       READ TRANSACTION-FILE
                       IF T-FILE-STATUS = "00"
                           MOVE TRANSACTION-RECORD TO WS-TRANS-DETAIL
                           PERFORM EXAMINE-TRANSACTION
                       END-IF
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF.

       SCAN-ARCHIVE.
           OPEN INPUT TRANSHIST-FILE
           IF H-FILE-STATUS = "35"
               DISPLAY "No archive file - skipped."
           ELSE
               IF H-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening history file: "
                       H-FILE-STATUS
                   MOVE 'Y' TO WS-SCAN-FAILED
               ELSE
                   PERFORM UNTIL H-FILE-STATUS = "10"
                       READ TRANSHIST-FILE
                       IF H-FILE-STATUS = "00"
                           MOVE HIST-IMAGE TO WS-TRANS-DETAIL
                           PERFORM EXAMINE-TRANSACTION
                       END-IF
                   END-PERFORM
                   CLOSE TRANSHIST-FILE
               END-IF
           END-IF.

      *> Interest credited and tax withheld from it, inside the tax
      *> year. Interest charged on a loan ('A') is a cost to the
      *> customer, not income, and is not certified.
       EXAMINE-TRANSACTION.
           IF (TRANS-TYPE = 'I' OR TRANS-TYPE = 'H')
                   AND TRANS-DATE >= WS-START-DATE
                   AND TRANS-DATE <= WS-END-DATE
               PERFORM FIND-ACCOUNT-ROW
               IF WS-AT-ROW > 0
                   PERFORM CONVERT-TO-BASE
                   IF TRANS-TYPE = 'I'
                       ADD TRANS-AMOUNT TO WS-AT-CCY-GROSS(WS-AT-ROW)
                       ADD WS-BASE-AMOUNT TO WS-AT-GROSS(WS-AT-ROW)
                   ELSE
                       ADD TRANS-AMOUNT TO WS-AT-CCY-TAX(WS-AT-ROW)
                       ADD WS-BASE-AMOUNT TO WS-AT-TAX(WS-AT-ROW)
                   END-IF
               END-IF
           END-IF.

      *> The credit's base-currency value, at the latest rate on or
      *> before the day it was credited. An 'H' is posted on the
      *> same day as its 'I', so the two convert at the same rate.
       CONVERT-TO-BASE.
           IF WS-AT-CCY(WS-AT-ROW) = FX-BASE-CURRENCY
               MOVE TRANS-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM FIND-CREDIT-RATE
               IF WS-FR-FOUND = 'Y'
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       TRANS-AMOUNT * WS-FR-RATE-USED
               ELSE
                   MOVE 0 TO WS-BASE-AMOUNT
                   MOVE 'Y' TO WS-AT-NO-RATE(WS-AT-ROW)
               END-IF
           END-IF.

       FIND-CREDIT-RATE.
           MOVE 0 TO WS-FR-ROW
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
                   OR WS-FR-ROW > 0
               IF WS-FR-CCY(WS-FR-IDX) = WS-AT-CCY(WS-AT-ROW)
                       AND WS-FR-DATE(WS-FR-IDX) = TRANS-DATE
                   MOVE WS-FR-IDX TO WS-FR-ROW
               END-IF
           END-PERFORM

           IF WS-FR-ROW > 0
               MOVE WS-FR-RATED(WS-FR-ROW) TO WS-FR-FOUND
               MOVE WS-FR-RATE(WS-FR-ROW) TO WS-FR-RATE-USED
           ELSE
               PERFORM READ-CREDIT-RATE
               IF WS-FR-FOUND = 'N'
                   MOVE 'Y' TO WS-RATE-MISSING
                   DISPLAY "No exchange rate on or before " TRANS-DATE
                       " for " WS-AT-CCY(WS-AT-ROW)
               END-IF
               IF WS-FR-COUNT < WS-FR-MAX
                   ADD 1 TO WS-FR-COUNT
                   MOVE WS-AT-CCY(WS-AT-ROW) TO WS-FR-CCY(WS-FR-COUNT)
                   MOVE TRANS-DATE TO WS-FR-DATE(WS-FR-COUNT)
                   MOVE WS-FR-RATE-USED TO WS-FR-RATE(WS-FR-COUNT)
                   MOVE WS-FR-FOUND TO WS-FR-RATED(WS-FR-COUNT)
               END-IF
           END-IF.

      *> Rates are kept for every business date, so reading the
      *> currency's rates up to the credit date leaves the latest.
       READ-CREDIT-RATE.
           MOVE 'N' TO WS-FR-FOUND
           MOVE 0 TO WS-FR-RATE-USED
           OPEN INPUT FXRATE-FILE
           IF X-FILE-STATUS = "00"
               MOVE WS-AT-CCY(WS-AT-ROW) TO FX-CURRENCY
               MOVE LOW-VALUES TO FX-RATE-DATE
               START FXRATE-FILE KEY IS NOT LESS THAN FX-KEY
               PERFORM UNTIL X-FILE-STATUS NOT = "00"
                   READ FXRATE-FILE NEXT RECORD
                   IF X-FILE-STATUS = "00"
                       IF FX-CURRENCY NOT = WS-AT-CCY(WS-AT-ROW)
                               OR FX-RATE-DATE > TRANS-DATE
                           MOVE "10" TO X-FILE-STATUS
                       ELSE
                           MOVE FX-RATE TO WS-FR-RATE-USED
                           MOVE 'Y' TO WS-FR-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FXRATE-FILE
           END-IF.

      *> Leaves WS-AT-ROW on the account's row, adding one (with the
      *> owning customer off CUSTOMERS.DAT and the currency the
      *> interest was posted in) the first time the account is
      *> seen; zero when the table is full.
       FIND-ACCOUNT-ROW.
           MOVE 0 TO WS-AT-ROW
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
                   OR WS-AT-ROW > 0
               IF WS-AT-ACCT(WS-AT-IDX) = TRANS-ACCT-ID
                   MOVE WS-AT-IDX TO WS-AT-ROW
               END-IF
           END-PERFORM

           IF WS-AT-ROW = 0
               IF WS-AT-COUNT >= WS-AT-MAX
                   MOVE 'Y' TO WS-AT-OVERFLOW
               ELSE
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-AT-COUNT TO WS-AT-ROW
                   MOVE TRANS-ACCT-ID TO WS-AT-ACCT(WS-AT-ROW)
                   MOVE 'N' TO WS-AT-CERTIFIED(WS-AT-ROW)
                   MOVE 0 TO WS-AT-GROSS(WS-AT-ROW)
                   MOVE 0 TO WS-AT-TAX(WS-AT-ROW)
                   MOVE 0 TO WS-AT-CCY-GROSS(WS-AT-ROW)
                   MOVE 0 TO WS-AT-CCY-TAX(WS-AT-ROW)
                   MOVE 'N' TO WS-AT-NO-RATE(WS-AT-ROW)
                   IF TRANS-CURRENCY = SPACES
                       MOVE FX-BASE-CURRENCY TO WS-AT-CCY(WS-AT-ROW)
                   ELSE
                       MOVE TRANS-CURRENCY TO WS-AT-CCY(WS-AT-ROW)
                   END-IF
                   MOVE TRANS-ACCT-ID TO ACCT-ID
                   READ CUSTOMER-FILE
                       KEY IS ACCT-ID
                   IF C-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-AT-ON-FILE(WS-AT-ROW)
                       MOVE ACCT-CUST-NO TO WS-AT-CUST(WS-AT-ROW)
                   ELSE
                       MOVE 'N' TO WS-AT-ON-FILE(WS-AT-ROW)
                       MOVE SPACES TO WS-AT-CUST(WS-AT-ROW)
                   END-IF
               END-IF
           END-IF.

      *> Walking the customer master in key order gives the
      *> certificates in customer-number order with the address
      *> already in hand; a customer with no interest in the year
      *> gets nothing.
       WRITE-CERTIFICATES.
           MOVE LOW-VALUES TO CUST-NO
           START MASTER-FILE KEY IS NOT LESS THAN CUST-NO
           PERFORM UNTIL M-FILE-STATUS NOT = "00"
               READ MASTER-FILE NEXT RECORD
               IF M-FILE-STATUS = "00"
                   PERFORM TOTAL-CUSTOMER-INTEREST
                   IF WS-CU-ACCTS > 0
                       PERFORM WRITE-ONE-CERTIFICATE
                       PERFORM WRITE-TAXREG-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-CUSTOMER-INTEREST.
           MOVE 0 TO WS-CU-ACCTS
           MOVE 0 TO WS-CU-HELD
           MOVE 0 TO WS-CU-GROSS
           MOVE 0 TO WS-CU-TAX
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-CUST(WS-AT-IDX) = CUST-NO
                       AND WS-AT-ON-FILE(WS-AT-IDX) = 'Y'
                   IF WS-AT-NO-RATE(WS-AT-IDX) = 'Y'
                       ADD 1 TO WS-CU-HELD
                   ELSE
                       ADD 1 TO WS-CU-ACCTS
                       ADD WS-AT-GROSS(WS-AT-IDX) TO WS-CU-GROSS
                       ADD WS-AT-TAX(WS-AT-IDX) TO WS-CU-TAX
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CU-NET = WS-CU-GROSS - WS-CU-TAX.

       WRITE-ONE-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT
           MOVE 'N' TO WS-FOREIGN-SHOWN
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "INTEREST TAX CERTIFICATE" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "Tax year: " WS-START-DATE " to " WS-END-DATE
               "      Issued: " WS-BUS-DATE
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           STRING "Customer: " CUST-NO " " CUST-NAME
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           IF CUST-ADDR1 = SPACES
               MOVE "*** NO ADDRESS ON FILE - DO NOT MAIL ***"
                   TO CERT-RECORD
               WRITE CERT-RECORD
           ELSE
               MOVE SPACES TO CERT-RECORD
               STRING "Address:  " CUST-ADDR1 DELIMITED BY SIZE
                   INTO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "          " CUST-ADDR2 DELIMITED BY SIZE
                   INTO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "          " CUST-ADDR3 DELIMITED BY SIZE
                   INTO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-RECORD
           STRING "All amounts are in " FX-BASE-CURRENCY "."
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "Account       Gross Interest    Tax Withheld"
               "     Net Interest"
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "----------  --------------  --------------"
               "  ---------------"
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-CUST(WS-AT-IDX) = CUST-NO
                       AND WS-AT-ON-FILE(WS-AT-IDX) = 'Y'
                       AND WS-AT-NO-RATE(WS-AT-IDX) = 'N'
                   MOVE 'Y' TO WS-AT-CERTIFIED(WS-AT-IDX)
                   PERFORM WRITE-CERTIFICATE-ACCOUNT-LINE
               END-IF
           END-PERFORM

           MOVE WS-CU-GROSS TO WS-GROSS-ED
           MOVE WS-CU-TAX TO WS-TAX-ED
           MOVE WS-CU-NET TO WS-NET-ED
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL       " WS-GROSS-ED "  " WS-TAX-ED "  "
               WS-NET-ED DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           IF WS-CU-TAX > 0
               MOVE "Tax withheld at source has been paid over to the "
                   TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "tax authority on your behalf." TO CERT-RECORD
               WRITE CERT-RECORD
           ELSE
               MOVE "Interest was paid without deduction of tax."
                   TO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           IF WS-FOREIGN-SHOWN = 'Y'
               MOVE "Interest on an account held in another currency "
                   TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "is converted to " FX-BASE-CURRENCY
                   " at the exchange rate of the day it was credited;"
                   DELIMITED BY SIZE INTO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "the amounts in the account's currency are shown "
                   TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "beneath it." TO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           IF WS-CU-HELD > 0
               MOVE "Interest on some of your accounts will be "
                   TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE "certified to you separately." TO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           MOVE "Please keep this certificate with your tax records."
               TO CERT-RECORD
           WRITE CERT-RECORD

           ADD WS-CU-GROSS TO WS-TOTAL-GROSS
           ADD WS-CU-TAX TO WS-TOTAL-TAX
           ADD WS-CU-NET TO WS-TOTAL-NET.

       WRITE-CERTIFICATE-ACCOUNT-LINE.
           COMPUTE WS-ROW-NET =
               WS-AT-GROSS(WS-AT-IDX) - WS-AT-TAX(WS-AT-IDX)
           MOVE WS-AT-GROSS(WS-AT-IDX) TO WS-GROSS-ED
           MOVE WS-AT-TAX(WS-AT-IDX) TO WS-TAX-ED
           MOVE WS-ROW-NET TO WS-NET-ED
           MOVE SPACES TO CERT-RECORD
           STRING WS-AT-ACCT(WS-AT-IDX) "  " WS-GROSS-ED "  "
               WS-TAX-ED "  " WS-NET-ED
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           IF WS-AT-CCY(WS-AT-IDX) NOT = FX-BASE-CURRENCY
               MOVE 'Y' TO WS-FOREIGN-SHOWN
               COMPUTE WS-ROW-NET = WS-AT-CCY-GROSS(WS-AT-IDX)
                   - WS-AT-CCY-TAX(WS-AT-IDX)
               MOVE WS-AT-CCY-GROSS(WS-AT-IDX) TO WS-GROSS-ED
               MOVE WS-AT-CCY-TAX(WS-AT-IDX) TO WS-TAX-ED
               MOVE WS-ROW-NET TO WS-NET-ED
               MOVE SPACES TO CERT-RECORD
               STRING "   in " WS-AT-CCY(WS-AT-IDX) "  " WS-GROSS-ED
                   "  " WS-TAX-ED "  " WS-NET-ED
                   DELIMITED BY SIZE INTO CERT-RECORD
               WRITE CERT-RECORD
           END-IF.

       WRITE-TAXREG-DETAIL.
           MOVE SPACES TO TAXREG-RECORD
           MOVE 'D' TO TX-TYPE
           MOVE CUST-NO TO TX-CUST-NO
           MOVE CUST-NAME TO TX-NAME
           MOVE WS-CU-GROSS TO TX-GROSS
           MOVE WS-CU-TAX TO TX-TAX
           MOVE WS-CU-NET TO TX-NET
           MOVE WS-CU-ACCTS TO TX-ACCT-COUNT
           WRITE TAXREG-RECORD.

      *> Whatever is left uncertified could not be put against a
      *> customer on the master: an account closed (and so gone
      *> from CUSTOMERS.DAT) during the year, or one never linked to
      *> a customer number - or interest in another currency with
      *> no rate to convert it at. It is kept out of TAXREG.DAT
      *> until customer service has dealt with it. The amounts are
      *> in the account's own currency, shown on the line.
       WRITE-EXCEPTIONS.
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "INTEREST NOT CERTIFIED - NO CUSTOMER OR NO RATE"
               TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-CERTIFIED(WS-AT-IDX) = 'N'
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM

           IF WS-EXCEPT-COUNT = 0
               MOVE "  (NONE)" TO CERT-RECORD
               WRITE CERT-RECORD
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPT-COUNT
           EVALUATE TRUE
               WHEN WS-AT-ON-FILE(WS-AT-IDX) = 'N'
                   MOVE "account closed in year" TO WS-REASON-TEXT
               WHEN WS-AT-CUST(WS-AT-IDX) = SPACES
                   MOVE "no customer number" TO WS-REASON-TEXT
               WHEN WS-AT-NO-RATE(WS-AT-IDX) = 'Y'
                   MOVE "no exchange rate" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "customer not on master" TO WS-REASON-TEXT
           END-EVALUATE
           MOVE WS-AT-CCY-GROSS(WS-AT-IDX) TO WS-GROSS-ED
           MOVE WS-AT-CCY-TAX(WS-AT-IDX) TO WS-TAX-ED
           MOVE SPACES TO CERT-RECORD
           STRING WS-AT-ACCT(WS-AT-IDX) " " WS-AT-CUST(WS-AT-IDX)
               " " WS-AT-CCY(WS-AT-IDX) " " WS-GROSS-ED " "
               WS-TAX-ED " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD.

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
                   "produced."
               CLOSE BUSDATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF
           MOVE BD-BUS-DATE TO WS-BUS-DATE
           CLOSE BUSDATE-FILE.

       END-PROGRAM.
           STOP RUN.
