      *> the same image behind a period prefix) go through the same
      *> reporting code.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD  PIC X(120).

       FD TRANSHIST-FILE.
       01 TRANSHIST-RECORD.
