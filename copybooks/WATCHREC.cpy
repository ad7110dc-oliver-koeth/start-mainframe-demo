      *> WATCHREC.cpy - shared WATCHLST.DAT sanctions/watch-list
      *> entry. Included by BANKACCT (where supervisors maintain the
      *> list and the customer, standing-order and external-payment
      *> screens are checked against it), MONTHEND (which rescreens
      *> every live standing order before it goes on PAYOUT.DAT)
      *> and WLSCREEN (the batch rescreen of CUSTMAST.DAT after the
      *> list changes), so the layout stays identical between the
      *> programs that share WATCHLST.DAT.
      *> WL-TYPE is 'N' for a blocked name and 'P' for a blocked
      *> payee bank/account pair. A name is held in upper case and
      *> is a possible match wherever it appears inside the name
      *> being screened (so "JOHN DOE" catches "MR JOHN DOE JR");
      *> a payee pair must match bank code and account exactly.
      *> The key is the type plus the value, so all the names sit
      *> together in key order and a payee pair is one keyed read.
      *> WL-STATUS is 'A' while the entry is live and 'R' once a
      *> supervisor has removed it; removed entries stay on file,
      *> with who removed them and when, for the compliance record.
      *> WL-SOURCE is the list or notice the entry came from.
           05 WL-KEY.
               10 WL-TYPE        PIC X(1).
               10 WL-VALUE       PIC X(30).
               10 WL-NAME REDEFINES WL-VALUE PIC X(30).
               10 WL-PAYEE REDEFINES WL-VALUE.
                   15 WL-BANK    PIC X(8).
                   15 WL-ACCT    PIC X(10).
                   15 FILLER     PIC X(12).
           05 WL-STATUS          PIC X(1).
           05 WL-SOURCE          PIC X(20).
           05 WL-ADDED-DATE      PIC X(10).
           05 WL-ADDED-BY        PIC X(8).
           05 WL-REMOVED-DATE    PIC X(10).
           05 WL-REMOVED-BY      PIC X(8).
