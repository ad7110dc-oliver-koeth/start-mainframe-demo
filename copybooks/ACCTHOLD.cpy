      *> ACCTHOLD.cpy - shared ACCTHOLD.DAT account-holder record.
      *> Included by BANKACCT (holder maintenance, the signing check
      *> on withdrawals, transfers and closure, the customer's list
      *> of accounts) and MONTHEND (every holder's name on the
      *> statement) so the layout stays identical between the
      *> programs that share ACCTHOLD.DAT.
      *> One record per customer per account, keyed on the account
      *> plus the CUSTMAST customer number, so all the holders of an
      *> account sit together in key order.
      *> HLD-ROLE is 'P' (primary - always the account's own
      *> ACCT-CUST-NO), 'J' (joint holder), 'T' (trustee) or 'A'
      *> (authorised signatory). An account with no records here is
      *> held by its ACCT-CUST-NO alone; the 'P' record is written
      *> when the first other holder is added, so the file lists
      *> every holder of a jointly held account. Every holder, of
      *> whatever role, may sign; ACCT-SIGN-RULE on the account
      *> (see CUSTREC.cpy) says whether one of them signing is
      *> enough or all of them must.
           05 HLD-KEY.
               10 HLD-ACCT-ID    PIC X(10).
               10 HLD-CUST-NO    PIC X(6).
           05 HLD-ROLE          PIC X(1).
           05 HLD-ADDED-DATE    PIC X(10).
           05 HLD-OPER-ID       PIC X(8).
