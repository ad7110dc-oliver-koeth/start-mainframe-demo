      *> interest (BANKACCT, MONTHEND) so treasury rate changes are a
      *> one-copybook edit instead of a recompile-two-programs exercise.
      *>
      *> Looked up by currency, ACCT-TYPE and balance: within a
      *> currency and type, the entry with the highest RATE-TIER-MIN
      *> that is <= the account's balance (in the account's own
      *> currency) wins (see LOOKUP-INTEREST-RATE below). The
      *> caller puts the account's ACCT-CURRENCY in WS-RATE-CURRENCY
      *> first - the base currency (FXTAB) for an account opened
      *> before currencies were recorded. A currency and type with
      *> no entry earns nothing.
       01 RATE-TABLE-DATA.
           05 FILLER PIC X(17) VALUE "USDS0000000000200".
           05 FILLER PIC X(17) VALUE "USDS0010000000250".
           05 FILLER PIC X(17) VALUE "USDC0000000000000".
           05 FILLER PIC X(17) VALUE "EURS0000000000150".
           05 FILLER PIC X(17) VALUE "GBPS0000000000175".
       01 RATE-TABLE REDEFINES RATE-TABLE-DATA.
           05 RATE-ENTRY OCCURS 5 TIMES.
               10 RATE-CURRENCY   PIC X(3).
               10 RATE-ACCT-TYPE  PIC X(1).
               10 RATE-TIER-MIN   PIC 9(7)V99.
               10 RATE-PCT        PIC V9(4).
       01 RATE-TABLE-COUNT         PIC 9(2) VALUE 5.
       01 RATE-IDX                 PIC 9(2).
       01 WS-RATE-PCT              PIC V9(4).
       01 WS-RATE-CURRENCY         PIC X(3).
