      *> FXTAB.cpy - base currency of the books.
      *> COPY into WORKING-STORAGE SECTION in any program that deals
      *> in account currencies (BANKACCT, MONTHEND, PAYRET, GLEXTRCT,
      *> CHQCLR, POSTIMP, CUSTCONV, NOTICES, TAXCERT) so the one
      *> currency the ledger balances in is defined in one place,
      *> the same discipline as RATETAB.
      *> Every account carries its ACCT-CURRENCY (see CUSTREC.cpy);
      *> an account opened before currencies were recorded carries
      *> spaces and is a base-currency account. FXRATES.DAT (see
      *> FXRATE.cpy) quotes every other currency against this one;
      *> the base currency itself is always at 1.
       01 FX-BASE-CURRENCY         PIC X(3) VALUE "USD".
