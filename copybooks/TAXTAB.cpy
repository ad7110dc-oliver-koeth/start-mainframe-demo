      *> TAXTAB.cpy - shared tax-at-source parameters.
      *> COPY into WORKING-STORAGE SECTION in any program that pays
      *> interest (MONTHEND, BANKACCT's Apply Interest) so a change
      *> in the withholding rate is a one-copybook edit, the same
      *> discipline as RATETAB and FEETAB.
      *>
      *> TAX-WHT-RATE is the fraction of each interest credit
      *> withheld from a customer flagged CUST-TAX-LIABLE on
      *> CUSTMAST.DAT, rounded to the cent and posted as an 'H'
      *> transaction with counterparty TAX-WHT-CODE. Customers not
      *> flagged are paid gross.
       01 TAX-WHT-RATE             PIC V9(4) VALUE 0.2000.
       01 TAX-WHT-CODE             PIC X(10) VALUE "WHTAX".
