      *> customer holds carry the same number in ACCT-CUST-NO on
      *> CUSTOMERS.DAT, so name and address changes are a one-record
      *> update here no matter how many accounts the customer has.
      *> A customer who holds someone else's account jointly, in
      *> trust or as a signatory is linked to it on ACCTHOLD.DAT
      *> (see ACCTHOLD.cpy) instead.
      *> CUST-TAX-LIABLE is 'Y' for a customer whose interest is
      *> taxed at source: MONTHEND withholds tax at the TAXTAB rate
      *> from every interest credit to the customer's accounts and
      *> posts it as its own 'H' transaction. Anything else means
      *> interest is paid gross. The flag lengthened the record: a
      *> CUSTMAST.DAT written before it existed must be converted
      *> with MASTCONV (which makes every existing customer 'Y')
      *> before any program built with this layout opens it.
           05 CUST-NO       PIC X(6).
           05 CUST-NAME     PIC X(30).
           05 CUST-ADDR1    PIC X(30).
           05 CUST-ADDR2    PIC X(30).
           05 CUST-ADDR3    PIC X(30).
           05 CUST-PHONE    PIC X(15).
           05 CUST-TAX-LIABLE PIC X(1).
