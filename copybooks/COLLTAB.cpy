      *> COLLTAB.cpy - shared overdraft collection policy.
      *> COPY into WORKING-STORAGE SECTION in any program that ages
      *> overdrawn accounts (ODAGING) so a change in when collections
      *> takes over is a one-copybook edit, the same discipline as
      *> FEETAB and HOLDTAB.
      *>
      *> An account still overdrawn after COLL-FREEZE-OD-DAYS
      *> calendar days in a row, or still over its authorised
      *> OD-LIMIT after COLL-FREEZE-OVER-DAYS days in a row, is
      *> frozen (ACCT-STATUS 'F') by the daily aging run and handed
      *> to collections. Zero turns that trigger off. An arranged
      *> overdraft is a product, so drawing within the limit is
      *> given far longer than running past it.
       01 COLL-FREEZE-OD-DAYS      PIC 9(3) VALUE 90.
       01 COLL-FREEZE-OVER-DAYS    PIC 9(3) VALUE 30.
