      *> first seven characters of its TRANS-DATE); HIST-IMAGE is the
      *> TRANSACTIONS.DAT record image unchanged, sized with headroom
      *> so the archive does not need converting when TRANSREC grows.
      *> Lines archived before the image was widened read back padded
      *> with spaces, which TRANSREC treats as a base-currency,
      *> unconverted movement.
           05 HIST-PERIOD   PIC X(7).
           05 HIST-IMAGE    PIC X(120).
