      *> STOPREC.cpy - shared STOPPAY.DAT stop-payment instruction.
      *> Included by BANKACCT (where the teller records, lists and
      *> lifts stops) and CHQCLR (the inward-clearing batch, which
      *> returns any presented cheque a live stop covers) so the
      *> layout stays identical between the programs that share
      *> STOPPAY.DAT.
      *> The key is the account plus the first cheque number
      *> stopped, so all the stops on an account sit together in
      *> key order. SP-TO-NO is the last cheque number stopped -
      *> the same as SP-FROM-NO for a single cheque, higher for a
      *> range (a lost or stolen cheque book).
      *> SP-STATUS is 'A' while the stop is active and 'L' once it
      *> has been lifted; lifted stops stay on file, with who lifted
      *> them and when, so the history of the instruction is there
      *> if a returned cheque is ever disputed.
           05 SP-KEY.
               10 SP-ACCT-ID      PIC X(10).
               10 SP-FROM-NO      PIC 9(8).
           05 SP-TO-NO           PIC 9(8).
           05 SP-STATUS          PIC X(1).
           05 SP-PLACED-DATE     PIC X(10).
           05 SP-PLACED-BY       PIC X(8).
           05 SP-LIFTED-DATE     PIC X(10).
           05 SP-LIFTED-BY       PIC X(8).
