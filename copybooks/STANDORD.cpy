      *> cancels it, and 'B' when the clearing system bounced the
      *> last payment (set by PAYRET; a teller reviews the return
      *> and re-activates or cancels via the maintenance screens).
      *> 'H' is an order MONTHEND held when its payee came up as a
      *> possible watch-list match on the rescreen before payment
      *> (see WATCHREC.cpy); it pays nothing until a supervisor
      *> releases it back to 'A' or cancels it from the Watch List
      *> menu.
      *> Cancelled and bounced orders are kept on file rather than
      *> deleted so the maintenance history stays visible.
      *> SO-DAY is the scheduled day of month the customer asked for;
