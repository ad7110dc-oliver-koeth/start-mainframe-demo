      *> PENDCHG.cpy - PENDING.DAT maker-checker queue of changes to
      *> the customer master, standing orders and operators.
      *> Included by BANKACCT, whose maintenance screens write a
      *> pending change here instead of updating the file, and whose
      *> Pending Changes menu applies or rejects it; and by PENDRPT,
      *> the exceptions report of changes left pending past the end
      *> of the business day.
      *> PC-ID numbers the changes in the order they were keyed.
      *> PC-FILE is the file the change is for - 'M' CUSTMAST.DAT
      *> (keyed CUST-NO), 'S' STANDING.DAT (SO-ORDER-ID), 'O'
      *> OPERATOR.DAT (OPER-ID) - and PC-SUBJECT that record's key.
      *> PC-ACTION is 'A' for a record to be added and 'C' for a
      *> change to one already on file.
      *> PC-BEFORE is the whole record as the maker saw it (spaces
      *> for an add) and PC-AFTER the whole record as it is to be
      *> written. The change is only applied if the record on file
      *> still matches PC-BEFORE - or, for an add, is still absent -
      *> so nothing the batch or another change did in between is
      *> overwritten.
      *> PC-STATUS is 'P' while pending, 'A' approved and applied,
      *> 'R' rejected, and 'S' superseded: approved, but the record
      *> had changed since the change was keyed, so nothing was
      *> applied and the maker keys it again. PC-MAKER and the MADE
      *> date (the business date) and time say who keyed it;
      *> PC-CHECKER and the CHECKED date and time who decided it.
      *> Decided changes stay on file as the history of who made and
      *> who checked each one.
           05 PC-ID              PIC 9(7).
           05 PC-FILE            PIC X(1).
           05 PC-ACTION          PIC X(1).
           05 PC-SUBJECT         PIC X(10).
           05 PC-STATUS          PIC X(1).
           05 PC-MAKER           PIC X(8).
           05 PC-MADE-DATE       PIC X(10).
           05 PC-MADE-TIME       PIC X(8).
           05 PC-CHECKER         PIC X(8).
           05 PC-CHECKED-DATE    PIC X(10).
           05 PC-CHECKED-TIME    PIC X(8).
           05 PC-BEFORE          PIC X(150).
           05 PC-AFTER           PIC X(150).
