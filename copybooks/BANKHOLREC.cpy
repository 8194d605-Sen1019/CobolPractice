      *>----------------------------------------------------------------
      *> BANKHOLREC.cpy
      *> Record layout for the non-working day calendar, keyed by the
      *> date itself.  Saturdays and Sundays are never working days and
      *> are not held here; this file carries the bank holidays and any
      *> other weekday the banks do not process (a substitute day, a
      *> one-off closure).  The collection, payment, disbursement and
      *> late-fee jobs roll a date that lands on a weekend or on a day
      *> held here forward to the next working day, and count grace
      *> periods in working days.
      *>----------------------------------------------------------------
       01  BANK-HOLIDAY-RECORD.
           05  BHOL-DATE                    PIC 9(8).
           05  BHOL-DESCRIPTION             PIC X(30).
           05  BHOL-ADDED-BY                PIC X(8).
