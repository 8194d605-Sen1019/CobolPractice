      *>   extracted at this rate is stored alongside them.  Zero
      *>   turns VAT accounting off everywhere.
           05  CTL-VAT-RATE                 PIC 9(2)V99.
      *>   Days a tenant has to dispute a repair recharge before it
      *>   is raised on the rent ledger.
           05  CTL-RECHARGE-DISPUTE-DAYS    PIC 9(3).
      *>   Work-order response targets in hours from the time the
      *>   order was logged -- attend by and complete by, for each
      *>   priority in turn (emergency, urgent, routine).  A zero
      *>   target is not measured.
           05  CTL-WO-TARGETS.
               10  CTL-EMERGENCY-ATTEND-HRS PIC 9(4).
               10  CTL-EMERGENCY-COMPLETE-HRS
                                            PIC 9(4).
               10  CTL-URGENT-ATTEND-HRS    PIC 9(4).
               10  CTL-URGENT-COMPLETE-HRS  PIC 9(4).
               10  CTL-ROUTINE-ATTEND-HRS   PIC 9(4).
               10  CTL-ROUTINE-COMPLETE-HRS PIC 9(4).
           05  CTL-WO-TARGET-TABLE REDEFINES CTL-WO-TARGETS.
               10  CTL-WO-TARGET            OCCURS 3 TIMES.
                   15  CTL-ATTEND-HRS       PIC 9(4).
                   15  CTL-COMPLETE-HRS     PIC 9(4).
      *>   How far over its estimate a contractor's electronic invoice
      *>   may run and still complete the work order unattended, as a
      *>   percentage of the estimate (5.00 = 5%).  Anything further
      *>   over goes to the invoice review queue.
           05  CTL-INVOICE-TOLERANCE-PCT    PIC 9(2)V99.
      *>   How many days before a rent guarantee insurer's
      *>   notification deadline a lease in arrears starts appearing
      *>   on the daily rent guarantee alert.
           05  CTL-RGI-WARNING-DAYS         PIC 9(3).
      *>   Redress-scheme complaint deadlines, in calendar days from
      *>   the date a complaint is received -- acknowledge within the
      *>   first, final response within the second (eight weeks).
           05  CTL-COMPLAINT-ACK-DAYS       PIC 9(3).
           05  CTL-COMPLAINT-RESPONSE-DAYS  PIC 9(3).
      *>   How often a landlord's identity verification is renewed,
      *>   in months from the date it was last verified.
           05  CTL-ID-REFRESH-MONTHS        PIC 9(3).
      *>   Calendar days after a payee bank detail change is approved
      *>   before the payment runs will pay the new account.
           05  CTL-BANK-COOLING-DAYS        PIC 9(3).
      *>   Working days after the rent day before LATE-FEE counts the
      *>   period's rent as late -- weekends and the days on the
      *>   non-working day calendar are not counted.  Zero makes the
      *>   rent late from the day after the rent day.
           05  CTL-LATE-FEE-GRACE-DAYS      PIC 99.
