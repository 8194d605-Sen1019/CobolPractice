      *>   routine inspection -- the date ties the order back to the
      *>   INVENTREC inspection record it came from.
           05  WO-INSP-DATE                 PIC 9(8).
      *>   Tenant recharge -- set when the repair was for damage the
      *>   tenant caused.  The recharged part of the completed cost is
      *>   carried on the opex ledger as a tenant-recharge line rather
      *>   than the owner's invoice, and is held here through the
      *>   tenant's dispute window before TENANT-RECHARGE-RUN raises
      *>   it on the lease's rent ledger -- until then it counts
      *>   toward neither arrears nor LATE-FEE.
           05  WO-RECHARGE-LEASE            PIC X(6).
           05  WO-RECHARGE-AMOUNT           PIC 9(6)V99.
           05  WO-RECHARGE-STATUS           PIC X.
               88  WO-HAS-NO-RECHARGE           VALUE SPACE.
               88  WO-RECHARGE-IN-WINDOW        VALUE "W".
               88  WO-RECHARGE-DISPUTED         VALUE "D".
               88  WO-RECHARGE-POSTED           VALUE "P".
               88  WO-RECHARGE-WAIVED           VALUE "V".
               88  WO-RECHARGE-FROM-DEPOSIT     VALUE "S".
               88  WO-RECHARGE-UNPOSTED         VALUE "W" "D".
      *>   The day the dispute window closes; the run posts on or
      *>   after it.
           05  WO-RECHARGE-DUE-DATE         PIC 9(8).
           05  WO-RECHARGE-POSTED-DATE      PIC 9(8).
      *>   The opex sequence of the tenant-recharge line, so a waived
      *>   recharge can be handed back to the owner's invoice.
           05  WO-RECHARGE-OPEX-SEQUENCE    PIC 9(6).
      *>   Priority sets the response targets (hours from the time
      *>   the order was logged) held per priority on the control
      *>   record -- one to attend by and one to complete by.
           05  WO-PRIORITY                  PIC X.
               88  WO-IS-EMERGENCY              VALUE "E".
               88  WO-IS-URGENT                 VALUE "U".
               88  WO-IS-ROUTINE                VALUE "R".
               88  WO-PRIORITY-IS-VALID         VALUE "E" "U" "R".
      *>   Times are HHMM, 24-hour clock.
           05  WO-LOGGED-TIME               PIC 9(4).
      *>   The day and time the contractor first attended; zero until
      *>   they have.
           05  WO-ATTENDED-DATE             PIC 9(8).
           05  WO-ATTENDED-TIME             PIC 9(4).
           05  WO-COMPLETED-TIME            PIC 9(4).
      *>   Gas work may only go to a vendor with a current Gas Safe
      *>   registration on the credential register.
           05  WO-GAS-WORK-SWITCH           PIC X.
               88  WO-IS-GAS-WORK               VALUE "Y".
      *>   The building insurance claim the repair is being claimed
      *>   under, zero when none -- set from the claim register.
           05  WO-INS-CLAIM-NUMBER          PIC 9(6).
