      *>----------------------------------------------------------------
      *> NTQREC.cpy
      *> Record layout for the tenant notice-to-quit register, keyed by
      *> lease number -- one notice per lease, since a lease only ends
      *> once.  A withdrawn notice stays on file until a fresh notice
      *> is keyed over it.  NOTICE-MOVEOUT-RUN carries out the move-out
      *> on NTQ-VACATE-DATE and marks the notice completed; the
      *> deposit, inventory and meter check-out is then finished in
      *> LEASE-MOVEOUT.
      *>----------------------------------------------------------------
       01  NOTICE-TO-QUIT-RECORD.
           05  NTQ-LEASE-NUMBER             PIC X(6).
           05  NTQ-PROP-ID                  PIC X(6).
           05  NTQ-RECEIVED-DATE            PIC 9(8).
      *>   Which tenant on the lease gave the notice.
           05  NTQ-GIVEN-BY-ID              PIC X(6).
           05  NTQ-GIVEN-BY-NAME            PIC X(30).
           05  NTQ-VACATE-DATE              PIC 9(8).
      *>   The earliest vacating date the notice period allowed when
      *>   the notice was keyed -- kept so the check can be shown.
           05  NTQ-EARLIEST-DATE            PIC 9(8).
           05  NTQ-STATUS                   PIC X.
               88  NTQ-IS-PENDING               VALUE "P".
               88  NTQ-IS-COMPLETED             VALUE "C".
               88  NTQ-IS-WITHDRAWN             VALUE "W".
           05  NTQ-OPERATOR-ID              PIC X(8).
           05  NTQ-COMPLETED-DATE           PIC 9(8).
      *>   "Y" once LEASE-MOVEOUT has finished the check-out after the
      *>   overnight run ended the lease.
           05  NTQ-CHECKOUT-SWITCH          PIC X.
               88  NTQ-CHECKOUT-IS-DONE         VALUE "Y".
