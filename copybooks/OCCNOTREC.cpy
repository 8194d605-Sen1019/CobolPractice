      *>----------------------------------------------------------------
      *> OCCNOTREC.cpy
      *> Record layout for the change-of-occupier notice file -- one
      *> notice per lease, event (move-in or move-out) and service
      *> (council tax, gas, electricity, water), written when the lease
      *> starts or ends and sent by OCCUPIER-NOTICE-RUN.  The recipient
      *> is the vendor the property supplier register names for the
      *> service, and is the alternate key the run reads by so each
      *> council or supplier gets one file.
      *>----------------------------------------------------------------
       01  OCCUPIER-NOTICE-RECORD.
           05  ONT-KEY.
               10  ONT-LEASE-NUMBER          PIC X(6).
               10  ONT-EVENT                 PIC X.
                   88  ONT-IS-MOVE-IN            VALUE "I".
                   88  ONT-IS-MOVE-OUT           VALUE "O".
               10  ONT-SERVICE               PIC X(8).
                   88  ONT-IS-COUNCIL            VALUE "COUNCIL".
           05  ONT-PROP-ID                   PIC X(6).
      *>   The day the occupier changed -- the lease start for a
      *>   move-in, the termination date for a move-out.  The owner is
      *>   the occupier either side of a tenancy, so a move-in passes
      *>   the account from the owner to the tenants and a move-out
      *>   hands it back.
           05  ONT-CHANGE-DATE               PIC 9(8).
      *>   Blank when the register names no recipient for the service
      *>   -- the notice is held until one is set up.
           05  ONT-VENDOR-ID                 PIC X(6).
           05  ONT-ACCOUNT-REF               PIC X(20).
      *>   The meter reading taken at the change, for the supplier's
      *>   notice; none for the council.
           05  ONT-READING-SWITCH            PIC X.
               88  ONT-HAS-READING               VALUE "Y".
           05  ONT-READING                   PIC 9(7)V99.
           05  ONT-RAISED-DATE               PIC 9(8).
           05  ONT-STATUS                    PIC X.
               88  ONT-IS-PENDING                VALUE "P".
               88  ONT-IS-HELD                   VALUE "H".
               88  ONT-IS-SENT                   VALUE "S".
           05  ONT-SENT-DATE                 PIC 9(8).
