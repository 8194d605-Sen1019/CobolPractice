           05  LEASE-START-DATE             PIC 9(8).
           05  LEASE-END-DATE               PIC 9(8).
           05  LEASE-DEPOSIT-AMOUNT         PIC 9(6)V99.
      *>   A live lease is either still inside its fixed term ("A")
      *>   or has run past LEASE-END-DATE with no renewal and rolled
      *>   into a statutory periodic tenancy ("P").  Both are still
      *>   let and still charged, so LEASE-IS-ACTIVE covers both;
      *>   SET LEASE-IS-ACTIVE TO TRUE writes "A", a new fixed term.
           05  LEASE-STATUS                 PIC X.
               88  LEASE-IS-ACTIVE              VALUE "A" "P".
               88  LEASE-IS-FIXED-TERM          VALUE "A".
               88  LEASE-IS-PERIODIC            VALUE "P".
               88  LEASE-IS-TERMINATED          VALUE "T".
           05  LEASE-TERM-DATE              PIC 9(8).
      *>   Stamped by PERIODIC-ROLLOVER when the lease goes periodic:
      *>   the first day of the periodic tenancy, and the minimum
      *>   notice in days each side must now give to end it, taken
      *>   from the property's rent frequency at the time.  All zero
      *>   while the lease is still in its fixed term.
           05  LEASE-PERIODIC-DATE          PIC 9(8).
           05  LEASE-TENANT-NOTICE-DAYS     PIC 9(3).
           05  LEASE-LANDLORD-NOTICE-DAYS   PIC 9(3).
      *>   How many people live in the property under this lease,
      *>   named tenants included, and how many separate households
      *>   they make up -- what a property licence limits.  Zero on a
      *>   lease keyed before these were kept: the named tenants and
      *>   one household are assumed.
           05  LEASE-OCCUPANT-COUNT         PIC 9(2).
           05  LEASE-HOUSEHOLD-COUNT        PIC 9(2).
