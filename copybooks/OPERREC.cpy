      *>----------------------------------------------------------------
      *> OPERREC.cpy
      *> Record layout for the operator register, keyed by the operator
      *> id keyed at sign-on.  A branch operator works only on the
      *> properties of their own branch (and the leases and work orders
      *> on them); a head-office operator sees the whole portfolio and
      *> is the only one who may keep this register or move a property
      *> between branches.
      *>----------------------------------------------------------------
       01  OPERATOR-RECORD.
           05  OPER-ID                      PIC X(8).
           05  OPER-NAME                    PIC X(30).
           05  OPER-BRANCH-CODE             PIC X(3).
           05  OPER-ACCESS-LEVEL            PIC X.
               88  OPER-IS-HEAD-OFFICE          VALUE "H".
               88  OPER-IS-BRANCH               VALUE "B".
               88  OPER-ACCESS-IS-VALID         VALUE "H" "B".
           05  OPER-ADDED-BY                PIC X(8).
           05  OPER-ADDED-DATE              PIC 9(8).
