               88  LGL-IS-RESOLVED              VALUE "RESOLVED".
               88  LGL-IS-WITHDRAWN             VALUE "WITHDRN".
           05  LGL-ATTORNEY-REFERENCE       PIC X(20).
      *>   The possession notice the case rests on.  A section 21
      *>   (no-fault) notice is only valid once the prescribed
      *>   documents are on the lease's documents-served checklist
      *>   (DOCSRVREC), served before the tenancy started; a section
      *>   8 notice relies on grounds and is not held to that test.
           05  LGL-NOTICE-TYPE              PIC X(4).
               88  LGL-IS-SECTION-21            VALUE "S21".
               88  LGL-IS-SECTION-8             VALUE "S8".
               88  LGL-NOTICE-TYPE-IS-VALID     VALUE "S21" "S8".
