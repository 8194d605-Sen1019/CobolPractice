               88  OPEX-IS-UTILITY              VALUE "U".
               88  OPEX-IS-INSURANCE            VALUE "N".
               88  OPEX-IS-MGMT-FEE             VALUE "F".
      *>   The part of a repair recharged to the tenant who caused
      *>   the damage.  Still owed to the vendor, but not a cost of
      *>   the owner's -- the owner's own invoice line carries only
      *>   what is left of the completed cost.
               88  OPEX-IS-TENANT-RECHARGE      VALUE "T".
      *>   An insurer's settlement of a building insurance claim -- a
      *>   credit against the owner's expenses, not a cost.  The
      *>   amount is held positive like every other line; reports
      *>   that total the owner's expenses take it off.  Nothing is
      *>   owed to anyone, so it is marked paid when it is posted.
               88  OPEX-IS-INS-REIMBURSEMENT    VALUE "C".
      *>   OPEX-VENDOR-ID is validated against the vendor master; the
      *>   name is carried alongside it so existing reports keep
      *>   printing without a lookup.  Management-fee entries are the
      *>   agency's own charge, not a payable, and leave the id blank.
           05  OPEX-VENDOR-ID               PIC X(6).
           05  OPEX-VENDOR                  PIC X(30).
      *>   A posted amount is never changed; a correction is posted
      *>   as a reversing line of the same category carrying a negative
      *>   amount (and VAT), so every total and the journal extract
      *>   net it off against the line it reverses.
           05  OPEX-AMOUNT                  PIC S9(6)V99.
           05  OPEX-DESCRIPTION             PIC X(30).
           05  OPEX-PAID-SWITCH             PIC X.
               88  OPEX-IS-PAID                 VALUE "Y".
      *>   tax -- the split the quarterly VAT analysis totals.
           05  OPEX-VAT-FLAG                PIC X.
               88  OPEX-HAS-VAT                 VALUE "Y".
           05  OPEX-VAT-AMOUNT              PIC S9(6)V99.
      *>   The posting batch (POSTBATREC) the line was written under.
           05  OPEX-BATCH-NUMBER            PIC 9(8).
