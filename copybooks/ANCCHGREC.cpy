      *>----------------------------------------------------------------
      *> ANCCHGREC.cpy
      *> Record layout for the recurring ancillary charges on a lease
      *> -- parking bays, pet rent, furniture hire, garden services --
      *> keyed by lease number plus a sequence so a lease can carry
      *> several.  RENT-LEDGER bills each one in force alongside the
      *> rent every period, under the charge's own ledger type code
      *> (the same code the nominal map is keyed on) and description.
      *>----------------------------------------------------------------
       01  ANCILLARY-CHARGE-RECORD.
           05  ANC-KEY.
               10  ANC-LEASE-NUMBER         PIC X(6).
               10  ANC-SEQUENCE             PIC 9(3).
      *>   Posted to the rent ledger as RLEDG-TRANS-TYPE.
           05  ANC-CHARGE-TYPE              PIC X.
               88  ANC-IS-PARKING               VALUE "P".
               88  ANC-IS-PET-RENT              VALUE "A".
               88  ANC-IS-FURNITURE-HIRE        VALUE "H".
               88  ANC-IS-GARDEN-SERVICE        VALUE "G".
               88  ANC-IS-OTHER                 VALUE "O".
               88  ANC-TYPE-IS-VALID            VALUE "P" "A" "H"
                                                      "G" "O".
           05  ANC-DESCRIPTION              PIC X(30).
      *>   Held as a monthly figure and prorated to the property's
      *>   rent frequency the same way PROP-MONTHLY-RENT is.
           05  ANC-MONTHLY-AMOUNT           PIC 9(5)V99.
           05  ANC-START-DATE               PIC 9(8).
      *>   Zero for a charge that runs until the lease ends.
           05  ANC-END-DATE                 PIC 9(8).
      *>   Spaces when the whole lease owes the charge; otherwise the
      *>   one tenant on the lease who does.
           05  ANC-TENANT-ID                PIC X(6).
      *>   The rent-ledger period key (see RENT-LEDGER B-215) last
      *>   billed, so a rerun in the same period does not bill twice.
           05  ANC-LAST-PERIOD-KEY          PIC 9(6).
           05  ANC-LAST-BILLED-DATE         PIC 9(8).
