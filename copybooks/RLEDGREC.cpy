               10  RLEDG-LEASE-NUMBER       PIC X(6).
               10  RLEDG-SEQUENCE           PIC 9(6).
           05  RLEDG-TRANS-DATE             PIC 9(8).
      *>   Ancillary charges (parking, pet rent, furniture hire, a
      *>   garden service, anything else billed with the rent) carry
      *>   their own type codes so the nominal map can send each to
      *>   its own income account, but they are still charges --
      *>   RLEDG-IS-CHARGE covers them, and SET ... TO TRUE writes "C".
      *>   A repair recharged to the tenant (D) is a charge the same
      *>   way, raised once its dispute window has closed.
      *>   Compensation agreed on a complaint (K) is a credit to the
      *>   lease, posted as a negative amount -- it reduces what is
      *>   owed without counting as rent collected for the owner.
           05  RLEDG-TRANS-TYPE             PIC X.
               88  RLEDG-IS-CHARGE              VALUE "C" "P" "A"
                                                      "H" "G" "O"
                                                      "D".
               88  RLEDG-IS-RECEIPT             VALUE "R".
               88  RLEDG-IS-FEE                 VALUE "F".
               88  RLEDG-IS-ANCILLARY           VALUE "P" "A"
                                                      "H" "G" "O".
               88  RLEDG-IS-REPAIR-RECHARGE     VALUE "D".
               88  RLEDG-IS-COMPENSATION        VALUE "K".
           05  RLEDG-AMOUNT                 PIC S9(6)V99.
           05  RLEDG-DESCRIPTION            PIC X(30).
           05  RLEDG-TENANT1-SHARE          PIC 9(6)V99.
           05  RLEDG-TENANT2-SHARE          PIC 9(6)V99.
      *>   The posting batch (POSTBATREC) the line was written under.
           05  RLEDG-BATCH-NUMBER           PIC 9(8).
