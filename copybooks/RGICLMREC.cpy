      *>----------------------------------------------------------------
      *> RGICLMREC.cpy
      *> Record layout for the rent guarantee claim register, keyed by
      *> claim number with the lease as an alternate key.  A claim is
      *> followed from submission to the insurer through to its
      *> settlement, decline or withdrawal.  The insurer's payment is
      *> the owner's money: OWNER-DISBURSEMENT pays it over in the
      *> period it was settled, and nothing is posted to the tenant's
      *> rent ledger, so the arrears stay owed for recovery.
      *>----------------------------------------------------------------
       01  RENT-GUARANTEE-CLAIM-RECORD.
           05  RGC-CLAIM-NUMBER              PIC 9(6).
           05  RGC-LEASE-NUMBER              PIC X(6).
           05  RGC-PROP-ID                   PIC X(6).
      *>   The policy the claim was made under -- its lease number is
      *>   spaces for a policy held on the property.
           05  RGC-POLICY-LEASE-NUMBER       PIC X(6).
           05  RGC-POLICY-NUMBER             PIC X(20).
           05  RGC-INSURER-REFERENCE         PIC X(20).
      *>   The tenant's balance when the claim went in, and what was
      *>   claimed from it after the excess and the cover limit.
           05  RGC-ARREARS-AMOUNT            PIC 9(8)V99.
           05  RGC-CLAIM-AMOUNT              PIC 9(8)V99.
           05  RGC-SUBMITTED-DATE            PIC 9(8).
           05  RGC-STATUS                    PIC X.
               88  RGC-IS-SUBMITTED              VALUE "S".
               88  RGC-IS-ACCEPTED               VALUE "A".
               88  RGC-IS-SETTLED                VALUE "P".
               88  RGC-IS-DECLINED               VALUE "D".
               88  RGC-IS-WITHDRAWN              VALUE "W".
               88  RGC-IS-OPEN                   VALUE "S" "A".
           05  RGC-STATUS-DATE               PIC 9(8).
           05  RGC-SETTLED-AMOUNT            PIC 9(8)V99.
           05  RGC-SETTLED-DATE              PIC 9(8).
           05  RGC-OPERATOR-ID               PIC X(8).
