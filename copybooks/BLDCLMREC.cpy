      *>----------------------------------------------------------------
      *> BLDCLMREC.cpy
      *> Record layout for the building insurance claim register --
      *> one claim per incident (a flood, a storm), keyed by claim
      *> number, with the property and the insurer as alternate keys.
      *> The repairs run through WORK-ORDER-MAINTENANCE as usual; each
      *> work order raised for the incident carries the claim number
      *> in WO-INS-CLAIM-NUMBER.  When the insurer settles, the
      *> settlement is posted to the property's opex ledger as an
      *> insurance-reimbursement credit against the owner's expenses,
      *> and the excess is what the owner is left to bear.
      *>----------------------------------------------------------------
       01  BUILDING-CLAIM-RECORD.
           05  BIC-CLAIM-NUMBER              PIC 9(6).
           05  BIC-PROP-ID                   PIC X(6).
           05  BIC-INSURER-NAME              PIC X(30).
           05  BIC-POLICY-NUMBER             PIC X(20).
      *>   The insurer's own reference for the claim.
           05  BIC-CLAIM-REFERENCE           PIC X(20).
           05  BIC-INCIDENT-DATE             PIC 9(8).
           05  BIC-INCIDENT-DESCRIPTION      PIC X(30).
           05  BIC-OPENED-DATE               PIC 9(8).
      *>   The policy excess, borne by the owner, and the amount put
      *>   to the insurer -- the repair costs claimed, before the
      *>   excess comes off.
           05  BIC-EXCESS-AMOUNT             PIC 9(6)V99.
           05  BIC-CLAIM-AMOUNT              PIC 9(6)V99.
           05  BIC-STATUS                    PIC X.
               88  BIC-IS-OPEN                   VALUE "O".
               88  BIC-IS-SETTLED                VALUE "S".
               88  BIC-IS-DECLINED               VALUE "D".
               88  BIC-IS-WITHDRAWN              VALUE "W".
           05  BIC-STATUS-DATE               PIC 9(8).
           05  BIC-SETTLED-AMOUNT            PIC 9(6)V99.
           05  BIC-SETTLED-DATE              PIC 9(8).
      *>   The opex line the settlement was posted as.
           05  BIC-OPEX-SEQUENCE             PIC 9(6).
           05  BIC-OPERATOR-ID               PIC X(8).
