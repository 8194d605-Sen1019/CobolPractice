      *>----------------------------------------------------------------
      *> RGIPOLREC.cpy
      *> Record layout for a landlord's rent guarantee insurance
      *> policy, keyed by property plus lease number.  A policy taken
      *> out for one tenancy carries that lease number; a policy on
      *> the property that covers whoever holds the tenancy carries
      *> spaces, and is the one fallen back on when no lease-specific
      *> policy is on file.
      *>----------------------------------------------------------------
       01  RENT-GUARANTEE-POLICY-RECORD.
           05  RGP-KEY.
               10  RGP-PROP-ID               PIC X(6).
               10  RGP-LEASE-NUMBER          PIC X(6).
           05  RGP-INSURER-NAME              PIC X(30).
           05  RGP-POLICY-NUMBER             PIC X(20).
      *>   In force from the start date up to and including the
      *>   expiry date.
           05  RGP-START-DATE                PIC 9(8).
           05  RGP-EXPIRY-DATE               PIC 9(8).
      *>   Most the insurer will pay on any one claim.
           05  RGP-COVER-LIMIT               PIC 9(6)V99.
      *>   Months of rent the landlord bears before cover starts --
      *>   taken off the arrears when a claim is worked out.
           05  RGP-EXCESS-MONTHS             PIC 9(2).
      *>   Days from the arrears first arising within which the
      *>   insurer must be told, or the claim is lost.
           05  RGP-NOTIFY-DAYS               PIC 9(3).
