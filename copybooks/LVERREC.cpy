      *>----------------------------------------------------------------
      *> LVERREC.cpy
      *> Record layout for the landlord identity verification register,
      *> keyed by LANDLORD-ID -- the anti-money-laundering check of who
      *> the owner is and that they own what we let for them, which has
      *> to be on file before any client money is paid out to them.
      *> OWNER-DISBURSEMENT holds the payment of a landlord with no
      *> verification in force and writes a pending record here to
      *> remember the first period held; the run after the check is
      *> recorded pays everything held since that period.
      *>----------------------------------------------------------------
       01  LANDLORD-VERIFY-RECORD.
           05  LVER-LANDLORD-ID             PIC X(6).
           05  LVER-STATUS                  PIC X.
               88  LVER-IS-PENDING              VALUE "P".
               88  LVER-IS-VERIFIED             VALUE "V".
               88  LVER-IS-WITHDRAWN            VALUE "W".
      *>   The identity document seen: passport, photocard driving
      *>   licence, national identity card, residence permit, or the
      *>   company registration for an owner that is a company.
           05  LVER-ID-DOC-TYPE             PIC X.
               88  LVER-DOC-IS-PASSPORT         VALUE "P".
               88  LVER-DOC-IS-DRIVING-LICENCE  VALUE "D".
               88  LVER-DOC-IS-NATIONAL-ID      VALUE "N".
               88  LVER-DOC-IS-RESIDENCE-PERMIT VALUE "R".
               88  LVER-DOC-IS-COMPANY-REG      VALUE "C".
               88  LVER-DOC-TYPE-IS-VALID       VALUE "P" "D" "N"
                                                      "R" "C".
           05  LVER-ID-DOC-REFERENCE        PIC X(20).
      *>   Zero for a company registration, which does not expire.
           05  LVER-ID-DOC-EXPIRY-DATE      PIC 9(8).
      *>   Proof of ownership -- the title register reference.
           05  LVER-TITLE-REFERENCE         PIC X(20).
           05  LVER-VERIFIED-DATE           PIC 9(8).
           05  LVER-VERIFIED-BY             PIC X(8).
      *>   The earlier of the verification date plus the refresh
      *>   interval on the control record and the identity document's
      *>   expiry.
           05  LVER-REFRESH-DUE-DATE        PIC 9(8).
           05  LVER-WITHDRAWN-DATE          PIC 9(8).
           05  LVER-WITHDRAWN-BY            PIC X(8).
      *>   First disbursement period held (YYYYMM), zero when nothing
      *>   is held.  The run that pays the held periods stamps its own
      *>   period as the release, so a rerun of that period reprints
      *>   the same catch-up rather than only the one month; the next
      *>   period's run clears both.
           05  LVER-PAYMENT-HOLD.
               10  LVER-HELD-FROM-PERIOD    PIC 9(6).
               10  LVER-RELEASED-IN-PERIOD  PIC 9(6).
