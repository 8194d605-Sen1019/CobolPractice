      *>----------------------------------------------------------------
      *> VENDCREDREC.cpy
      *> Record layout for the contractor credential register, keyed
      *> by vendor plus credential type -- public liability insurance,
      *> Gas Safe registration, electrical certification.  A required
      *> credential past its expiry stops work being assigned to the
      *> vendor; gas work needs a current Gas Safe registration
      *> whether or not it is marked required; and lapsed insurance
      *> holds the vendor's payments until a supervisor releases them.
      *>----------------------------------------------------------------
       01  VENDOR-CREDENTIAL-RECORD.
           05  VCR-KEY.
               10  VCR-VEND-ID               PIC X(6).
               10  VCR-CRED-TYPE             PIC X(8).
                   88  VCR-IS-LIABILITY-INS      VALUE "PUBLIAB".
                   88  VCR-IS-GAS-SAFE           VALUE "GASSAFE".
                   88  VCR-IS-ELECTRICAL         VALUE "ELECCERT".
           05  VCR-REFERENCE                 PIC X(20).
      *>   Valid up to and including this date.
           05  VCR-EXPIRY-DATE               PIC 9(8).
           05  VCR-REQUIRED-SWITCH           PIC X.
               88  VCR-IS-REQUIRED               VALUE "Y".
      *>   A supervisor's release of payments held for lapsed
      *>   insurance.  It covers the lapse of the expiry date it was
      *>   given against; once the policy is renewed and later lapses
      *>   again, payments are held afresh.
           05  VCR-RELEASED-BY               PIC X(8).
           05  VCR-RELEASED-DATE             PIC 9(8).
           05  VCR-RELEASED-EXPIRY           PIC 9(8).
