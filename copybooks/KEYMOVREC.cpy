      *>----------------------------------------------------------------
      *> KEYMOVREC.cpy
      *> Record layout for the key movement log, keyed by property,
      *> key set and a running sequence within the set -- one record
      *> per issue, return or retirement of a set on the key register
      *> (KEYSETREC), never rewritten, so the history of who has held
      *> a property's keys can always be shown.
      *>----------------------------------------------------------------
       01  KEY-MOVEMENT-RECORD.
           05  KMOV-KEY.
               10  KMOV-PROP-ID             PIC X(6).
               10  KMOV-SET-NUMBER          PIC 9(2).
               10  KMOV-SEQUENCE            PIC 9(4).
           05  KMOV-TYPE                    PIC X.
               88  KMOV-IS-ISSUE                VALUE "I".
               88  KMOV-IS-RETURN               VALUE "R".
               88  KMOV-IS-RETIREMENT           VALUE "X".
           05  KMOV-DATE                    PIC 9(8).
           05  KMOV-HOLDER-TYPE             PIC X.
           05  KMOV-HOLDER-ID               PIC X(6).
           05  KMOV-HOLDER-NAME             PIC X(30).
           05  KMOV-LEASE-NUMBER            PIC X(6).
           05  KMOV-WO-NUMBER               PIC X(6).
           05  KMOV-INSP-DATE               PIC 9(8).
           05  KMOV-EXPECTED-RETURN         PIC 9(8).
           05  KMOV-REASON                  PIC X(30).
