      *>----------------------------------------------------------------
      *> DOCSRVREC.cpy
      *> Record layout for the statutory documents-served checklist,
      *> keyed by lease number plus document type -- one record per
      *> prescribed document actually given to the tenants, showing
      *> when and how it was served.  A document with no record here
      *> has not been served.  The How to Rent guide, EPC, gas safety
      *> certificate and EICR must all be served before the tenancy
      *> starts or a section 21 notice on the lease is not valid; a
      *> property with no gas supply records the gas certificate as
      *> not applicable (method N) instead.
      *>----------------------------------------------------------------
       01  DOCUMENT-SERVED-RECORD.
           05  DSRV-KEY.
               10  DSRV-LEASE-NUMBER        PIC X(6).
               10  DSRV-DOC-TYPE            PIC X(8).
                   88  DSRV-IS-HOW-TO-RENT      VALUE "HOWTORNT".
                   88  DSRV-IS-EPC              VALUE "EPC".
                   88  DSRV-IS-GAS-SAFETY       VALUE "GASSAFE".
                   88  DSRV-IS-EICR             VALUE "EICR".
                   88  DSRV-DOC-TYPE-IS-VALID   VALUE "HOWTORNT"
                                                      "EPC"
                                                      "GASSAFE"
                                                      "EICR".
           05  DSRV-SERVED-DATE             PIC 9(8).
           05  DSRV-METHOD                  PIC X.
               88  DSRV-BY-EMAIL                VALUE "E".
               88  DSRV-BY-HAND                 VALUE "H".
               88  DSRV-BY-POST                 VALUE "P".
               88  DSRV-NOT-APPLICABLE          VALUE "N".
               88  DSRV-METHOD-IS-VALID         VALUE "E" "H" "P"
                                                      "N".
      *>   Where the tick came from: MOVEIN when Leases recorded it as
      *>   handed over at sign-up, DOCGEN when DOCUMENT-GENERATE
      *>   produced the covering letter, MANUAL when keyed on the
      *>   checklist screen.
           05  DSRV-SOURCE                  PIC X(8).
               88  DSRV-FROM-MOVE-IN            VALUE "MOVEIN".
               88  DSRV-FROM-DOCGEN             VALUE "DOCGEN".
               88  DSRV-FROM-MANUAL             VALUE "MANUAL".
           05  DSRV-CERT-REFERENCE          PIC X(20).
           05  DSRV-RECORDED-DATE           PIC 9(8).
