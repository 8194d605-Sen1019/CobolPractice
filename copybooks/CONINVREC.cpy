      *>----------------------------------------------------------------
      *> CONINVREC.cpy
      *> Record layout for the contractor invoice register, keyed by
      *> vendor plus the contractor's own invoice number.  CONTRACTOR-
      *> INVOICE-IMPORT writes one record for the first sighting of
      *> each invoice, posted or sent for review, so the same invoice
      *> arriving again -- in a later file, or twice in one -- is
      *> caught as a duplicate and never pays twice.
      *>----------------------------------------------------------------
       01  CONTRACTOR-INVOICE-RECORD.
           05  CIV-KEY.
               10  CIV-VEND-ID               PIC X(6).
               10  CIV-INVOICE-NUMBER        PIC X(12).
           05  CIV-WO-NUMBER                 PIC X(6).
           05  CIV-INVOICE-DATE              PIC 9(8).
      *>   Gross, VAT included, as the contractor billed it.
           05  CIV-AMOUNT                    PIC 9(6)V99.
           05  CIV-BATCH-REFERENCE           PIC X(10).
           05  CIV-STATUS                    PIC X.
               88  CIV-IS-POSTED                 VALUE "P".
               88  CIV-IS-QUEUED                 VALUE "Q".
           05  CIV-POSTED-DATE               PIC 9(8).
