      *>----------------------------------------------------------------
      *> INVREVREC.cpy
      *> Record layout for the contractor invoice review queue, keyed
      *> by a sequential review number.  An invoice line CONTRACTOR-
      *> INVOICE-IMPORT cannot post -- no such work order, another
      *> vendor's order, a duplicate invoice number, a declined order,
      *> or an amount over the estimate beyond tolerance -- lands here
      *> with the line's details intact.  Once the office has dealt
      *> with it (through WORK-ORDER-MAINTENANCE or back with the
      *> contractor) it is cleared in CONTRACTOR-INVOICE-REVIEW.
      *>----------------------------------------------------------------
       01  INVOICE-REVIEW-RECORD.
           05  IRV-NUMBER                    PIC 9(6).
           05  IRV-BATCH-REFERENCE           PIC X(10).
           05  IRV-VEND-ID                   PIC X(6).
           05  IRV-INVOICE-NUMBER            PIC X(12).
      *>   The work order exactly as the contractor's file gave it --
      *>   kept even when it matches nothing.
           05  IRV-WO-NUMBER                 PIC X(6).
           05  IRV-INVOICE-DATE              PIC 9(8).
           05  IRV-AMOUNT                    PIC 9(6)V99.
           05  IRV-REASON                    PIC X(30).
           05  IRV-STATUS                    PIC X.
               88  IRV-IS-OPEN                   VALUE "O".
               88  IRV-IS-CLEARED                VALUE "C".
           05  IRV-CLEARED-BY                PIC X(8).
           05  IRV-CLEARED-DATE              PIC 9(8).
           05  IRV-CLEARED-NOTE              PIC X(30).
