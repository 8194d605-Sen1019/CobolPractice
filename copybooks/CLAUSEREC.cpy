                   88  CLS-IS-TENANCY            VALUE "TENANCY".
                   88  CLS-IS-MOVEOUT            VALUE "MOVEOUT".
                   88  CLS-IS-LEGAL              VALUE "LEGAL".
      *>           Covering letters for the prescribed documents --
      *>           generating one ticks it off the lease's
      *>           documents-served checklist (DOCSRVREC).
                   88  CLS-IS-HOW-TO-RENT        VALUE "HOWTORNT".
                   88  CLS-IS-EPC                VALUE "EPC".
                   88  CLS-IS-GAS-SAFETY         VALUE "GASSAFE".
                   88  CLS-IS-EICR               VALUE "EICR".
                   88  CLS-IS-PRESCRIBED         VALUE "HOWTORNT"
                                                       "EPC"
                                                       "GASSAFE"
                                                       "EICR".
               10  CLS-SEQUENCE              PIC 9(3).
           05  CLS-TEXT                       PIC X(70).
