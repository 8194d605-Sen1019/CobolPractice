      *>----------------------------------------------------------------
      *> INVBATREC.cpy
      *> Record layout for the contractor invoice batch register, keyed
      *> by vendor plus the batch reference on the invoice file's
      *> header.  CONTRACTOR-INVOICE-IMPORT writes one record when a
      *> file finishes loading and refuses a file already here, the
      *> same guard LOCKBOX-IMPORT keeps in LBXBATREC.
      *>----------------------------------------------------------------
       01  INVOICE-BATCH-RECORD.
           05  IVB-KEY.
               10  IVB-VEND-ID               PIC X(6).
               10  IVB-BATCH-REFERENCE       PIC X(10).
           05  IVB-FILE-DATE                 PIC 9(8).
           05  IVB-RECORD-COUNT              PIC 9(6).
           05  IVB-TOTAL-AMOUNT              PIC 9(8)V99.
           05  IVB-POSTED-COUNT              PIC 9(6).
           05  IVB-POSTED-AMOUNT             PIC 9(8)V99.
           05  IVB-QUEUED-COUNT              PIC 9(6).
           05  IVB-QUEUED-AMOUNT             PIC 9(8)V99.
           05  IVB-IMPORT-TIMESTAMP          PIC X(14).
           05  IVB-OPERATOR-ID               PIC X(8).
