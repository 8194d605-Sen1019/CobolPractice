      *>   The bank account the money landed in -- BANK-RECON matches
      *>   a statement only against its own account's receipts.
           05  RCPT-BANK-ACCOUNT-ID         PIC X(6).
      *>   The posting batch (POSTBATREC) the receipt was taken under.
           05  RCPT-BATCH-NUMBER            PIC 9(8).
