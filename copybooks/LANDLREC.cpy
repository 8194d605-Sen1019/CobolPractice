           05  LANDLORD-NON-RESIDENT-FLAG   PIC X.
               88  LANDLORD-IS-NON-RESIDENT     VALUE "Y".
           05  LANDLORD-WITHHOLD-RATE       PIC 9(2)V99.
      *>   The account the owner's disbursement is paid to.  Changed
      *>   only through the payee bank change register -- see
      *>   PBCHGREC.
           05  LANDLORD-BANK-SORT-CODE      PIC X(8).
           05  LANDLORD-BANK-ACCOUNT        PIC X(10).
