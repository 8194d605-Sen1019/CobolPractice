           05  DEP-REFUND-AMOUNT            PIC 9(6)V99.
           05  DEP-DEDUCTION-AMOUNT         PIC 9(6)V99.
           05  DEP-DEDUCTION-REASON         PIC X(40).
      *>   The posting batches (POSTBATREC) the deposit was taken and
      *>   refunded under -- zero for a deposit taken before batches
      *>   were issued, or not yet refunded.
           05  DEP-BATCH-NUMBER             PIC 9(8).
           05  DEP-REFUND-BATCH-NUMBER      PIC 9(8).
