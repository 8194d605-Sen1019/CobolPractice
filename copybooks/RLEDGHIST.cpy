           05  RLEDGH-TENANT1-SHARE         PIC 9(6)V99.
           05  RLEDGH-TENANT2-SHARE         PIC 9(6)V99.
           05  RLEDGH-ARCHIVE-DATE          PIC 9(8).
           05  RLEDGH-BATCH-NUMBER          PIC 9(8).
