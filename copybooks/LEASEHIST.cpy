           05  LSEH-STATUS                  PIC X.
           05  LSEH-TERM-DATE               PIC 9(8).
           05  LSEH-ARCHIVE-DATE            PIC 9(8).
      *>   Zero unless the tenancy had rolled periodic before it ended.
           05  LSEH-PERIODIC-DATE           PIC 9(8).
