      *>----------------------------------------------------------------
      *> BRANCHREC.cpy
      *> Record layout for the branch office register, keyed by the
      *> three-character branch code carried on each property and each
      *> operator.  Kept by OPERATOR-MAINTENANCE.
      *>----------------------------------------------------------------
       01  BRANCH-RECORD.
           05  BRANCH-CODE                  PIC X(3).
           05  BRANCH-NAME                  PIC X(30).
