      *>----------------------------------------------------------------
      *> POSTBATREC.cpy
      *> Record layout for the posting batch register, keyed by batch
      *> number.  Every run or screen session that posts to the rent
      *> ledger, the opex ledger, the cash receipts or the deposit
      *> ledger takes the next number here and stamps it on each line
      *> it writes; program id plus run timestamp is the key of the
      *> RUNLOGREC record for the same run.  Record zero is the
      *> register's control record: the last number issued, and the
      *> last batch JOURNAL-EXTRACT has passed to the accounts.
      *>----------------------------------------------------------------
       01  POSTING-BATCH-RECORD.
           05  PBAT-NUMBER                  PIC 9(8).
           05  PBAT-DETAIL.
               10  PBAT-PROGRAM-ID          PIC X(26).
               10  PBAT-RUN-TIMESTAMP       PIC X(14).
               10  PBAT-OPERATOR-ID         PIC X(8).
               10  PBAT-STATUS              PIC X.
                   88  PBAT-IS-OPEN             VALUE "O".
                   88  PBAT-IS-CLOSED           VALUE "C".
               10  PBAT-CLOSE-TIMESTAMP     PIC X(14).
               10  PBAT-EXTRACT-SWITCH      PIC X.
                   88  PBAT-WAS-EXTRACTED       VALUE "Y".
               10  PBAT-EXTRACT-DATE        PIC 9(8).
           05  PBAT-CONTROL REDEFINES PBAT-DETAIL.
               10  PBAT-LAST-ISSUED         PIC 9(8).
               10  PBAT-LAST-EXTRACTED      PIC 9(8).
               10  FILLER                   PIC X(56).
