               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT LEASE-BALANCE-FILE ASSIGN TO "lease_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-RECEIPT-STATUS            PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-RUNLOG-COUNT              PIC 9(9).

               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE ZERO TO WS-RUNLOG-COUNT.

       A-150-START-RUN-LOG.
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           PERFORM A-160-OPEN-POSTING-BATCH
           WRITE RUN-LOG-RECORD.

       A-160-OPEN-POSTING-BATCH.
      *>   Takes the next number off the posting batch register's
      *>   control record (record zero) and opens a batch for this
      *>   run under it.  Every ledger line the run writes carries
      *>   the number, and so does the run-log record, so the
      *>   day-book and the journal extract can find them again.
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE ZERO TO PBAT-NUMBER
                   MOVE ZERO TO PBAT-LAST-ISSUED
                   MOVE ZERO TO PBAT-LAST-EXTRACTED
                   WRITE POSTING-BATCH-RECORD
           END-READ.
           ADD 1 TO PBAT-LAST-ISSUED
           MOVE PBAT-LAST-ISSUED TO WS-POSTING-BATCH-NUMBER
           REWRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
           MOVE RUNLOG-PROGRAM-ID       TO PBAT-PROGRAM-ID
           MOVE RUNLOG-START-TIMESTAMP  TO PBAT-RUN-TIMESTAMP
           MOVE RUNLOG-OPERATOR-ID      TO PBAT-OPERATOR-ID
           SET PBAT-IS-OPEN             TO TRUE
           MOVE SPACES                  TO PBAT-CLOSE-TIMESTAMP
           MOVE "N"                     TO PBAT-EXTRACT-SWITCH
           MOVE ZERO                    TO PBAT-EXTRACT-DATE
           WRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER.

       B-100-GET-RECEIPT-DETAILS.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM B-105-GET-BANK-ACCOUNT.
           MOVE SPACES                 TO RCPT-APPLIED-LEASE
           MOVE ZERO                   TO RCPT-REFUND-DATE
           MOVE WS-ENTRY-ACCOUNT-ID    TO RCPT-BANK-ACCOUNT-ID
           MOVE WS-POSTING-BATCH-NUMBER TO RCPT-BATCH-NUMBER
           WRITE CASH-RECEIPT-RECORD.

       B-210-FIND-NEXT-RECEIPT-NUMBER.
           MOVE "CASH RECEIPT"         TO RLEDG-DESCRIPTION
           MOVE WS-TENANT1-SHARE       TO RLEDG-TENANT1-SHARE
           MOVE WS-TENANT2-SHARE       TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-RUNLOG-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           PERFORM C-060-CLOSE-POSTING-BATCH
           REWRITE RUN-LOG-RECORD.

       C-060-CLOSE-POSTING-BATCH.
      *>   A closed batch is one the journal extract may take -- a
      *>   batch still open belongs to a run that has not finished.
           IF WS-POSTING-BATCH-NUMBER > ZERO
               MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
               READ POSTING-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PBAT-IS-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO PBAT-CLOSE-TIMESTAMP
                       REWRITE POSTING-BATCH-RECORD
               END-READ
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE LEASE-MASTER.
           CLOSE PROSPECT-MASTER.
           CLOSE LEASE-BALANCE-FILE.
           CLOSE CASH-RECEIPTS-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.

       END PROGRAM CASH-RECEIPTS.
