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

       01  WS-CHECKPOINT-STATUS         PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).

       01  SWITCHES.
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

       A-150-START-RUN-LOG.
      *>   Every posting job stamps a running record here and closes
      *>   it out again in C-050-FINISH-RUN-LOG, the same open-write/
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

       A-250-COUNT-AFFECTED-LEASES.
      *>   A quick independent pass over the terminated leases, working
      *>   out how many still show a positive balance once any deposit
      *>   in the buffer from B-320-SCAN-FOR-SEQUENCE's last READ.
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.
           ADD 1 TO WS-LEASES-WRITTEN-OFF
           ELSE
               SET RUNLOG-IS-COMPLETE     TO TRUE
           END-IF
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
      *>   A cancelled run has posted nothing this time around, so any
      *>   checkpoint left by an earlier interrupted run must survive
           CLOSE CHECKPOINT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.

       END PROGRAM BAD-DEBT-WRITEOFF.
