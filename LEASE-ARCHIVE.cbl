           MOVE LEASE-STATUS          TO LSEH-STATUS
           MOVE LEASE-TERM-DATE       TO LSEH-TERM-DATE
           MOVE WS-TODAY-DATE         TO LSEH-ARCHIVE-DATE
           MOVE LEASE-PERIODIC-DATE   TO LSEH-PERIODIC-DATE
           WRITE LEASE-HISTORY-RECORD
               INVALID KEY
                   REWRITE LEASE-HISTORY-RECORD
                       MOVE RLEDG-TENANT2-SHARE
                                               TO RLEDGH-TENANT2-SHARE
                       MOVE WS-TODAY-DATE      TO RLEDGH-ARCHIVE-DATE
                       MOVE RLEDG-BATCH-NUMBER TO RLEDGH-BATCH-NUMBER
                       WRITE RLEDG-HISTORY-RECORD
                           INVALID KEY
                               REWRITE RLEDG-HISTORY-RECORD
