               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       WORKING-STORAGE SECTION.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-SESSION-POSTINGS          PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  SW-LBAL-ON-FILE              PIC X.
           88  LBAL-IS-ON-FILE              VALUE "Y".
       01  WS-BAL-DAYS-OUT              PIC 9(5).
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.
           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
           MOVE SPACES                 TO RCPT-APPLIED-LEASE
           MOVE ZERO                   TO RCPT-REFUND-DATE
           MOVE WS-ENTRY-ACCOUNT-ID    TO RCPT-BANK-ACCOUNT-ID
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO RCPT-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE CASH-RECEIPT-RECORD.

       E-310-FIND-NEXT-RECEIPT-NUMBER.
           MOVE "SUSPENSE REALLOCATION" TO RLEDG-DESCRIPTION
           MOVE WS-TENANT1-SHARE       TO RLEDG-TENANT1-SHARE
           MOVE WS-TENANT2-SHARE       TO RLEDG-TENANT2-SHARE
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE RENT-LEDGER-RECORD.
           PERFORM E-850-UPDATE-LEASE-BALANCE.

           REWRITE SUSPENSE-RECORD.

       C-100-CLOSE-FILES.
           PERFORM Z-910-CLOSE-SESSION-BATCH.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE LEASE-MASTER.
           CLOSE RENT-LEDGER.
           CLOSE CASH-RECEIPTS-FILE.
           CLOSE BANK-ACCOUNT-MASTER.

       Z-900-OPEN-SESSION-BATCH.
      *>   The session's first posting opens a run-log record and a
      *>   posting batch for it, the way a posting job does when it
      *>   starts; a session that posts nothing leaves neither.  The
      *>   batch number comes off the register's control record
      *>   (record zero).
           DISPLAY "ENTER OPERATOR ID: " LINE 19 COLUMN 4.
           ACCEPT WS-OPERATOR-ID LINE 19 COLUMN 23.
           MOVE "SUSPENSE-REALLOCATE" TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
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
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER
           WRITE RUN-LOG-RECORD.

       Z-910-CLOSE-SESSION-BATCH.
           IF WS-POSTING-BATCH-NUMBER > ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
               MOVE WS-SESSION-POSTINGS   TO RUNLOG-RECORD-COUNT
               SET RUNLOG-IS-COMPLETE     TO TRUE
               REWRITE RUN-LOG-RECORD
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

       END PROGRAM SUSPENSE-REALLOCATE.
