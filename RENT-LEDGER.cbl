               RECORD KEY IS RLEDG-KEY
               FILE STATUS IS WS-RLEDGER-STATUS.

           SELECT RENT-LEDGER-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
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
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT ANCILLARY-CHARGE-FILE ASSIGN TO "ancillary_charge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-KEY
               FILE STATUS IS WS-ANC-STATUS.

           SELECT REPORT-GENERATION-FILE
               ASSIGN TO "report_generation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGEN-KEY
               FILE STATUS IS WS-RGEN-STATUS.

           SELECT REPORT-RETENTION-FILE
               ASSIGN TO "report_retention.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRET-REPORT-NAME
               FILE STATUS IS WS-RRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-MASTER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  ANCILLARY-CHARGE-FILE.
           COPY ANCCHGREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  SW-LBAL-ON-FILE              PIC X.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-ANC-STATUS                PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-CHARGES-POSTED            PIC 9(6).

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-RENT-AMOUNT               PIC 9(6)V99.
       01  WS-ANC-AMOUNT                PIC 9(6)V99.
       01  WS-MAX-SEQUENCE              PIC 9(6).

       01  WS-RENT-FREQUENCY            PIC X.
           05  DL-BALANCE               PIC X(16).
           05  DL-AGING                 PIC X(12).

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "rent_ledger".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "RENT-LEDGER".
           05  WS-RG-TIMESTAMP          PIC X(14).
           05  WS-RG-RUNLOG-KEY         PIC X(40) VALUE SPACES.
           05  WS-RG-RETAIN-DAYS        PIC 9(4).
           05  WS-RG-RUN-DATE           PIC 9(8).
           05  WS-RG-CUTOFF-DATE        PIC 9(8).
           05  WS-RG-CUTOFF-INT         PIC 9(7).
           05  WS-RG-PURGE-COUNT        PIC 9(5).
           05  SW-RG-OPEN               PIC X     VALUE "N".
               88  GENERATION-IS-OPEN       VALUE "Y".
           05  SW-RG-SCAN               PIC X.
               88  GENERATION-SCAN-IS-DONE  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
                   "BALANCE REBUILD FIRST (POSTING MENU 28)"
           END-IF.

           OPEN I-O ANCILLARY-CHARGE-FILE.
           IF WS-ANC-STATUS = "35"
               OPEN OUTPUT ANCILLARY-CHARGE-FILE
               CLOSE ANCILLARY-CHARGE-FILE
               OPEN I-O ANCILLARY-CHARGE-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT RENT-LEDGER-PRINT

           OPEN EXTEND EXCEPTION-LOG
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

           PERFORM B-900-READ-LEASE.

       A-150-START-RUN-LOG.
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           PERFORM A-160-OPEN-POSTING-BATCH
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
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

       B-100-POST-MONTHLY-CHARGES.
           IF LEASE-IS-ACTIVE
               PERFORM B-200-POST-CHARGE-IF-DUE
      *>   share figures the duplicate-scan READ left in the buffer.
               MOVE ZERO TO RLEDG-TENANT1-SHARE
               MOVE ZERO TO RLEDG-TENANT2-SHARE
               MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
               WRITE RENT-LEDGER-RECORD
               PERFORM B-850-UPDATE-LEASE-BALANCE
               ADD 1 TO WS-CHARGES-POSTED
           END-IF.
           PERFORM B-300-POST-ANCILLARY-CHARGES.

       B-205-PRORATE-RENT-AMOUNT.
      *>   PROP-MONTHLY-RENT always holds the monthly-equivalent
                   MOVE PROP-MONTHLY-RENT TO WS-RENT-AMOUNT
           END-EVALUATE.

       B-300-POST-ANCILLARY-CHARGES.
      *>   Every recurring charge on the lease that is in force today
      *>   is billed once per rent period, next to the rent line and
      *>   on the same sequence run B-210 found.
           MOVE LEASE-NUMBER TO ANC-LEASE-NUMBER
           MOVE ZERO TO ANC-SEQUENCE
           START ANCILLARY-CHARGE-FILE KEY IS NOT LESS THAN ANC-KEY
               INVALID KEY
                   MOVE "10" TO WS-ANC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ANC-STATUS
           END-START.
           PERFORM B-310-SCAN-ANCILLARY-CHARGE
               UNTIL WS-ANC-STATUS NOT = "00"
               AND WS-ANC-STATUS NOT = "02".

       B-310-SCAN-ANCILLARY-CHARGE.
           READ ANCILLARY-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ANC-STATUS
               NOT AT END
                   IF ANC-LEASE-NUMBER NOT = LEASE-NUMBER
                       MOVE "10" TO WS-ANC-STATUS
                   ELSE
                       IF ANC-START-DATE NOT > WS-TODAY-DATE
                           AND (ANC-END-DATE = ZERO
                           OR ANC-END-DATE NOT < WS-TODAY-DATE)
                           AND ANC-LAST-PERIOD-KEY NOT =
                               WS-CURRENT-PERIOD-KEY
                           PERFORM B-320-BILL-ANCILLARY-CHARGE
                       END-IF
                   END-IF
           END-READ.

       B-320-BILL-ANCILLARY-CHARGE.
      *>   Prorated from the monthly figure exactly as B-205 prorates
      *>   the rent.  A charge one tenant alone owes carries the whole
      *>   amount in that tenant's share field so statements can show
      *>   whose it is; the lease balance still takes the full charge.
           EVALUATE TRUE
               WHEN WS-FREQ-IS-WEEKLY
                   COMPUTE WS-ANC-AMOUNT ROUNDED =
                       ANC-MONTHLY-AMOUNT * 12 / 52
               WHEN WS-FREQ-IS-QUARTERLY
                   COMPUTE WS-ANC-AMOUNT = ANC-MONTHLY-AMOUNT * 3
               WHEN OTHER
                   MOVE ANC-MONTHLY-AMOUNT TO WS-ANC-AMOUNT
           END-EVALUATE.
           IF WS-ANC-AMOUNT > ZERO
               ADD 1 TO WS-MAX-SEQUENCE
               MOVE LEASE-NUMBER           TO RLEDG-LEASE-NUMBER
               MOVE WS-MAX-SEQUENCE        TO RLEDG-SEQUENCE
               MOVE WS-TODAY-DATE          TO RLEDG-TRANS-DATE
               MOVE ANC-CHARGE-TYPE        TO RLEDG-TRANS-TYPE
               MOVE WS-ANC-AMOUNT          TO RLEDG-AMOUNT
               MOVE ANC-DESCRIPTION        TO RLEDG-DESCRIPTION
               MOVE ZERO TO RLEDG-TENANT1-SHARE
               MOVE ZERO TO RLEDG-TENANT2-SHARE
               IF ANC-TENANT-ID NOT = SPACES
                   IF ANC-TENANT-ID = LEASE-TENANT1-ID
                       MOVE WS-ANC-AMOUNT TO RLEDG-TENANT1-SHARE
                   END-IF
                   IF ANC-TENANT-ID = LEASE-TENANT2-ID
                       MOVE WS-ANC-AMOUNT TO RLEDG-TENANT2-SHARE
                   END-IF
               END-IF
               MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
               WRITE RENT-LEDGER-RECORD
               PERFORM B-850-UPDATE-LEASE-BALANCE
               ADD 1 TO WS-CHARGES-POSTED
           END-IF.
           MOVE WS-CURRENT-PERIOD-KEY TO ANC-LAST-PERIOD-KEY
           MOVE WS-TODAY-DATE TO ANC-LAST-BILLED-DATE
           REWRITE ANCILLARY-CHARGE-RECORD.

       B-215-COMPUTE-PERIOD-KEY.
      *>   Turns a transaction date into a period number comparable
      *>   across runs -- YYYYMM for monthly, YYYY + ISO-ish week number
                       IF RLEDG-SEQUENCE > WS-MAX-SEQUENCE
                           MOVE RLEDG-SEQUENCE TO WS-MAX-SEQUENCE
                       END-IF
      *>   Ancillary lines are guarded by their own charge record
      *>   (B-310) and a repair recharge by its work order, so only
      *>   the rent line counts here.
                       IF RLEDG-IS-CHARGE AND NOT RLEDG-IS-ANCILLARY
                               AND NOT RLEDG-IS-REPAIR-RECHARGE
                           MOVE RLEDG-TRANS-DATE
                                       TO WS-PERIOD-SOURCE-DATE
                           PERFORM B-215-COMPUTE-PERIOD-KEY
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-CHARGES-POSTED     TO RUNLOG-RECORD-COUNT
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
           CLOSE PROPERTY-MASTER.
           CLOSE RENT-LEDGER.
           CLOSE LEASE-BALANCE-FILE.
           CLOSE ANCILLARY-CHARGE-FILE.
           CLOSE RENT-LEDGER-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.

      *>   ---------------------------------------------------------
      *>   REPORT GENERATIONS -- every run prints to a dated file of
      *>   its own, indexed on the report generation file, so no run
      *>   overwrites the last and REPORT-REPRINT can reprint any
      *>   generation still held.  Generations older than the
      *>   report's retention period are removed as each run starts.
      *>   ---------------------------------------------------------
       Z-960-OPEN-REPORT-GENERATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RG-TIMESTAMP
           MOVE WS-RG-TIMESTAMP(1:8) TO WS-RG-RUN-DATE
           OPEN I-O REPORT-GENERATION-FILE
           IF WS-RGEN-STATUS = "35"
               OPEN OUTPUT REPORT-GENERATION-FILE
               CLOSE REPORT-GENERATION-FILE
               OPEN I-O REPORT-GENERATION-FILE
           END-IF
           PERFORM Z-965-PURGE-OLD-GENERATIONS
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING WS-RG-REPORT-NAME DELIMITED BY SPACE
                  "_"               DELIMITED BY SIZE
                  WS-RG-TIMESTAMP   DELIMITED BY SIZE
                  ".prt"            DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           MOVE SPACES TO REPORT-GENERATION-RECORD
           MOVE WS-RG-REPORT-NAME   TO RGEN-REPORT-NAME
           MOVE WS-RG-TIMESTAMP     TO RGEN-RUN-TIMESTAMP
           MOVE WS-RG-PROGRAM-ID    TO RGEN-PROGRAM-ID
           MOVE WS-REPORT-FILE-NAME TO RGEN-FILE-NAME
           MOVE ZERO TO RGEN-PURGE-DATE
           SET RGEN-IS-PRINTING TO TRUE
           WRITE REPORT-GENERATION-RECORD
               INVALID KEY
                   DISPLAY "REPORT GENERATION NOT INDEXED - STATUS "
                       WS-RGEN-STATUS
           END-WRITE
           MOVE "Y" TO SW-RG-OPEN.

      *>   The report's own retention period, else the DEFAULT one;
      *>   with neither, or a period of zero, everything is kept.
       Z-965-PURGE-OLD-GENERATIONS.
           MOVE ZERO TO WS-RG-RETAIN-DAYS
           OPEN INPUT REPORT-RETENTION-FILE
           IF WS-RRET-STATUS = "00"
               MOVE WS-RG-REPORT-NAME TO RRET-REPORT-NAME
               READ REPORT-RETENTION-FILE
                   INVALID KEY
                       MOVE "DEFAULT" TO RRET-REPORT-NAME
                       READ REPORT-RETENTION-FILE
                           INVALID KEY
                               MOVE ZERO TO RRET-RETAIN-DAYS
                       END-READ
               END-READ
               MOVE RRET-RETAIN-DAYS TO WS-RG-RETAIN-DAYS
               CLOSE REPORT-RETENTION-FILE
           END-IF.
           IF WS-RG-RETAIN-DAYS > ZERO
               COMPUTE WS-RG-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RG-RUN-DATE)
                   - WS-RG-RETAIN-DAYS
               COMPUTE WS-RG-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RG-CUTOFF-INT)
               MOVE ZERO TO WS-RG-PURGE-COUNT
               MOVE "N" TO SW-RG-SCAN
               MOVE WS-RG-REPORT-NAME TO RGEN-REPORT-NAME
               MOVE LOW-VALUES TO RGEN-RUN-TIMESTAMP
               START REPORT-GENERATION-FILE
                   KEY IS NOT LESS THAN RGEN-KEY
                   INVALID KEY
                       MOVE "Y" TO SW-RG-SCAN
               END-START
               PERFORM Z-966-PURGE-ONE-GENERATION
                   UNTIL GENERATION-SCAN-IS-DONE
               IF WS-RG-PURGE-COUNT > ZERO
                   DISPLAY WS-RG-PURGE-COUNT
                       " EXPIRED GENERATION(S) REMOVED"
               END-IF
           END-IF.

       Z-966-PURGE-ONE-GENERATION.
           READ REPORT-GENERATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SW-RG-SCAN
               NOT AT END
                   IF RGEN-REPORT-NAME NOT = WS-RG-REPORT-NAME
                       OR RGEN-RUN-TIMESTAMP(1:8)
                           NOT < WS-RG-CUTOFF-DATE
                       MOVE "Y" TO SW-RG-SCAN
                   ELSE
                       IF NOT RGEN-WAS-PURGED
                           CALL "CBL_DELETE_FILE" USING RGEN-FILE-NAME
                           SET RGEN-WAS-PURGED TO TRUE
                           MOVE WS-RG-RUN-DATE TO RGEN-PURGE-DATE
                           REWRITE REPORT-GENERATION-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-RG-PURGE-COUNT
                       END-IF
                   END-IF
           END-READ.

       Z-970-CLOSE-REPORT-GENERATION.
           IF GENERATION-IS-OPEN
               MOVE "N" TO SW-RG-OPEN
               MOVE SPACES TO WS-REPORT-PARAMETERS
               MOVE WS-RG-REPORT-NAME TO RGEN-REPORT-NAME
               MOVE WS-RG-TIMESTAMP   TO RGEN-RUN-TIMESTAMP
               READ REPORT-GENERATION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-OPERATOR-ID       TO RGEN-OPERATOR-ID
                       MOVE WS-REPORT-PARAMETERS TO RGEN-PARAMETERS
                       MOVE WS-RG-RUNLOG-KEY     TO RGEN-RUNLOG-KEY
                       SET RGEN-IS-RETAINED TO TRUE
                       REWRITE REPORT-GENERATION-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               CLOSE REPORT-GENERATION-FILE
               DISPLAY "REPORT PRINTED TO " WS-REPORT-FILE-NAME
           END-IF.

       END PROGRAM RENT-LEDGER.
