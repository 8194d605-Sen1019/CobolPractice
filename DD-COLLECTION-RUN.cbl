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

           SELECT BANK-HOLIDAY-FILE ASSIGN TO "bank_holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  BANK-HOLIDAY-FILE.
           COPY BANKHOLREC.

       WORKING-STORAGE SECTION.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  SW-LBAL-ON-FILE              PIC X.
       01  WS-ACCOUNT-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).

       01  SWITCHES.
               88  ACCOUNT-IS-OK            VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-COLLECTION-DATE           PIC 9(8).
       01  WS-ENTRY-ACCOUNT-ID          PIC X(6).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-BALANCE                   PIC S9(6)V99.
       01  WS-TENANT1-SHARE             PIC 9(6)V99.
       01  WS-TENANT2-SHARE             PIC 9(6)V99.

      *>   Working-day arithmetic.  WS-WORK-DATE carries a date in and
      *>   out of B-970/B-980: a Saturday, a Sunday or a day on the
      *>   non-working day calendar is rolled forward to the next
      *>   working day.
       01  WS-HOLIDAY-STATUS            PIC XX.
       01  WS-WORK-DATE                 PIC 9(8).
       01  WS-WORK-INT                  PIC 9(7).
       01  WS-WORK-WEEKS                PIC 9(7).
       01  WS-WORK-WEEKDAY              PIC 9.
       01  WS-WORK-DAYS-TO-ADD          PIC 9(3).
       01  SW-WORKING-DAY               PIC X.
           88  IS-WORKING-DAY               VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
               PERFORM A-200-FIND-HIGHEST-RECEIPT-NUMBER
               PERFORM B-100-PROCESS-MANDATES
                   UNTIL END-OF-FILE
               DISPLAY WS-COLLECTED-COUNT " COLLECTION(S) WRITTEN "
                   "FOR " WS-COLLECTION-DATE
               PERFORM C-050-FINISH-RUN-LOG
           END-IF.
           PERFORM C-100-CLOSE-FILES.
               OPEN I-O CASH-RECEIPTS-FILE
           END-IF.

           OPEN INPUT BANK-HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35"
               OPEN OUTPUT BANK-HOLIDAY-FILE
               CLOSE BANK-HOLIDAY-FILE
               OPEN INPUT BANK-HOLIDAY-FILE
           END-IF.

           OPEN INPUT BANK-ACCOUNT-MASTER.
           OPEN OUTPUT COLLECTION-FILE

               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

      *>   The real account the collections land in, stamped on each
      *>   receipt the run posts the same way LOCKBOX-IMPORT stamps
      *>   its file's account.
           MOVE "N" TO SW-ACCOUNT-OK
           PERFORM A-120-GET-BANK-ACCOUNT
               UNTIL ACCOUNT-IS-OK.
      *>   The bank will not collect on a weekend or a bank holiday,
      *>   so a run made on one is dated for the next working day --
      *>   the receipts with it, so they match the statement line.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           PERFORM B-970-ROLL-TO-WORKING-DAY.
           MOVE WS-WORK-DATE TO WS-COLLECTION-DATE
           DISPLAY "COLLECTION DATE: " WS-COLLECTION-DATE.
           IF WS-COLLECTION-DATE NOT = WS-TODAY-DATE
               DISPLAY "RUN DATE " WS-TODAY-DATE " IS NOT A WORKING "
                   "DAY - COLLECTIONS DATED " WS-COLLECTION-DATE
           END-IF.

       A-120-GET-BANK-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT ID FOR COLLECTIONS: "
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

       A-200-FIND-HIGHEST-RECEIPT-NUMBER.
      *>   One scan up front for the high-water mark, then each
      *>   collection takes the next number locally -- nothing else
           MOVE MAND-SORT-CODE      TO DDC-SORT-CODE
           MOVE MAND-ACCOUNT-NUMBER TO DDC-ACCOUNT-NUMBER
           MOVE WS-COLLECT-AMOUNT   TO DDC-AMOUNT
           MOVE WS-COLLECTION-DATE  TO DDC-DATE
           WRITE COLLECTION-RECORD.

       B-500-POST-RECEIPT.
           ADD 1 TO WS-NEXT-RECEIPT-NUMBER
           MOVE WS-NEXT-RECEIPT-NUMBER TO RCPT-NUMBER
           MOVE WS-TARGET-LEASE-NUMBER TO RCPT-LEASE-NUMBER
           MOVE WS-COLLECTION-DATE     TO RCPT-DATE
           MOVE WS-COLLECT-AMOUNT      TO RCPT-AMOUNT
           MOVE SPACE                  TO RCPT-RECONCILED-FLAG
           MOVE SPACE                  TO RCPT-TYPE
           MOVE SPACES                 TO RCPT-APPLIED-LEASE
           MOVE ZERO                   TO RCPT-REFUND-DATE
           MOVE WS-ENTRY-ACCOUNT-ID    TO RCPT-BANK-ACCOUNT-ID
           MOVE WS-POSTING-BATCH-NUMBER TO RCPT-BATCH-NUMBER
           WRITE CASH-RECEIPT-RECORD.

       B-600-POST-LEDGER-ENTRY.
           MOVE "DD COLLECTION"        TO RLEDG-DESCRIPTION
           MOVE WS-TENANT1-SHARE       TO RLEDG-TENANT1-SHARE
           MOVE WS-TENANT2-SHARE       TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.

                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

      *>   ---------------------------------------------------------
      *>   Working days.  Day 1 of the integer calendar (1 January
      *>   1601) was a Monday, so the day number divided by seven
      *>   leaves 6 on a Saturday and 0 on a Sunday.  Any other day is
      *>   a working day unless it is on the non-working day calendar.
      *>   ---------------------------------------------------------
       B-970-ROLL-TO-WORKING-DAY.
           PERFORM B-975-CHECK-WORKING-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY
               UNTIL IS-WORKING-DAY.

       B-975-CHECK-WORKING-DAY.
           MOVE "Y" TO SW-WORKING-DAY
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WORK-WEEKS
               REMAINDER WS-WORK-WEEKDAY
           IF WS-WORK-WEEKDAY = 6 OR WS-WORK-WEEKDAY = 0
               MOVE "N" TO SW-WORKING-DAY
           ELSE
               MOVE WS-WORK-DATE TO BHOL-DATE
               READ BANK-HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-WORKING-DAY
               END-READ
           END-IF.

       B-980-ADD-WORKING-DAYS.
      *>   WS-WORK-DATE moves on by WS-WORK-DAYS-TO-ADD working days.
           PERFORM B-990-NEXT-WORKING-DAY
               WS-WORK-DAYS-TO-ADD TIMES.

       B-985-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-WORK-INT
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM B-975-CHECK-WORKING-DAY.

       B-990-NEXT-WORKING-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY
               UNTIL IS-WORKING-DAY.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-COLLECTED-COUNT    TO RUNLOG-RECORD-COUNT
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
           CLOSE MANDATE-FILE.
           CLOSE LEASE-MASTER.
           CLOSE COLLECTION-FILE.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE BANK-HOLIDAY-FILE.

       END PROGRAM DD-COLLECTION-RUN.
