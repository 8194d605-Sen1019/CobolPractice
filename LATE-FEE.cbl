               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
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
       FD  LEASE-MASTER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  BANK-HOLIDAY-FILE.
           COPY BANKHOLREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-CHECKPOINT-STATUS         PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  SW-LBAL-ON-FILE              PIC X.
       01  WS-CHECKPOINT-KEY            PIC X(6).

       01  WS-TODAY-DATE                PIC 9(8).
      *>   This period's rent day -- the first of the month, or the
      *>   day the period's rent was charged if that was later -- and
      *>   the last day of grace after it, both in working days.
       01  WS-CHARGE-RUN-DATE           PIC 9(8).
       01  WS-RENT-DAY                  PIC 9(8).
       01  WS-RENT-DUE-DATE             PIC 9(8).
       01  WS-GRACE-END-DATE            PIC 9(8).
       01  SW-IN-GRACE                  PIC X.
           88  IN-GRACE-PERIOD              VALUE "Y".
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-BALANCE                   PIC S9(6)V99.
       01  WS-MAX-SEQUENCE              PIC 9(6).
           88  FEE-IS-PERCENT                VALUE "P".
       01  WS-FEE-VALUE                 PIC 9(4)V99.

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
                   WS-PREREQ-PERIOD
               DISPLAY "LATE FEE RUN REFUSED - RUN THE MONTH-END "
                   "CHAIN IN ORDER"
           ELSE
               PERFORM A-135-CHECK-GRACE-PERIOD
           END-IF.

       A-135-CHECK-GRACE-PERIOD.
      *>   This period's rent is not late until the grace period
      *>   after the rent day is over.  A rent day on a weekend or a
      *>   bank holiday is taken as the next working day -- the money
      *>   cannot reach the account any sooner -- and the grace days
      *>   are counted in working days from there.  A run inside the
      *>   grace period still charges arrears left from earlier
      *>   periods; B-210 takes this period's rent back out of the
      *>   balance first.
           COMPUTE WS-RENT-DAY = WS-PREREQ-PERIOD * 100 + 1
           IF WS-CHARGE-RUN-DATE > WS-RENT-DAY
               MOVE WS-CHARGE-RUN-DATE TO WS-RENT-DAY
           END-IF.
           MOVE WS-RENT-DAY TO WS-WORK-DATE
           PERFORM B-970-ROLL-TO-WORKING-DAY.
           MOVE WS-WORK-DATE TO WS-RENT-DUE-DATE
           IF WS-RENT-DUE-DATE NOT = WS-RENT-DAY
               DISPLAY "RENT DAY " WS-RENT-DAY " IS NOT A WORKING "
                   "DAY - TAKEN AS " WS-RENT-DUE-DATE
           END-IF.
           MOVE CTL-LATE-FEE-GRACE-DAYS TO WS-WORK-DAYS-TO-ADD
           PERFORM B-980-ADD-WORKING-DAYS.
           MOVE WS-WORK-DATE TO WS-GRACE-END-DATE
           DISPLAY "GRACE PERIOD OF " CTL-LATE-FEE-GRACE-DAYS
               " WORKING DAY(S) ENDS " WS-GRACE-END-DATE
           MOVE "N" TO SW-IN-GRACE
           IF WS-TODAY-DATE NOT > WS-GRACE-END-DATE
               MOVE "Y" TO SW-IN-GRACE
               DISPLAY "STILL IN GRACE - THIS PERIOD'S RENT IS NOT YET "
                   "LATE, FEES ON EARLIER ARREARS ONLY"
           END-IF.

       A-130-VERIFY-PREREQUISITE.
           MOVE "N" TO SW-PREREQ-MET
           MOVE ZERO TO WS-CHARGE-RUN-DATE
           MOVE WS-PREREQ-PROGRAM TO RUNLOG-PROGRAM-ID
           MOVE LOW-VALUES TO RUNLOG-START-TIMESTAMP
           START RUN-LOG-FILE KEY IS NOT LESS THAN RUNLOG-KEY
                           AND RUNLOG-START-TIMESTAMP(1:6)
                               = WS-PREREQ-PERIOD
                           MOVE "Y" TO SW-PREREQ-MET
                           MOVE RUNLOG-START-TIMESTAMP(1:8)
                               TO WS-CHARGE-RUN-DATE
                       END-IF
                   END-IF
           END-READ.
                   MOVE "F" TO CTL-DEFAULT-FEE-BASIS
                   MOVE 25 TO CTL-DEFAULT-FEE-VALUE
                   MOVE 5 TO CTL-CONFIRM-COUNTDOWN
                   MOVE 3 TO CTL-LATE-FEE-GRACE-DAYS
           END-READ.
           MOVE ZERO TO WS-RECORDS-SINCE-CHECKPOINT
           MOVE ZERO TO WS-TOTAL-RECORDS-READ
                       WS-LAST-KEY-PROCESSED
           END-READ.

           OPEN INPUT BANK-HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35"
               OPEN OUTPUT BANK-HOLIDAY-FILE
               CLOSE BANK-HOLIDAY-FILE
               OPEN INPUT BANK-HOLIDAY-FILE
           END-IF.

           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
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

       A-200-GET-FEE-BASIS.
      *>   Defaulted from the system-control parameters but still
      *>   overridable for this run, the same as RENT-ESCALATION's
               NOT INVALID KEY
                   MOVE LBAL-BALANCE TO WS-BALANCE
           END-READ.
           IF IN-GRACE-PERIOD AND WS-BALANCE > ZERO
               PERFORM B-210-DEDUCT-CURRENT-RENT
           END-IF.

       B-210-DEDUCT-CURRENT-RENT.
      *>   Rent charged on or after this period's rent day is still
      *>   within its grace period, so it is not yet arrears.
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE LOW-VALUES TO RLEDG-SEQUENCE
           START RENT-LEDGER KEY IS NOT LESS THAN RLEDG-KEY
               INVALID KEY
                   MOVE "10" TO WS-RLEDGER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-RLEDGER-STATUS
           END-START.
           PERFORM B-220-CHECK-ONE-CHARGE
               UNTIL WS-RLEDGER-STATUS NOT = "00"
               AND WS-RLEDGER-STATUS NOT = "02".

       B-220-CHECK-ONE-CHARGE.
           READ RENT-LEDGER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLEDGER-STATUS
               NOT AT END
                   IF RLEDG-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-RLEDGER-STATUS
                   ELSE
                       IF RLEDG-IS-CHARGE
                           AND RLEDG-TRANS-DATE(1:6) = WS-PREREQ-PERIOD
                           SUBTRACT RLEDG-AMOUNT FROM WS-BALANCE
                       END-IF
                   END-IF
           END-READ.

       B-300-POST-LATE-FEE.
           IF FEE-IS-FLAT
      *>   share figures B-310's sequence scan left in the buffer.
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.
           PERFORM B-305-LOG-CORRESPONDENCE.
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
           MOVE WS-LEASES-CHARGED     TO RUNLOG-RECORD-COUNT
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
           CLOSE FILE-LOCK-FILE.
           CLOSE BANK-HOLIDAY-FILE.

       END PROGRAM LATE-FEE.
