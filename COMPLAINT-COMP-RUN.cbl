       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-COMP-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMPL-ID
               ALTERNATE RECORD KEY IS CMPL-LANDLORD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT LEASE-MASTER ASSIGN TO "lease_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-NUMBER
               ALTERNATE RECORD KEY IS LEASE-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT1-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT2-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT RENT-LEDGER ASSIGN TO "rent_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEDG-KEY
               FILE STATUS IS WS-RLEDGER-STATUS.

           SELECT LEASE-BALANCE-FILE ASSIGN TO "lease_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT COMPENSATION-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

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
       FD  COMPLAINT-FILE.
           COPY COMPLAINTREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  RENT-LEDGER.
           COPY RLEDGREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  COMPENSATION-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-LOG.
           COPY EXCEPREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS          PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  SW-LBAL-ON-FILE              PIC X.
           88  LBAL-IS-ON-FILE              VALUE "Y".
       01  WS-BAL-DAYS-OUT              PIC 9(5).
       01  SW-SUMMARY-MISSING           PIC X.
           88  SUMMARY-IS-MISSING           VALUE "Y".
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-RUNLOG-COUNT              PIC 9(9).
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  WS-LOCK-TIMESTAMP            PIC X(14).
       01  SW-LOCK-REFUSED              PIC X.
           88  LOCK-WAS-REFUSED             VALUE "Y".

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-JOB-CANCELLED         PIC X.
               88  JOB-CANCELLED            VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MAX-SEQUENCE              PIC 9(6).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-POSTED-COUNT              PIC 9(4).
       01  WS-POSTED-TOTAL              PIC 9(7)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "COMPLAINT COMPENSATION CREDITED".

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(9)  VALUE "CMPL".
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(32) VALUE "COMPLAINANT".
           05  FILLER  PIC X(6)  VALUE "CAT".
           05  FILLER  PIC X(12) VALUE "AMOUNT".
           05  FILLER  PIC X(10) VALUE "STATUS".

       01  DETAIL-LINE.
           05  DL-CMPL-ID               PIC X(9).
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-COMPLAINANT           PIC X(32).
           05  DL-CATEGORY              PIC X(6).
           05  DL-AMOUNT                PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DL-ACTION                PIC X(20).

       01  TOTAL-LINE.
           05  FILLER                   PIC X(30) VALUE
               "TOTAL COMPENSATION CREDITED".
           05  TL-POSTED-COUNT          PIC ZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TL-POSTED-TOTAL          PIC Z,ZZZ,ZZ9.99.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "complaint_comp".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "COMPLAINT-COMP-RUN".
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
      *>   ---------------------------------------------------------
      *>   Daily.  Compensation agreed to a tenant in the final
      *>   response to a complaint is credited here to the lease's
      *>   rent ledger and balance summary, as a compensation entry
      *>   for a negative amount, and the complaint is stamped so it
      *>   is never credited twice.  Compensation to an owner is not
      *>   touched -- OWNER-DISBURSEMENT pays it out with the owner's
      *>   next disbursement.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           IF SUMMARY-IS-MISSING
               DISPLAY "COMPENSATION RUN REFUSED - RUN THE BALANCE "
                   "REBUILD FIRST"
           ELSE
               PERFORM A-145-ACQUIRE-FILE-LOCKS
               IF NOT JOB-CANCELLED
                   PERFORM A-150-START-RUN-LOG
                   PERFORM B-100-PROCESS-COMPLAINTS
                       UNTIL END-OF-FILE
                   PERFORM C-050-FINISH-RUN-LOG
                   PERFORM C-080-RELEASE-FILE-LOCKS
               END-IF
           END-IF.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE "N" TO SW-JOB-CANCELLED
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-POSTED-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN I-O COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           OPEN INPUT LEASE-MASTER
           OPEN I-O RENT-LEDGER
           IF WS-RLEDGER-STATUS = "35"
               OPEN OUTPUT RENT-LEDGER
               CLOSE RENT-LEDGER
               OPEN I-O RENT-LEDGER
           END-IF

      *>   Never created here -- see TENANT-RECHARGE-RUN.  Only
      *>   BALANCE-REBUILD (posting menu 28) creates this file.
           MOVE "N" TO SW-SUMMARY-MISSING
           OPEN I-O LEASE-BALANCE-FILE
           IF WS-LSEBAL-STATUS = "35"
               MOVE "Y" TO SW-SUMMARY-MISSING
               DISPLAY "LEASE BALANCE SUMMARY NOT ON FILE - RUN THE "
                   "BALANCE REBUILD FIRST (POSTING MENU 28)"
           END-IF

           OPEN I-O RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF

           OPEN I-O POSTING-BATCH-FILE
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF
           MOVE ZERO TO WS-RUNLOG-COUNT

           OPEN I-O FILE-LOCK-FILE
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT COMPENSATION-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           WRITE PRINT-LINE FROM COLUMN-HEADINGS

           MOVE LOW-VALUES TO CMPL-ID
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMPL-ID
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-COMPLAINT
           END-IF.

       A-145-ACQUIRE-FILE-LOCKS.
      *>   The same update interlock every rent-ledger posting run
      *>   claims -- and the complaints file too, since the stage
      *>   screen in COMPLAINT-MAINTENANCE rewrites the same records.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           MOVE "N" TO SW-LOCK-REFUSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-TIMESTAMP
           MOVE "rent_ledger.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-146-ACQUIRE-ONE-LOCK.
           IF NOT LOCK-WAS-REFUSED
               MOVE "complaint.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-146-ACQUIRE-ONE-LOCK
           END-IF.
           IF LOCK-WAS-REFUSED
               MOVE "Y" TO SW-JOB-CANCELLED
               PERFORM C-080-RELEASE-FILE-LOCKS
               DISPLAY "COMPENSATION RUN REFUSED - FILE(S) IN USE"
           END-IF.

       A-146-ACQUIRE-ONE-LOCK.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
                   MOVE "COMPLAINT-COMP-RUN" TO FLCK-PROGRAM-ID
                   MOVE WS-LOCK-TIMESTAMP TO FLCK-START-TIMESTAMP
                   MOVE WS-OPERATOR-ID    TO FLCK-OPERATOR-ID
                   WRITE FILE-LOCK-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO SW-LOCK-REFUSED
                   DISPLAY "FILE " FLCK-FILE-NAME " IS HELD BY "
                       FLCK-PROGRAM-ID " SINCE " FLCK-START-TIMESTAMP
           END-READ.

       A-150-START-RUN-LOG.
      *>   The operator already signed the run when the file locks
      *>   were claimed.
           MOVE "COMPLAINT-COMP-RUN"  TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
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

       B-100-PROCESS-COMPLAINTS.
           IF CMPL-IS-RESPONDED
               AND CMPL-COMP-TO-TENANT
               AND CMPL-COMP-AMOUNT > ZERO
               AND CMPL-COMP-POSTED-DATE = ZERO
               PERFORM B-200-CREDIT-COMPENSATION
           END-IF.
           PERFORM B-900-READ-COMPLAINT.

       B-150-PRINT-DETAIL.
           MOVE CMPL-ID               TO DL-CMPL-ID
           MOVE CMPL-LEASE-NUMBER     TO DL-LEASE-NUMBER
           MOVE CMPL-COMPLAINANT-NAME TO DL-COMPLAINANT
           MOVE CMPL-CATEGORY         TO DL-CATEGORY
           MOVE CMPL-COMP-AMOUNT      TO DL-AMOUNT
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-200-CREDIT-COMPENSATION.
      *>   A lease that has since ended is still credited -- the
      *>   credit goes on the final account, and TENANT-REFUND-RUN
      *>   pays out any credit balance it leaves.  One no longer on
      *>   file at all is logged and the compensation left waiting.
           MOVE CMPL-LEASE-NUMBER TO LEASE-NUMBER
           READ LEASE-MASTER
               INVALID KEY
                   PERFORM B-960-LOG-MISSING-LEASE
                   MOVE "LEASE NOT ON FILE" TO DL-ACTION
                   PERFORM B-150-PRINT-DETAIL
               NOT INVALID KEY
                   PERFORM B-300-POST-LEDGER-CREDIT
                   MOVE WS-TODAY-DATE TO CMPL-COMP-POSTED-DATE
                   REWRITE COMPLAINT-RECORD
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-RUNLOG-COUNT
                   ADD CMPL-COMP-AMOUNT TO WS-POSTED-TOTAL
                   MOVE "CREDITED ON LEDGER" TO DL-ACTION
                   PERFORM B-150-PRINT-DETAIL
           END-READ.

       B-300-POST-LEDGER-CREDIT.
           MOVE CMPL-LEASE-NUMBER TO WS-TARGET-LEASE-NUMBER
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE LOW-VALUES TO RLEDG-SEQUENCE
           START RENT-LEDGER KEY IS NOT LESS THAN RLEDG-KEY
               INVALID KEY
                   MOVE "10" TO WS-RLEDGER-STATUS
           END-START.
           PERFORM B-310-SCAN-FOR-MAX-SEQUENCE
               UNTIL WS-RLEDGER-STATUS NOT = "00"
               AND WS-RLEDGER-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE WS-MAX-SEQUENCE        TO RLEDG-SEQUENCE
           MOVE WS-TODAY-DATE          TO RLEDG-TRANS-DATE
           SET RLEDG-IS-COMPENSATION   TO TRUE
      *>   A credit, not a receipt -- the tenant paid nothing in and
      *>   the owner collected nothing, so it must stay out of the
      *>   receipts the disbursement and tax summaries add up.
           COMPUTE RLEDG-AMOUNT = ZERO - CMPL-COMP-AMOUNT
           MOVE SPACES                 TO RLEDG-DESCRIPTION
           STRING "COMPLAINT COMPENSATION " CMPL-ID
               DELIMITED BY SIZE INTO RLEDG-DESCRIPTION
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           WRITE RENT-LEDGER-RECORD.
           PERFORM B-850-UPDATE-LEASE-BALANCE.

       B-310-SCAN-FOR-MAX-SEQUENCE.
           READ RENT-LEDGER NEXT RECORD
               AT END
                   MOVE "10" TO WS-RLEDGER-STATUS
               NOT AT END
                   IF RLEDG-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-RLEDGER-STATUS
                   ELSE
                       IF RLEDG-SEQUENCE > WS-MAX-SEQUENCE
                           MOVE RLEDG-SEQUENCE TO WS-MAX-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

       B-850-UPDATE-LEASE-BALANCE.
      *>   The entry just written above is applied to the lease's
      *>   one-record balance summary in the same breath, so the jobs
      *>   that used to re-add the whole ledger for a balance read one
      *>   record per lease instead.  Driven off the ledger record
      *>   still in the FD buffer from the WRITE.
           MOVE "N" TO SW-LBAL-ON-FILE
           MOVE RLEDG-LEASE-NUMBER TO LBAL-LEASE-NUMBER
           READ LEASE-BALANCE-FILE
               INVALID KEY
                   MOVE RLEDG-LEASE-NUMBER TO LBAL-LEASE-NUMBER
                   MOVE ZERO TO LBAL-BALANCE
                   MOVE ZERO TO LBAL-TOTAL-CHARGES
                   MOVE ZERO TO LBAL-TOTAL-RECEIPTS
                   MOVE ZERO TO LBAL-TENANT1-RECEIPT-SHARE
                   MOVE ZERO TO LBAL-TENANT2-RECEIPT-SHARE
                   MOVE ZERO TO LBAL-EARLIEST-CHARGE-DATE
                   MOVE ZERO TO LBAL-LAST-TRANS-DATE
                   MOVE ZERO TO LBAL-ENTRY-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO SW-LBAL-ON-FILE
           END-READ.
           IF RLEDG-IS-RECEIPT
               SUBTRACT RLEDG-AMOUNT FROM LBAL-BALANCE
               ADD RLEDG-AMOUNT TO LBAL-TOTAL-RECEIPTS
               ADD RLEDG-TENANT1-SHARE TO LBAL-TENANT1-RECEIPT-SHARE
               ADD RLEDG-TENANT2-SHARE TO LBAL-TENANT2-RECEIPT-SHARE
           ELSE
               ADD RLEDG-AMOUNT TO LBAL-BALANCE
               ADD RLEDG-AMOUNT TO LBAL-TOTAL-CHARGES
           END-IF.
           ADD 1 TO LBAL-ENTRY-COUNT.
           IF RLEDG-TRANS-DATE > LBAL-LAST-TRANS-DATE
               MOVE RLEDG-TRANS-DATE TO LBAL-LAST-TRANS-DATE
           END-IF.
           IF RLEDG-IS-CHARGE
               AND (LBAL-EARLIEST-CHARGE-DATE = ZERO
               OR RLEDG-TRANS-DATE < LBAL-EARLIEST-CHARGE-DATE)
               MOVE RLEDG-TRANS-DATE TO LBAL-EARLIEST-CHARGE-DATE
           END-IF.
           PERFORM B-860-REFRESH-AGING-BUCKETS.
           IF LBAL-IS-ON-FILE
               REWRITE LEASE-BALANCE-RECORD
           ELSE
               WRITE LEASE-BALANCE-RECORD
           END-IF.

       B-860-REFRESH-AGING-BUCKETS.
      *>   The whole balance lands in the one bucket its earliest
      *>   unpaid charge's age selects -- the same bucketing
      *>   AGED-DEBTORS has always used -- stamped with the date it
      *>   was aged at.
           MOVE ZERO TO LBAL-BUCKET-CURRENT
           MOVE ZERO TO LBAL-BUCKET-30
           MOVE ZERO TO LBAL-BUCKET-60
           MOVE ZERO TO LBAL-BUCKET-90PLUS
           MOVE WS-TODAY-DATE TO LBAL-AGED-DATE
           IF LBAL-BALANCE > ZERO
               IF LBAL-EARLIEST-CHARGE-DATE = ZERO
                   MOVE ZERO TO WS-BAL-DAYS-OUT
               ELSE
                   COMPUTE WS-BAL-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                       FUNCTION INTEGER-OF-DATE
                           (LBAL-EARLIEST-CHARGE-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-BAL-DAYS-OUT <= 30
                       ADD LBAL-BALANCE TO LBAL-BUCKET-CURRENT
                   WHEN WS-BAL-DAYS-OUT <= 60
                       ADD LBAL-BALANCE TO LBAL-BUCKET-30
                   WHEN WS-BAL-DAYS-OUT <= 90
                       ADD LBAL-BALANCE TO LBAL-BUCKET-60
                   WHEN OTHER
                       ADD LBAL-BALANCE TO LBAL-BUCKET-90PLUS
               END-EVALUATE
           END-IF.

       B-900-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-COMPLAINT-STATUS NOT = "00"
               AND WS-COMPLAINT-STATUS NOT = "02"
               AND WS-COMPLAINT-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "COMPLAINT-COMP-RUN"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "COMPLAINT-FILE"      TO EXC-FILE-NAME
           MOVE CMPL-ID               TO EXC-KEY-VALUE
           MOVE WS-COMPLAINT-STATUS   TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-960-LOG-MISSING-LEASE.
           MOVE "COMPLAINT-COMP-RUN"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"        TO EXC-FILE-NAME
           MOVE CMPL-LEASE-NUMBER     TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS       TO EXC-FILE-STATUS
           MOVE "COMPENSATION LEASE NOT ON FILE - NOT CREDITED"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-050-FINISH-RUN-LOG.
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

       C-080-RELEASE-FILE-LOCKS.
           MOVE "rent_ledger.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "complaint.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.

       C-085-RELEASE-ONE-LOCK.
      *>   Only this run's own claim is handed back -- matched on the
      *>   start timestamp as well as the program name.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FLCK-PROGRAM-ID = "COMPLAINT-COMP-RUN"
                       AND FLCK-START-TIMESTAMP = WS-LOCK-TIMESTAMP
                       DELETE FILE-LOCK-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       C-100-WRAP-UP.
           MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT
           MOVE WS-POSTED-TOTAL TO TL-POSTED-TOTAL
           WRITE PRINT-LINE FROM TOTAL-LINE
           CLOSE COMPLAINT-FILE
           CLOSE LEASE-MASTER
           CLOSE RENT-LEDGER
           IF NOT SUMMARY-IS-MISSING
               CLOSE LEASE-BALANCE-FILE
           END-IF
           CLOSE RUN-LOG-FILE
           CLOSE POSTING-BATCH-FILE
           CLOSE FILE-LOCK-FILE
           CLOSE COMPENSATION-PRINT
           PERFORM Z-970-CLOSE-REPORT-GENERATION
           CLOSE EXCEPTION-LOG.

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

       END PROGRAM COMPLAINT-COMP-RUN.
