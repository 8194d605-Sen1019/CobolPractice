       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENT-GUARANTEE-ALERT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LEASE-BALANCE-FILE ASSIGN TO "lease_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT POLICY-FILE ASSIGN TO "rent_guarantee_policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGP-KEY
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "rent_guarantee_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS RGC-LEASE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ALERT-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  POLICY-FILE.
           COPY RGIPOLREC.

       FD  CLAIM-FILE.
           COPY RGICLMREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  ALERT-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-LOG.
           COPY EXCEPREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-BALANCE-STATUS            PIC XX.
       01  WS-POLICY-STATUS             PIC XX.
       01  WS-CLAIM-STATUS              PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-POLICY-FOUND          PIC X.
               88  POLICY-WAS-FOUND         VALUE "Y".
           05  SW-OPEN-CLAIM            PIC X.
               88  LEASE-HAS-OPEN-CLAIM     VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-ARREARS-AGE-DAYS          PIC 9(5).
       01  WS-ARREARS-FROM-DATE         PIC 9(8).
       01  WS-NOTIFY-BY-DATE            PIC 9(8).
       01  WS-DAYS-LEFT                 PIC S9(5).

       01  WS-LEASES-CHECKED            PIC 9(5).
       01  WS-APPROACHING-COUNT         PIC 9(5).
       01  WS-PASSED-COUNT              PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(50) VALUE
               "RENT GUARANTEE - ARREARS NEARING INSURER DEADLINE".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).
           05  FILLER  PIC X(16) VALUE "   WARNING DAYS ".
           05  DTL-WARNING-DAYS          PIC ZZ9.

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(21) VALUE "POLICY NUMBER".
           05  FILLER  PIC X(14) VALUE "     ARREARS".
           05  FILLER  PIC X(10) VALUE "FROM".
           05  FILLER  PIC X(10) VALUE "NOTIFY BY".
           05  FILLER  PIC X(8)  VALUE "DAYS".
           05  FILLER  PIC X(10) VALUE "STATE".

       01  DETAIL-LINE.
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-PROP-ID               PIC X(8).
           05  DL-POLICY-NUMBER         PIC X(21).
           05  DL-BALANCE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-ARREARS-FROM-DATE     PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-NOTIFY-BY-DATE        PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DAYS-LEFT             PIC ----9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DL-STATE                 PIC X(12).

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "INSURED LEASES IN ARREARS".
           05  TL-CHECKED               PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "DEADLINE APPROACHING".
           05  TL-APPROACHING           PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "DEADLINE PASSED".
           05  TL-PASSED                PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "rent_guarantee_alert".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "RENT-GUARANTEE-ALERT-RUN".
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
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-LEASES
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-LEASES-CHECKED
           MOVE ZERO TO WS-APPROACHING-COUNT
           MOVE ZERO TO WS-PASSED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT LEASE-MASTER
           OPEN INPUT LEASE-BALANCE-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT ALERT-PRINT

           OPEN I-O POLICY-FILE.
           IF WS-POLICY-STATUS = "35"
               OPEN OUTPUT POLICY-FILE
               CLOSE POLICY-FILE
               OPEN I-O POLICY-FILE
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           OPEN I-O CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
      *>   No parameter record yet -- warn as far ahead as
      *>   SYSTEM-CONTROL-MAINTENANCE would offer.
           MOVE "1" TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 14 TO CTL-RGI-WARNING-DAYS
           END-READ.

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           MOVE CTL-RGI-WARNING-DAYS TO DTL-WARNING-DAYS
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-LEASE.

      *>   ---------------------------------------------------------
      *>   A live lease is checked when a policy in force today
      *>   covers it -- its own policy, else the property's -- and
      *>   its balance summary shows it in arrears.  Once a claim is
      *>   open on the lease the insurer has been told, so it drops
      *>   off the list.
      *>   ---------------------------------------------------------
       B-100-PROCESS-LEASES.
           IF LEASE-IS-ACTIVE
               PERFORM B-200-FIND-POLICY
               IF POLICY-WAS-FOUND
                   PERFORM B-300-CHECK-ARREARS
               END-IF
           END-IF.
           PERFORM B-900-READ-LEASE.

       B-200-FIND-POLICY.
           MOVE LEASE-PROP-ID TO RGP-PROP-ID
           MOVE LEASE-NUMBER TO RGP-LEASE-NUMBER
           MOVE "Y" TO SW-POLICY-FOUND
           READ POLICY-FILE
               INVALID KEY
                   MOVE SPACES TO RGP-LEASE-NUMBER
                   READ POLICY-FILE
                       INVALID KEY
                           MOVE "N" TO SW-POLICY-FOUND
                   END-READ
           END-READ.
           IF POLICY-WAS-FOUND
               IF RGP-START-DATE > WS-TODAY-DATE
                   OR RGP-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "N" TO SW-POLICY-FOUND
               END-IF
           END-IF.

       B-300-CHECK-ARREARS.
           MOVE LEASE-NUMBER TO LBAL-LEASE-NUMBER
           READ LEASE-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO LBAL-BALANCE
           END-READ.
           IF LBAL-BALANCE > ZERO
               ADD 1 TO WS-LEASES-CHECKED
               PERFORM B-400-AGE-ARREARS
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-NOTIFY-BY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               IF WS-DAYS-LEFT NOT > CTL-RGI-WARNING-DAYS
                   MOVE LEASE-NUMBER TO WS-TARGET-LEASE-NUMBER
                   PERFORM B-500-FIND-OPEN-CLAIM
                   IF NOT LEASE-HAS-OPEN-CLAIM
                       PERFORM B-600-PRINT-ALERT
                   END-IF
               END-IF
           END-IF.

       B-400-AGE-ARREARS.
      *>   The balance summary holds a lease's whole balance in the
      *>   one aging bucket its age selected on LBAL-AGED-DATE.  The
      *>   youngest age that bucket allows, carried forward by the
      *>   days since it was aged, is the least the arrears can be
      *>   today -- so the deadline worked from it is never later
      *>   than the real one.
           EVALUATE TRUE
               WHEN LBAL-BUCKET-90PLUS > ZERO
                   MOVE 91 TO WS-ARREARS-AGE-DAYS
               WHEN LBAL-BUCKET-60 > ZERO
                   MOVE 61 TO WS-ARREARS-AGE-DAYS
               WHEN LBAL-BUCKET-30 > ZERO
                   MOVE 31 TO WS-ARREARS-AGE-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-ARREARS-AGE-DAYS
           END-EVALUATE.
           IF LBAL-AGED-DATE > ZERO
               AND LBAL-AGED-DATE < WS-TODAY-DATE
               COMPUTE WS-ARREARS-AGE-DAYS = WS-ARREARS-AGE-DAYS
                   + FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (LBAL-AGED-DATE)
           END-IF.
           COMPUTE WS-ARREARS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - WS-ARREARS-AGE-DAYS).
           COMPUTE WS-NOTIFY-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ARREARS-FROM-DATE)
               + RGP-NOTIFY-DAYS).

       B-500-FIND-OPEN-CLAIM.
           MOVE "N" TO SW-OPEN-CLAIM
           MOVE WS-TARGET-LEASE-NUMBER TO RGC-LEASE-NUMBER
           START CLAIM-FILE KEY IS NOT LESS THAN RGC-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM B-510-SCAN-LEASE-CLAIMS
               UNTIL (WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02")
               OR LEASE-HAS-OPEN-CLAIM.

       B-510-SCAN-LEASE-CLAIMS.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   IF RGC-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-CLAIM-STATUS
                   ELSE
                       IF RGC-IS-OPEN
                           MOVE "Y" TO SW-OPEN-CLAIM
                       END-IF
                   END-IF
           END-READ.

       B-600-PRINT-ALERT.
           MOVE LEASE-NUMBER         TO DL-LEASE-NUMBER
           MOVE LEASE-PROP-ID        TO DL-PROP-ID
           MOVE RGP-POLICY-NUMBER    TO DL-POLICY-NUMBER
           MOVE LBAL-BALANCE         TO DL-BALANCE
           MOVE WS-ARREARS-FROM-DATE TO DL-ARREARS-FROM-DATE
           MOVE WS-NOTIFY-BY-DATE    TO DL-NOTIFY-BY-DATE
           MOVE WS-DAYS-LEFT         TO DL-DAYS-LEFT
           IF WS-DAYS-LEFT < ZERO
               MOVE "PASSED"       TO DL-STATE
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               MOVE "APPROACHING"  TO DL-STATE
               ADD 1 TO WS-APPROACHING-COUNT
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-LEASE.
           READ LEASE-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "10"
               AND WS-LEASE-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "RENT-GUARANTEE-ALERT-RUN" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"       TO EXC-FILE-NAME
           MOVE LEASE-NUMBER         TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS      TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE WS-LEASES-CHECKED TO TL-CHECKED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-APPROACHING-COUNT TO TL-APPROACHING
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-PASSED-COUNT TO TL-PASSED
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE LEASE-MASTER
           CLOSE LEASE-BALANCE-FILE
           CLOSE POLICY-FILE
           CLOSE CLAIM-FILE
           CLOSE CONTROL-FILE
           CLOSE ALERT-PRINT
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
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
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
           MOVE "Y" TO SW-RG-OPEN
      *>   A report run goes on the run log like any posting job,
      *>   so the generation can be traced to who ran it and when.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF
           MOVE WS-RG-PROGRAM-ID    TO RUNLOG-PROGRAM-ID
           MOVE WS-RG-TIMESTAMP     TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID      TO RUNLOG-OPERATOR-ID
           MOVE SPACES              TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                TO RUNLOG-RECORD-COUNT
           MOVE ZERO                TO RUNLOG-BATCH-NUMBER
           SET RUNLOG-IS-RUNNING TO TRUE
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

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
               MOVE WS-RG-RUNLOG-KEY TO RUNLOG-KEY
               READ RUN-LOG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO RUNLOG-END-TIMESTAMP
                       SET RUNLOG-IS-COMPLETE TO TRUE
                       REWRITE RUN-LOG-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               CLOSE RUN-LOG-FILE
               DISPLAY "REPORT PRINTED TO " WS-REPORT-FILE-NAME
           END-IF.

       END PROGRAM RENT-GUARANTEE-ALERT-RUN.
