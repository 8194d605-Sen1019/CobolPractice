       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODIC-ROLLOVER.

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

      *>   A second cursor on the lease file, the same independent-
      *>   cursor trick KPI-PACK-RUN uses, so the hunt for a renewal
      *>   lease on the same property can run while the primary
      *>   cursor is mid-pass over the whole lease file.
           SELECT LEASE-LOOKUP ASSIGN TO "lease_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-NUMBER OF LEASE-LOOKUP-RECORD
               ALTERNATE RECORD KEY IS
                   LEASE-PROP-ID OF LEASE-LOOKUP-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   LEASE-TENANT1-ID OF LEASE-LOOKUP-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   LEASE-TENANT2-ID OF LEASE-LOOKUP-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-LOOKUP-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT ROLLOVER-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  LEASE-LOOKUP.
           COPY LEASEREC REPLACING ==LEASE-RECORD==
               BY ==LEASE-LOOKUP-RECORD==.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  ROLLOVER-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-LOG.
           COPY EXCEPREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-LEASE-LOOKUP-STATUS       PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-RUNLOG-COUNT              PIC 9(9).

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-SUCCESSOR-FOUND       PIC X.
               88  SUCCESSOR-FOUND          VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-SUCCESSOR-LEASE           PIC X(6).
       01  WS-ROLLED-COUNT              PIC 9(4).
       01  WS-RENEWED-COUNT             PIC 9(4).

      *>   Minimum notice once a tenancy is periodic.  The tenant must
      *>   give at least one full rent period and never under four
      *>   weeks; a month is held as 30 days and a quarter as 90.
      *>   The landlord's side is two months whatever the frequency.
       01  WS-WEEKLY-TENANT-NOTICE      PIC 9(3) VALUE 28.
       01  WS-MONTHLY-TENANT-NOTICE     PIC 9(3) VALUE 30.
       01  WS-QUARTERLY-TENANT-NOTICE   PIC 9(3) VALUE 90.
       01  WS-LANDLORD-NOTICE           PIC 9(3) VALUE 60.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "PERIODIC TENANCY ROLLOVER REPORT".

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(32) VALUE "ADDRESS".
           05  FILLER  PIC X(10) VALUE "END DATE".
           05  FILLER  PIC X(26) VALUE "ACTION".
           05  FILLER  PIC X(12) VALUE "TNT NOTICE".
           05  FILLER  PIC X(12) VALUE "LLD NOTICE".

       01  DETAIL-LINE.
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-ADDRESS               PIC X(32).
           05  DL-END-DATE              PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DL-ACTION                PIC X(26).
           05  DL-TENANT-NOTICE         PIC ZZ9.
           05  FILLER                   PIC X(9) VALUE " DAYS".
           05  DL-LANDLORD-NOTICE       PIC ZZ9.
           05  FILLER                   PIC X(5) VALUE " DAYS".

       01  TOTAL-LINE.
           05  FILLER                   PIC X(30) VALUE
               "TOTAL ROLLED TO PERIODIC".
           05  TL-ROLLED-COUNT          PIC ZZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               "TOTAL EXPIRED BUT RENEWED".
           05  TL-RENEWED-COUNT         PIC ZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "periodic_rollover".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "PERIODIC-ROLLOVER".
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
      *>   Nightly.  A fixed-term lease left active past its end date
      *>   with no renewal lease on file for the same property has
      *>   become a statutory periodic tenancy -- the tenant stays,
      *>   RENT-LEDGER keeps charging, but ending it is now a matter
      *>   of notice.  This run moves each one to periodic status
      *>   and stamps the notice periods that now apply.  A lease
      *>   that has a renewal waiting is listed but left alone.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM A-150-START-RUN-LOG.
           PERFORM B-100-PROCESS-LEASES
               UNTIL END-OF-FILE.
           PERFORM C-050-FINISH-RUN-LOG.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-ROLLED-COUNT
           MOVE ZERO TO WS-RENEWED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN I-O LEASE-MASTER
           IF WS-LEASE-STATUS = "35"
               OPEN OUTPUT LEASE-MASTER
               CLOSE LEASE-MASTER
               OPEN I-O LEASE-MASTER
           END-IF
           OPEN INPUT LEASE-LOOKUP
           OPEN INPUT PROPERTY-MASTER

           OPEN I-O RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF
           MOVE ZERO TO WS-RUNLOG-COUNT

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT ROLLOVER-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           WRITE PRINT-LINE FROM COLUMN-HEADINGS

           MOVE LOW-VALUES TO LEASE-NUMBER OF LEASE-RECORD
           START LEASE-MASTER KEY IS NOT LESS THAN
               LEASE-NUMBER OF LEASE-RECORD
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-LEASE
           END-IF.

       A-150-START-RUN-LOG.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           MOVE "PERIODIC-ROLLOVER"   TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

       B-100-PROCESS-LEASES.
           IF LEASE-IS-FIXED-TERM OF LEASE-RECORD
               AND LEASE-END-DATE OF LEASE-RECORD < WS-TODAY-DATE
               PERFORM B-200-CHECK-FOR-SUCCESSOR
               IF SUCCESSOR-FOUND
                   PERFORM B-400-LIST-RENEWED-LEASE
               ELSE
                   PERFORM B-300-ROLL-TO-PERIODIC
               END-IF
           END-IF.
           PERFORM B-900-READ-LEASE.

       B-200-CHECK-FOR-SUCCESSOR.
      *>   A renewal is keyed as a fresh lease on the same property
      *>   starting after this one began -- the overlap check in
      *>   Leases keeps it from starting before this one ends.  Any
      *>   such lease still live means this tenancy was renewed,
      *>   not held over.
           MOVE "N" TO SW-SUCCESSOR-FOUND
           MOVE SPACES TO WS-SUCCESSOR-LEASE
           MOVE LEASE-PROP-ID OF LEASE-RECORD
                              TO LEASE-PROP-ID OF LEASE-LOOKUP-RECORD
           START LEASE-LOOKUP KEY IS NOT LESS THAN
               LEASE-PROP-ID OF LEASE-LOOKUP-RECORD
               INVALID KEY
                   MOVE "10" TO WS-LEASE-LOOKUP-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-LOOKUP-STATUS
           END-START.
           PERFORM B-210-SCAN-FOR-SUCCESSOR
               UNTIL (WS-LEASE-LOOKUP-STATUS NOT = "00"
               AND WS-LEASE-LOOKUP-STATUS NOT = "02")
               OR SUCCESSOR-FOUND.

       B-210-SCAN-FOR-SUCCESSOR.
           READ LEASE-LOOKUP NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-LOOKUP-STATUS
               NOT AT END
                   IF LEASE-PROP-ID OF LEASE-LOOKUP-RECORD NOT =
                           LEASE-PROP-ID OF LEASE-RECORD
                       MOVE "10" TO WS-LEASE-LOOKUP-STATUS
                   ELSE
                       IF LEASE-NUMBER OF LEASE-LOOKUP-RECORD NOT =
                               LEASE-NUMBER OF LEASE-RECORD
                           AND LEASE-IS-ACTIVE OF LEASE-LOOKUP-RECORD
                           AND LEASE-START-DATE OF LEASE-LOOKUP-RECORD
                               > LEASE-START-DATE OF LEASE-RECORD
                           MOVE "Y" TO SW-SUCCESSOR-FOUND
                           MOVE LEASE-NUMBER OF LEASE-LOOKUP-RECORD
                                        TO WS-SUCCESSOR-LEASE
                       END-IF
                   END-IF
           END-READ.

       B-300-ROLL-TO-PERIODIC.
      *>   The periodic tenancy starts the day after the fixed term
      *>   ended, not the day this job happened to notice it.
           MOVE LEASE-PROP-ID OF LEASE-RECORD TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-PAY-FREQUENCY
                   MOVE "UNKNOWN PROPERTY" TO DL-ADDRESS
               NOT INVALID KEY
                   MOVE SPACES TO DL-ADDRESS
                   STRING FUNCTION TRIM(PROP-STREET) DELIMITED BY SIZE
                          ", "                        DELIMITED BY SIZE
                          FUNCTION TRIM(PROP-TOWN)    DELIMITED BY SIZE
                       INTO DL-ADDRESS
                   END-STRING
           END-READ.
           EVALUATE TRUE
               WHEN PROP-FREQ-WEEKLY
                   MOVE WS-WEEKLY-TENANT-NOTICE
                       TO LEASE-TENANT-NOTICE-DAYS OF LEASE-RECORD
               WHEN PROP-FREQ-QUARTERLY
                   MOVE WS-QUARTERLY-TENANT-NOTICE
                       TO LEASE-TENANT-NOTICE-DAYS OF LEASE-RECORD
               WHEN OTHER
                   MOVE WS-MONTHLY-TENANT-NOTICE
                       TO LEASE-TENANT-NOTICE-DAYS OF LEASE-RECORD
           END-EVALUATE.
           MOVE WS-LANDLORD-NOTICE
                       TO LEASE-LANDLORD-NOTICE-DAYS OF LEASE-RECORD
           COMPUTE LEASE-PERIODIC-DATE OF LEASE-RECORD =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (LEASE-END-DATE OF LEASE-RECORD) + 1).
           SET LEASE-IS-PERIODIC OF LEASE-RECORD TO TRUE
           REWRITE LEASE-RECORD
               INVALID KEY
                   PERFORM B-960-LOG-REWRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
                   ADD 1 TO WS-RUNLOG-COUNT
                   MOVE LEASE-NUMBER OF LEASE-RECORD
                                        TO DL-LEASE-NUMBER
                   MOVE LEASE-END-DATE OF LEASE-RECORD TO DL-END-DATE
                   MOVE "ROLLED TO PERIODIC" TO DL-ACTION
                   MOVE LEASE-TENANT-NOTICE-DAYS OF LEASE-RECORD
                                        TO DL-TENANT-NOTICE
                   MOVE LEASE-LANDLORD-NOTICE-DAYS OF LEASE-RECORD
                                        TO DL-LANDLORD-NOTICE
                   WRITE PRINT-LINE FROM DETAIL-LINE
           END-REWRITE.

       B-400-LIST-RENEWED-LEASE.
           MOVE LEASE-NUMBER OF LEASE-RECORD TO DL-LEASE-NUMBER
           MOVE LEASE-PROP-ID OF LEASE-RECORD TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE "UNKNOWN PROPERTY" TO DL-ADDRESS
               NOT INVALID KEY
                   MOVE SPACES TO DL-ADDRESS
                   STRING FUNCTION TRIM(PROP-STREET) DELIMITED BY SIZE
                          ", "                        DELIMITED BY SIZE
                          FUNCTION TRIM(PROP-TOWN)    DELIMITED BY SIZE
                       INTO DL-ADDRESS
                   END-STRING
           END-READ.
           MOVE LEASE-END-DATE OF LEASE-RECORD TO DL-END-DATE
           MOVE SPACES TO DL-ACTION
           STRING "RENEWED BY LEASE "     DELIMITED BY SIZE
                  WS-SUCCESSOR-LEASE      DELIMITED BY SIZE
               INTO DL-ACTION
           END-STRING
           MOVE ZERO TO DL-TENANT-NOTICE
           MOVE ZERO TO DL-LANDLORD-NOTICE
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-RENEWED-COUNT.

       B-900-READ-LEASE.
           READ LEASE-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-LEASE-STATUS NOT = "00" AND WS-LEASE-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "PERIODIC-ROLLOVER"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"       TO EXC-FILE-NAME
           MOVE LEASE-NUMBER OF LEASE-RECORD TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS      TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-960-LOG-REWRITE-EXCEPTION.
           MOVE "PERIODIC-ROLLOVER"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"       TO EXC-FILE-NAME
           MOVE LEASE-NUMBER OF LEASE-RECORD TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS      TO EXC-FILE-STATUS
           MOVE "LEASE NOT REWRITTEN - LEFT IN FIXED TERM"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-RUNLOG-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           REWRITE RUN-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE WS-ROLLED-COUNT TO TL-ROLLED-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-RENEWED-COUNT TO TL-RENEWED-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           CLOSE LEASE-MASTER
           CLOSE LEASE-LOOKUP
           CLOSE PROPERTY-MASTER
           CLOSE RUN-LOG-FILE
           CLOSE ROLLOVER-PRINT
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

       END PROGRAM PERIODIC-ROLLOVER.
