       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-OUTSTANDING-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-SET-FILE ASSIGN TO "key_set.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSET-KEY
               FILE STATUS IS WS-KEY-SET-STATUS.

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

           SELECT KEY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  KEY-SET-FILE.
           COPY KEYSETREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  KEY-PRINT.
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
       01  WS-KEY-SET-STATUS            PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DAYS-OVERDUE              PIC 9(5).
       01  WS-SETS-OUT                  PIC 9(5).
       01  WS-SETS-OVERDUE              PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "KEY SETS OUT PAST THEIR RETURN DATE".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(4)  VALUE "SET".
           05  FILLER  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER  PIC X(12) VALUE "HOLDER".
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE "FOR".
           05  FILLER  PIC X(10) VALUE "ISSUED".
           05  FILLER  PIC X(10) VALUE "DUE BACK".
           05  FILLER  PIC X(4)  VALUE "DAYS".

       01  DETAIL-LINE.
           05  DL-PROP-ID               PIC X(8).
           05  DL-SET-NUMBER            PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DESCRIPTION           PIC X(21).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-HOLDER-TYPE           PIC X(12).
           05  DL-HOLDER-NAME           PIC X(21).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-LINK                  PIC X(8).
           05  DL-ISSUED-DATE           PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DAYS-OVERDUE          PIC ZZZZ9.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "KEY SETS OUT".
           05  TL-SETS-OUT              PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "KEY SETS OVERDUE".
           05  TL-SETS-OVERDUE          PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "key_outstanding".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "KEY-OUTSTANDING-RPT".
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
           PERFORM B-100-PROCESS-KEY-SETS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-SETS-OUT
           MOVE ZERO TO WS-SETS-OVERDUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT KEY-SET-FILE.
           IF WS-KEY-SET-STATUS = "35"
               OPEN OUTPUT KEY-SET-FILE
               CLOSE KEY-SET-FILE
               OPEN INPUT KEY-SET-FILE
           END-IF.

           OPEN INPUT LEASE-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT KEY-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-KEY-SET.

       B-100-PROCESS-KEY-SETS.
           IF KSET-IS-OUT
               ADD 1 TO WS-SETS-OUT
               PERFORM B-200-WORK-DUE-DATE
               IF WS-DUE-DATE NOT = ZERO
                   AND WS-DUE-DATE < WS-TODAY-DATE
                   PERFORM B-300-PRINT-OVERDUE-SET
               END-IF
           END-IF.
           PERFORM B-900-READ-KEY-SET.

       B-200-WORK-DUE-DATE.
      *>   A tenant's set has no return date of its own -- it is due
      *>   back the day the tenancy ended, and not due at all while
      *>   the lease is still live.
           MOVE KSET-EXPECTED-RETURN TO WS-DUE-DATE
           IF KSET-HELD-BY-TENANT
               AND KSET-EXPECTED-RETURN = ZERO
               MOVE KSET-LEASE-NUMBER TO LEASE-NUMBER
               READ LEASE-MASTER
                   INVALID KEY
                       MOVE KSET-ISSUED-DATE TO WS-DUE-DATE
                   NOT INVALID KEY
                       IF NOT LEASE-IS-ACTIVE
                           MOVE LEASE-TERM-DATE TO WS-DUE-DATE
                       END-IF
               END-READ
           END-IF.

       B-300-PRINT-OVERDUE-SET.
           MOVE KSET-PROP-ID          TO DL-PROP-ID
           MOVE KSET-SET-NUMBER       TO DL-SET-NUMBER
           MOVE KSET-DESCRIPTION      TO DL-DESCRIPTION
           EVALUATE TRUE
               WHEN KSET-HELD-BY-TENANT
                   MOVE "TENANT"      TO DL-HOLDER-TYPE
                   MOVE KSET-LEASE-NUMBER TO DL-LINK
               WHEN KSET-HELD-BY-CONTRACTOR
                   MOVE "CONTRACTOR"  TO DL-HOLDER-TYPE
                   MOVE KSET-WO-NUMBER TO DL-LINK
               WHEN KSET-HELD-BY-INSPECTOR
                   MOVE "INSPECTOR"   TO DL-HOLDER-TYPE
                   MOVE KSET-INSP-DATE TO DL-LINK
               WHEN OTHER
                   MOVE "OTHER"       TO DL-HOLDER-TYPE
                   MOVE SPACES        TO DL-LINK
           END-EVALUATE.
           MOVE KSET-HOLDER-NAME      TO DL-HOLDER-NAME
           MOVE KSET-ISSUED-DATE      TO DL-ISSUED-DATE
           MOVE WS-DUE-DATE           TO DL-DUE-DATE
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           MOVE WS-DAYS-OVERDUE       TO DL-DAYS-OVERDUE
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-SETS-OVERDUE.

       B-900-READ-KEY-SET.
           READ KEY-SET-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-KEY-SET-STATUS NOT = "00"
               AND WS-KEY-SET-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "KEY-OUTSTANDING-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "KEY-SET-FILE"        TO EXC-FILE-NAME
           MOVE KSET-KEY              TO EXC-KEY-VALUE
           MOVE WS-KEY-SET-STATUS     TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SETS-OUT     TO TL-SETS-OUT
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-SETS-OVERDUE TO TL-SETS-OVERDUE
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           CLOSE KEY-SET-FILE
           CLOSE LEASE-MASTER
           CLOSE KEY-PRINT
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

       END PROGRAM KEY-OUTSTANDING-RPT.
