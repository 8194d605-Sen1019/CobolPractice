                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT WAITLIST-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  PROSPECT-MASTER.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  WAITLIST-PRINT.
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
       01  WS-PROSPECT-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-NTQ-STATUS                PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-PROPERTY-IS-LEASED    PIC X.
               88  PROPERTY-IS-LEASED       VALUE "Y".
           05  SW-NOTICES-ON-FILE       PIC X.
               88  NOTICES-ARE-ON-FILE      VALUE "Y".

       01  WS-VACANT-COUNT              PIC 9(4).
       01  WS-COMING-COUNT              PIC 9(4).
       01  WS-LET-LEASE-NUMBER          PIC X(6).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
           05  FILLER  PIC X(22) VALUE "NAME".
           05  FILLER  PIC X(12) VALUE "MOVE-IN".
           05  FILLER  PIC X(32) VALUE "VACANT PROPERTY".
           05  FILLER  PIC X(26) VALUE "AVAILABLE".

       01  DETAIL-LINE.
           05  DL-PROSPECT-ID            PIC X(8).
           05  DL-MOVE-IN-DATE           PIC 9(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DL-PROPERTY-ADDRESS       PIC X(32).
           05  DL-AVAILABLE              PIC X(26).

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "prospect_vacancy_rpt".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "PROSPECT-VACANCY-RPT".
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
           OPEN INPUT PROSPECT-MASTER
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
      *>   No register yet simply means no notices have been keyed.
           MOVE "Y" TO SW-NOTICES-ON-FILE
           OPEN INPUT NOTICE-TO-QUIT-FILE
           IF WS-NTQ-STATUS NOT = "00"
               MOVE "N" TO SW-NOTICES-ON-FILE
           END-IF
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT WAITLIST-PRINT

           OPEN EXTEND EXCEPTION-LOG
       B-100-PROCESS-PROSPECTS.
           IF PROSPECT-IS-OPEN
               PERFORM B-200-FIND-FIRST-VACANT-PROPERTY
               MOVE ZERO TO WS-COMING-COUNT
               IF WS-VACANT-COUNT = ZERO
                   AND NOTICES-ARE-ON-FILE
                   PERFORM B-300-FIND-FIRST-COMING-VACANT
               END-IF
               MOVE PROSPECT-ID TO DL-PROSPECT-ID
               MOVE PROSPECT-NAME TO DL-NAME
               MOVE PROSPECT-MOVE-IN-DATE TO DL-MOVE-IN-DATE
               MOVE SPACES TO DL-AVAILABLE
               EVALUATE TRUE
                   WHEN WS-VACANT-COUNT > ZERO
                       MOVE PROP-STREET TO DL-PROPERTY-ADDRESS
                       MOVE "NOW" TO DL-AVAILABLE
                   WHEN WS-COMING-COUNT > ZERO
                       MOVE PROP-STREET TO DL-PROPERTY-ADDRESS
                       STRING "COMING VACANT ON "  DELIMITED BY SIZE
                              NTQ-VACATE-DATE      DELIMITED BY SIZE
                           INTO DL-AVAILABLE
                       END-STRING
                   WHEN OTHER
                       MOVE "NO VACANCIES CURRENTLY AVAILABLE"
                           TO DL-PROPERTY-ADDRESS
               END-EVALUATE
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.
           PERFORM B-900-READ-PROSPECT.
                   ELSE
                       IF LEASE-IS-ACTIVE
                           MOVE "Y" TO SW-PROPERTY-IS-LEASED
                           MOVE LEASE-NUMBER TO WS-LET-LEASE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       B-300-FIND-FIRST-COMING-VACANT.
      *>   With nothing empty today, offer the first let unit whose
      *>   tenant has given notice to leave by the prospect's move-in
      *>   date, so it can be re-let while the tenant is still in.
           MOVE LOW-VALUES TO PROP-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PROPERTY-STATUS
           END-START.
           PERFORM B-310-SCAN-FOR-NOTICE
               UNTIL (WS-PROPERTY-STATUS NOT = "00"
               AND WS-PROPERTY-STATUS NOT = "02")
               OR WS-COMING-COUNT > ZERO.

       B-310-SCAN-FOR-NOTICE.
           READ PROPERTY-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT AT END
                   PERFORM B-220-CHECK-FOR-ACTIVE-LEASE
                   IF PROPERTY-IS-LEASED
                       PERFORM B-320-CHECK-FOR-NOTICE
                   END-IF
           END-READ.

       B-320-CHECK-FOR-NOTICE.
           MOVE WS-LET-LEASE-NUMBER TO NTQ-LEASE-NUMBER
           READ NOTICE-TO-QUIT-FILE
               NOT INVALID KEY
                   IF NTQ-IS-PENDING
                       AND (PROSPECT-MOVE-IN-DATE = ZERO
                       OR NTQ-VACATE-DATE < PROSPECT-MOVE-IN-DATE)
                       ADD 1 TO WS-COMING-COUNT
                   END-IF
           END-READ.

       B-900-READ-PROSPECT.
           READ PROSPECT-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           CLOSE PROSPECT-MASTER
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           IF NOTICES-ARE-ON-FILE
               CLOSE NOTICE-TO-QUIT-FILE
           END-IF
           CLOSE WAITLIST-PRINT
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

       END PROGRAM PROSPECT-VACANCY-RPT.
