       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-CRED-EXPIRY-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "vendor_credential.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT EXPIRY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  CREDENTIAL-FILE.
           COPY VENDCREDREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  EXPIRY-PRINT.
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
       01  WS-CREDENTIAL-STATUS         PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-DAYS-REMAINING            PIC S9(5).
       01  WS-NOTICE-COUNT              PIC 9(4).
       01  WS-LAPSED-COUNT              PIC 9(4).
       01  WS-THRESHOLD-TEXT            PIC X(8).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(38) VALUE
               "CONTRACTOR CREDENTIAL EXPIRY REPORT".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "VENDOR".
           05  FILLER  PIC X(26) VALUE "NAME".
           05  FILLER  PIC X(10) VALUE "CRED TYPE".
           05  FILLER  PIC X(20) VALUE "REFERENCE".
           05  FILLER  PIC X(10) VALUE "EXPIRES".
           05  FILLER  PIC X(8)  VALUE "DAYS".
           05  FILLER  PIC X(9)  VALUE "NOTICE".
           05  FILLER  PIC X(8)  VALUE "REQUIRED".

       01  DETAIL-LINE.
           05  DL-VEND-ID               PIC X(8).
           05  DL-VEND-NAME             PIC X(25).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  DL-CRED-TYPE             PIC X(10).
           05  DL-REFERENCE             PIC X(20).
           05  DL-EXPIRY-DATE           PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DL-DAYS-REMAINING        PIC ---99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  DL-THRESHOLD             PIC X(9).
           05  DL-REQUIRED              PIC X(3).

       01  TOTAL-LINE.
           05  FILLER                   PIC X(24) VALUE
               "TOTAL EXPIRY NOTICES".
           05  TL-COUNT                 PIC ZZZ9.

       01  LAPSED-TOTAL-LINE.
           05  FILLER                   PIC X(24) VALUE
               "ALREADY LAPSED".
           05  LTL-COUNT                PIC ZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "vendor_cred_expiry".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "VENDOR-CRED-EXPIRY-RPT".
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
           PERFORM B-100-PROCESS-CREDENTIALS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-LAPSED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT CREDENTIAL-FILE
           OPEN INPUT VENDOR-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT EXPIRY-PRINT

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
           PERFORM B-900-READ-CREDENTIAL.

       B-100-PROCESS-CREDENTIALS.
      *>   COMPLIANCE-EXPIRY-RPT's countdown applied to the contractor
      *>   side -- run monthly, the 90-day window gives the office
      *>   three sightings of each credential before it lapses and
      *>   work stops being assigned to the vendor.
           COMPUTE WS-DAYS-REMAINING =
               FUNCTION INTEGER-OF-DATE(VCR-EXPIRY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-DAYS-REMAINING <= 90
               PERFORM B-200-ISSUE-EXPIRY-NOTICE
           END-IF.
           PERFORM B-900-READ-CREDENTIAL.

       B-200-ISSUE-EXPIRY-NOTICE.
           IF WS-DAYS-REMAINING < ZERO
               MOVE "EXPIRED" TO WS-THRESHOLD-TEXT
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               IF WS-DAYS-REMAINING <= 30
                   MOVE "30-DAY" TO WS-THRESHOLD-TEXT
               ELSE
                   IF WS-DAYS-REMAINING <= 60
                       MOVE "60-DAY" TO WS-THRESHOLD-TEXT
                   ELSE
                       MOVE "90-DAY" TO WS-THRESHOLD-TEXT
                   END-IF
               END-IF
           END-IF.
           MOVE VCR-VEND-ID TO DL-VEND-ID
           PERFORM B-210-LOOK-UP-VENDOR.
           MOVE VCR-CRED-TYPE TO DL-CRED-TYPE
           MOVE VCR-REFERENCE TO DL-REFERENCE
           MOVE VCR-EXPIRY-DATE TO DL-EXPIRY-DATE
           MOVE WS-DAYS-REMAINING TO DL-DAYS-REMAINING
           MOVE WS-THRESHOLD-TEXT TO DL-THRESHOLD
           IF VCR-IS-REQUIRED
               MOVE "YES" TO DL-REQUIRED
           ELSE
               MOVE "NO" TO DL-REQUIRED
           END-IF
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       B-210-LOOK-UP-VENDOR.
           MOVE VCR-VEND-ID TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "UNKNOWN VENDOR" TO DL-VEND-NAME
               NOT INVALID KEY
                   MOVE VEND-NAME TO DL-VEND-NAME
           END-READ.

       B-900-READ-CREDENTIAL.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-CREDENTIAL-STATUS NOT = "00"
               AND WS-CREDENTIAL-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "VENDOR-CRED-EXPIRY-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "VENDOR-CREDENTIAL"   TO EXC-FILE-NAME
           MOVE VCR-KEY               TO EXC-KEY-VALUE
           MOVE WS-CREDENTIAL-STATUS  TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE WS-NOTICE-COUNT TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-LAPSED-COUNT TO LTL-COUNT
           WRITE PRINT-LINE FROM LAPSED-TOTAL-LINE
           CLOSE CREDENTIAL-FILE
           CLOSE VENDOR-MASTER
           CLOSE EXPIRY-PRINT
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

       END PROGRAM VENDOR-CRED-EXPIRY-RPT.
