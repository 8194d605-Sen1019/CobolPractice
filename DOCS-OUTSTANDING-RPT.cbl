       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCS-OUTSTANDING-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASE-MASTER ASSIGN TO "lease_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEASE-NUMBER
               ALTERNATE RECORD KEY IS LEASE-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT1-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT2-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT DOCUMENT-SERVED-FILE ASSIGN TO "document_served.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSRV-KEY
               FILE STATUS IS WS-DOC-SERVED-STATUS.

           SELECT DOCS-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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

       FD  DOCUMENT-SERVED-FILE.
           COPY DOCSRVREC.

       FD  DOCS-PRINT.
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
       01  WS-DOC-SERVED-STATUS         PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-LEASE-LISTED          PIC X.
               88  LEASE-IS-LISTED          VALUE "Y".

      *>   A tenancy has its first week to get the paperwork out;
      *>   after that it is listed every day until the gaps are
      *>   closed, for as long as it counts as new.
       01  WS-GRACE-DAYS                PIC 9(3)  VALUE 7.
       01  WS-NEW-TENANCY-DAYS          PIC 9(3)  VALUE 90.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-GRACE-DATE                PIC 9(8).
       01  WS-NEW-TENANCY-DATE          PIC 9(8).
       01  WS-DOC-TYPE-LOOP             PIC X(8).
       01  WS-LEASES-LISTED             PIC 9(5).
       01  WS-DOCS-MISSING              PIC 9(5).
       01  WS-DOCS-LATE                 PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(52) VALUE
               "NEW TENANCIES WITH PRESCRIBED DOCUMENTS OUTSTANDING".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(10) VALUE "PROPERTY".
           05  FILLER  PIC X(10) VALUE "STARTED".
           05  FILLER  PIC X(10) VALUE "DOCUMENT".
           05  FILLER  PIC X(10) VALUE "STATUS".
           05  FILLER  PIC X(10) VALUE "SERVED".

       01  DETAIL-LINE.
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-PROP-ID               PIC X(10).
           05  DL-START-DATE            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DOC-TYPE              PIC X(10).
           05  DL-STATUS                PIC X(10).
           05  DL-SERVED-DATE           PIC X(8).

       01  NOTE-LINE.
           05  FILLER  PIC X(50) VALUE
               "A SECTION 21 NOTICE IS NOT VALID ON THESE LEASES U".
           05  FILLER  PIC X(50) VALUE
               "NTIL EVERY DOCUMENT IS SERVED.".

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "LEASES LISTED".
           05  TL-LEASES-LISTED         PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "DOCUMENTS NOT SERVED".
           05  TL-DOCS-MISSING          PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "DOCUMENTS SERVED LATE".
           05  TL-DOCS-LATE             PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "docs_outstanding".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "DOCS-OUTSTANDING-RPT".
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
           MOVE ZERO TO WS-LEASES-LISTED
           MOVE ZERO TO WS-DOCS-MISSING
           MOVE ZERO TO WS-DOCS-LATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-GRACE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - WS-GRACE-DAYS)
           COMPUTE WS-NEW-TENANCY-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - WS-NEW-TENANCY-DAYS)

           OPEN INPUT LEASE-MASTER

           OPEN INPUT DOCUMENT-SERVED-FILE.
           IF WS-DOC-SERVED-STATUS = "35"
               OPEN OUTPUT DOCUMENT-SERVED-FILE
               CLOSE DOCUMENT-SERVED-FILE
               OPEN INPUT DOCUMENT-SERVED-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT DOCS-PRINT

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
           PERFORM B-900-READ-LEASE.

       B-100-PROCESS-LEASES.
           IF LEASE-IS-ACTIVE
               AND LEASE-START-DATE < WS-GRACE-DATE
               AND LEASE-START-DATE NOT < WS-NEW-TENANCY-DATE
               MOVE "N" TO SW-LEASE-LISTED
               MOVE "HOWTORNT" TO WS-DOC-TYPE-LOOP
               PERFORM B-200-CHECK-ONE-DOCUMENT
               MOVE "EPC" TO WS-DOC-TYPE-LOOP
               PERFORM B-200-CHECK-ONE-DOCUMENT
               MOVE "GASSAFE" TO WS-DOC-TYPE-LOOP
               PERFORM B-200-CHECK-ONE-DOCUMENT
               MOVE "EICR" TO WS-DOC-TYPE-LOOP
               PERFORM B-200-CHECK-ONE-DOCUMENT
               IF LEASE-IS-LISTED
                   ADD 1 TO WS-LEASES-LISTED
               END-IF
           END-IF.
           PERFORM B-900-READ-LEASE.

       B-200-CHECK-ONE-DOCUMENT.
      *>   The same missing-or-late test LEGAL-CASE-MAINTENANCE makes
      *>   before it will accept a section 21 notice.
           MOVE LEASE-NUMBER TO DSRV-LEASE-NUMBER
           MOVE WS-DOC-TYPE-LOOP TO DSRV-DOC-TYPE
           READ DOCUMENT-SERVED-FILE
               INVALID KEY
                   MOVE "NOT SERVED" TO DL-STATUS
                   MOVE SPACES TO DL-SERVED-DATE
                   PERFORM B-300-PRINT-DOCUMENT
                   ADD 1 TO WS-DOCS-MISSING
               NOT INVALID KEY
                   IF NOT DSRV-NOT-APPLICABLE
                       AND DSRV-SERVED-DATE > LEASE-START-DATE
                       MOVE "LATE" TO DL-STATUS
                       MOVE DSRV-SERVED-DATE TO DL-SERVED-DATE
                       PERFORM B-300-PRINT-DOCUMENT
                       ADD 1 TO WS-DOCS-LATE
                   END-IF
           END-READ.

       B-300-PRINT-DOCUMENT.
           IF LEASE-IS-LISTED
               MOVE SPACES TO DL-LEASE-NUMBER
               MOVE SPACES TO DL-PROP-ID
               MOVE SPACES TO DL-START-DATE
           ELSE
               MOVE LEASE-NUMBER     TO DL-LEASE-NUMBER
               MOVE LEASE-PROP-ID    TO DL-PROP-ID
               MOVE LEASE-START-DATE TO DL-START-DATE
               MOVE "Y" TO SW-LEASE-LISTED
           END-IF.
           MOVE WS-DOC-TYPE-LOOP TO DL-DOC-TYPE
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-LEASE.
           READ LEASE-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02"
               AND WS-LEASE-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "DOCS-OUTSTANDING-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"        TO EXC-FILE-NAME
           MOVE LEASE-NUMBER          TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS       TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LEASES-LISTED TO TL-LEASES-LISTED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-DOCS-MISSING  TO TL-DOCS-MISSING
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-DOCS-LATE     TO TL-DOCS-LATE
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           IF WS-LEASES-LISTED > ZERO
               WRITE PRINT-LINE FROM NOTE-LINE
           END-IF
           CLOSE LEASE-MASTER
           CLOSE DOCUMENT-SERVED-FILE
           CLOSE DOCS-PRINT
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

       END PROGRAM DOCS-OUTSTANDING-RPT.
