                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT VACANCY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  PROPERTY-MASTER.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  VACANCY-PRINT.
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
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-NTQ-STATUS                PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-PROPERTY-IS-LEASED    PIC X.
               88  PROPERTY-IS-LEASED       VALUE "Y".
           05  SW-LET-IS-PERIODIC       PIC X.
               88  LET-IS-PERIODIC          VALUE "Y".
           05  SW-COMING-VACANT         PIC X.
               88  LET-IS-COMING-VACANT     VALUE "Y".
           05  SW-NOTICES-ON-FILE       PIC X.
               88  NOTICES-ARE-ON-FILE      VALUE "Y".

       01  WS-VACANCY-COUNT             PIC 9(4).
       01  WS-FIXED-COUNT               PIC 9(4).
       01  WS-PERIODIC-COUNT            PIC 9(4).
       01  WS-PERIODIC-DATE             PIC 9(8).
       01  WS-COMING-COUNT              PIC 9(4).
       01  WS-COMING-VACANT-DATE        PIC 9(8).
       01  WS-LET-LEASE-NUMBER          PIC X(6).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(20) VALUE "VACANCY REPORT".
               "TOTAL VACANT PROPERTIES".
           05  TL-COUNT                  PIC ZZZ9.

      *>   Second section: let properties split by tenancy type.  A
      *>   periodic tenancy can be ended on notice at any time, so
      *>   those units are listed by name as the likeliest next
      *>   vacancies; fixed-term lets are only counted.
       01  PERIODIC-HEADING.
           05  FILLER  PIC X(50) VALUE
               "LET ON PERIODIC TENANCIES - VACANT ON NOTICE".

       01  PERIODIC-COLUMN-HEADINGS.
           05  FILLER  PIC X(32) VALUE "ADDRESS".
           05  FILLER  PIC X(20) VALUE "TOWN".
           05  FILLER  PIC X(10) VALUE "POSTCODE".
           05  FILLER  PIC X(16) VALUE "PERIODIC SINCE".

       01  PERIODIC-DETAIL-LINE.
           05  PDL-ADDRESS               PIC X(32).
           05  PDL-TOWN                  PIC X(20).
           05  PDL-POSTCODE              PIC X(10).
           05  PDL-PERIODIC-DATE         PIC 9(8).

      *>   Lets where the tenant has given notice to quit -- listed
      *>   with the vacating date so re-letting can start while the
      *>   outgoing tenant is still in.
       01  COMING-VACANT-HEADING.
           05  FILLER  PIC X(50) VALUE
               "COMING VACANT - NOTICE TO QUIT RECEIVED".

       01  COMING-VACANT-COLUMN-HEADINGS.
           05  FILLER  PIC X(32) VALUE "ADDRESS".
           05  FILLER  PIC X(20) VALUE "TOWN".
           05  FILLER  PIC X(10) VALUE "POSTCODE".
           05  FILLER  PIC X(16) VALUE "COMING VACANT ON".

       01  COMING-VACANT-DETAIL-LINE.
           05  CDL-ADDRESS               PIC X(32).
           05  CDL-TOWN                  PIC X(20).
           05  CDL-POSTCODE              PIC X(10).
           05  CDL-VACATE-DATE           PIC 9(8).

       01  TENANCY-TOTAL-LINE.
           05  TTL-LABEL                 PIC X(24).
           05  TTL-COUNT                 PIC ZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "vacancy_rpt".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "VACANCY-RPT".
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
       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-VACANCY-COUNT
           MOVE ZERO TO WS-FIXED-COUNT
           MOVE ZERO TO WS-PERIODIC-COUNT
           MOVE ZERO TO WS-COMING-COUNT
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
      *>   No register yet simply means no notices have been keyed.
           MOVE "Y" TO SW-NOTICES-ON-FILE
           OPEN INPUT NOTICE-TO-QUIT-FILE
           IF WS-NTQ-STATUS NOT = "00"
               MOVE "N" TO SW-NOTICES-ON-FILE
           END-IF
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT VACANCY-PRINT

           OPEN EXTEND EXCEPTION-LOG
               MOVE PROP-POSTCODE TO DL-POSTCODE
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-VACANCY-COUNT
           ELSE
               IF LET-IS-PERIODIC
                   ADD 1 TO WS-PERIODIC-COUNT
               ELSE
                   ADD 1 TO WS-FIXED-COUNT
               END-IF
               IF LET-IS-COMING-VACANT
                   ADD 1 TO WS-COMING-COUNT
               END-IF
           END-IF.
           PERFORM B-900-READ-PROPERTY.

      *>   property's leases instead of scanning the whole lease file
      *>   once per property.
           MOVE "N" TO SW-PROPERTY-IS-LEASED
           MOVE "N" TO SW-LET-IS-PERIODIC
           MOVE "N" TO SW-COMING-VACANT
           MOVE ZERO TO WS-PERIODIC-DATE
           MOVE ZERO TO WS-COMING-VACANT-DATE
           MOVE SPACES TO WS-LET-LEASE-NUMBER
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
               UNTIL (WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02")
               OR PROPERTY-IS-LEASED.
           IF PROPERTY-IS-LEASED
               PERFORM B-220-CHECK-FOR-NOTICE
           END-IF.

       B-210-SCAN-LEASES.
           READ LEASE-MASTER NEXT RECORD
                   ELSE
                       IF LEASE-IS-ACTIVE
                           MOVE "Y" TO SW-PROPERTY-IS-LEASED
                           MOVE LEASE-NUMBER TO WS-LET-LEASE-NUMBER
                           IF LEASE-IS-PERIODIC
                               MOVE "Y" TO SW-LET-IS-PERIODIC
                               MOVE LEASE-PERIODIC-DATE
                                            TO WS-PERIODIC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       B-220-CHECK-FOR-NOTICE.
           IF NOTICES-ARE-ON-FILE
               MOVE WS-LET-LEASE-NUMBER TO NTQ-LEASE-NUMBER
               READ NOTICE-TO-QUIT-FILE
                   NOT INVALID KEY
                       IF NTQ-IS-PENDING
                           MOVE "Y" TO SW-COMING-VACANT
                           MOVE NTQ-VACATE-DATE
                                        TO WS-COMING-VACANT-DATE
                       END-IF
               END-READ
           END-IF.

       B-400-LIST-COMING-VACANCIES.
      *>   Another pass over the property master, the same way
      *>   B-500 lists the periodic lets.
           WRITE PRINT-LINE FROM SPACES
           WRITE PRINT-LINE FROM COMING-VACANT-HEADING
           WRITE PRINT-LINE FROM COMING-VACANT-COLUMN-HEADINGS
           CLOSE PROPERTY-MASTER
           OPEN INPUT PROPERTY-MASTER
           MOVE "N" TO SW-END-OF-FILE
           PERFORM B-900-READ-PROPERTY.
           PERFORM B-410-LIST-ONE-PROPERTY
               UNTIL END-OF-FILE.
           WRITE PRINT-LINE FROM SPACES
           MOVE "COMING VACANT" TO TTL-LABEL
           MOVE WS-COMING-COUNT TO TTL-COUNT
           WRITE PRINT-LINE FROM TENANCY-TOTAL-LINE.

       B-410-LIST-ONE-PROPERTY.
           PERFORM B-200-CHECK-FOR-ACTIVE-LEASE.
           IF LET-IS-COMING-VACANT
               MOVE PROP-STREET TO CDL-ADDRESS
               MOVE PROP-TOWN TO CDL-TOWN
               MOVE PROP-POSTCODE TO CDL-POSTCODE
               MOVE WS-COMING-VACANT-DATE TO CDL-VACATE-DATE
               WRITE PRINT-LINE FROM COMING-VACANT-DETAIL-LINE
           END-IF.
           PERFORM B-900-READ-PROPERTY.

       B-500-LIST-PERIODIC-LETS.
      *>   A second pass over the property master, after the vacant
      *>   list and its total, so the periodic lets print as their
      *>   own block rather than interleaved with the vacancies.
           WRITE PRINT-LINE FROM SPACES
           WRITE PRINT-LINE FROM PERIODIC-HEADING
           WRITE PRINT-LINE FROM PERIODIC-COLUMN-HEADINGS
           CLOSE PROPERTY-MASTER
           OPEN INPUT PROPERTY-MASTER
           MOVE "N" TO SW-END-OF-FILE
           PERFORM B-900-READ-PROPERTY.
           PERFORM B-510-LIST-ONE-PROPERTY
               UNTIL END-OF-FILE.
           WRITE PRINT-LINE FROM SPACES
           MOVE "FIXED-TERM LETS" TO TTL-LABEL
           MOVE WS-FIXED-COUNT TO TTL-COUNT
           WRITE PRINT-LINE FROM TENANCY-TOTAL-LINE
           MOVE "PERIODIC LETS" TO TTL-LABEL
           MOVE WS-PERIODIC-COUNT TO TTL-COUNT
           WRITE PRINT-LINE FROM TENANCY-TOTAL-LINE.

       B-510-LIST-ONE-PROPERTY.
           PERFORM B-200-CHECK-FOR-ACTIVE-LEASE.
           IF LET-IS-PERIODIC
               MOVE PROP-STREET TO PDL-ADDRESS
               MOVE PROP-TOWN TO PDL-TOWN
               MOVE PROP-POSTCODE TO PDL-POSTCODE
               MOVE WS-PERIODIC-DATE TO PDL-PERIODIC-DATE
               WRITE PRINT-LINE FROM PERIODIC-DETAIL-LINE
           END-IF.
           PERFORM B-900-READ-PROPERTY.

       B-900-READ-PROPERTY.
           READ PROPERTY-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
       C-100-WRAP-UP.
           MOVE WS-VACANCY-COUNT TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           PERFORM B-400-LIST-COMING-VACANCIES
           PERFORM B-500-LIST-PERIODIC-LETS
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           IF NOTICES-ARE-ON-FILE
               CLOSE NOTICE-TO-QUIT-FILE
           END-IF
           CLOSE VACANCY-PRINT
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

       END PROGRAM VACANCY-RPT.
