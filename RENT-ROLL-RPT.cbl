               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT RENT-ROLL-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  RENT-ROLL-PRINT.
       01  PRINT-LINE                  PIC X(100).

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
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-BRANCH-STATUS             PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
       01  WS-TENANT-COUNT              PIC 9.
       01  WS-GRAND-TOTAL-RENT          PIC 9(8)V99.

      *>   Fixed-term and periodic tenancies are totalled apart -- a
      *>   periodic one can be ended on notice at any time, so the
      *>   lettings team watch that figure on its own.
       01  WS-TENANCY-TYPE              PIC X(10).
       01  WS-FIXED-COUNT               PIC 9(4).
       01  WS-FIXED-RENT                PIC 9(8)V99.
       01  WS-PERIODIC-COUNT            PIC 9(4).
       01  WS-PERIODIC-RENT             PIC 9(8)V99.

      *>   One branch's properties, or the whole book with a subtotal
      *>   per branch -- a property not yet given a branch is totalled
      *>   under a blank code.
       01  WS-SELECTED-BRANCH           PIC X(3).
       01  WS-BRANCH-COUNT              PIC 9(3).
       01  WS-BRANCH-IX                 PIC 9(3).
       01  WS-BRANCH-FOUND-IX           PIC 9(3).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE           PIC X(3).
               10  WS-BR-PROPERTIES     PIC 9(4).
               10  WS-BR-LET            PIC 9(4).
               10  WS-BR-RENT           PIC 9(8)V99.

       01  HEADING-LINE-1.
           05  FILLER   PIC X(20) VALUE "RENT ROLL REPORT".

       01  BRANCH-HEADING-LINE.
           05  FILLER   PIC X(8)  VALUE "BRANCH: ".
           05  BHL-CODE                 PIC X(4).
           05  BHL-NAME                 PIC X(30).

       01  COLUMN-HEADINGS.
           05  FILLER   PIC X(32) VALUE "ADDRESS".
           05  FILLER   PIC X(16) VALUE "OWNER".
           05  FILLER   PIC X(28) VALUE "TENANT(S)".
           05  FILLER   PIC X(10) VALUE "TENANCY".
           05  FILLER   PIC X(12) VALUE "MONTLY RENT".

       01  DETAIL-LINE.
           05  DL-ADDRESS               PIC X(32).
           05  DL-OWNER                 PIC X(16).
           05  DL-TENANTS               PIC X(28).
           05  DL-TENANCY               PIC X(10).
           05  DL-RENT                  PIC ZZZZZ9.99.

       01  TOTAL-LINE.
               "TOTAL RENT ROLL".
           05  TL-TOTAL-RENT            PIC ZZZ,ZZZ9.99.

       01  TENANCY-TOTAL-LINE.
           05  TTL-LABEL                PIC X(30).
           05  TTL-COUNT                PIC ZZZ9.
           05  FILLER                   PIC X(26) VALUE " TENANCIES".
           05  TTL-RENT                 PIC ZZZ,ZZZ9.99.

       01  BRANCH-SUBTOTAL-HEADING.
           05  FILLER   PIC X(20) VALUE "BRANCH SUBTOTALS".

       01  BRANCH-TOTAL-LINE.
           05  FILLER                   PIC X(9)  VALUE "  BRANCH ".
           05  BTL-CODE                 PIC X(6).
           05  BTL-PROPERTIES           PIC ZZZ9.
           05  FILLER                   PIC X(12) VALUE " PROPERTIES".
           05  BTL-LET                  PIC ZZZ9.
           05  FILLER                   PIC X(25) VALUE " LET".
           05  BTL-RENT                 PIC ZZZ,ZZZ9.99.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "rent_roll".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "RENT-ROLL-RPT".
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
           MOVE ZERO TO WS-GRAND-TOTAL-RENT
           MOVE ZERO TO WS-FIXED-COUNT
           MOVE ZERO TO WS-FIXED-RENT
           MOVE ZERO TO WS-PERIODIC-COUNT
           MOVE ZERO TO WS-PERIODIC-RENT
           MOVE ZERO TO WS-BRANCH-COUNT
           DISPLAY "ENTER BRANCH CODE (BLANK FOR ALL): "
           ACCEPT WS-SELECTED-BRANCH
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
           OPEN INPUT LANDLORD-MASTER
           OPEN INPUT TENANT-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT RENT-ROLL-PRINT

           OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           IF WS-SELECTED-BRANCH NOT = SPACES
               PERFORM A-200-PRINT-BRANCH-HEADING
           END-IF
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-PROPERTY.

       A-200-PRINT-BRANCH-HEADING.
           MOVE WS-SELECTED-BRANCH TO BHL-CODE
           MOVE SPACES TO BHL-NAME
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               MOVE WS-SELECTED-BRANCH TO BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "NOT ON BRANCH REGISTER" TO BHL-NAME
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO BHL-NAME
               END-READ
               CLOSE BRANCH-FILE
           END-IF
           WRITE PRINT-LINE FROM BRANCH-HEADING-LINE.

       B-100-PROCESS-PROPERTIES.
           IF WS-SELECTED-BRANCH = SPACES
              OR PROP-BRANCH-CODE = WS-SELECTED-BRANCH
               PERFORM B-150-REPORT-PROPERTY
           END-IF.
           PERFORM B-900-READ-PROPERTY.

       B-150-REPORT-PROPERTY.
           PERFORM B-200-BUILD-DETAIL-LINE.
           ADD PROP-MONTHLY-RENT TO WS-GRAND-TOTAL-RENT.
           IF WS-TENANCY-TYPE = "FIXED"
               ADD 1 TO WS-FIXED-COUNT
               ADD PROP-MONTHLY-RENT TO WS-FIXED-RENT
           END-IF.
           IF WS-TENANCY-TYPE = "PERIODIC"
               ADD 1 TO WS-PERIODIC-COUNT
               ADD PROP-MONTHLY-RENT TO WS-PERIODIC-RENT
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           PERFORM B-400-ADD-TO-BRANCH.

       B-200-BUILD-DETAIL-LINE.
           STRING FUNCTION TRIM(PROP-STREET) DELIMITED BY SIZE

           PERFORM B-300-FIND-TENANTS.
           MOVE WS-TENANT-NAMES(1:28) TO DL-TENANTS.
           MOVE WS-TENANCY-TYPE TO DL-TENANCY.
           MOVE PROP-MONTHLY-RENT TO DL-RENT.

       B-300-FIND-TENANTS.
      *>   scanning the whole lease file for every property.
           MOVE SPACES TO WS-TENANT-NAMES
           MOVE ZERO TO WS-TENANT-COUNT
           MOVE "VACANT" TO WS-TENANCY-TYPE
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   ELSE
                       IF LEASE-IS-ACTIVE
                           PERFORM B-320-APPEND-TENANT-NAMES
                           IF LEASE-IS-PERIODIC
                               MOVE "PERIODIC" TO WS-TENANCY-TYPE
                           ELSE
                               MOVE "FIXED" TO WS-TENANCY-TYPE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           END-IF.
           ADD 1 TO WS-TENANT-COUNT.

       B-400-ADD-TO-BRANCH.
           MOVE ZERO TO WS-BRANCH-FOUND-IX
           PERFORM B-410-FIND-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               OR WS-BRANCH-FOUND-IX > ZERO.
           IF WS-BRANCH-FOUND-IX = ZERO
               AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-IX
               MOVE PROP-BRANCH-CODE TO WS-BR-CODE (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-PROPERTIES (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-LET (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-RENT (WS-BRANCH-FOUND-IX)
           END-IF.
           IF WS-BRANCH-FOUND-IX > ZERO
               ADD 1 TO WS-BR-PROPERTIES (WS-BRANCH-FOUND-IX)
               IF WS-TENANCY-TYPE NOT = "VACANT"
                   ADD 1 TO WS-BR-LET (WS-BRANCH-FOUND-IX)
               END-IF
               ADD PROP-MONTHLY-RENT TO WS-BR-RENT (WS-BRANCH-FOUND-IX)
           END-IF.

       B-410-FIND-BRANCH.
           IF WS-BR-CODE (WS-BRANCH-IX) = PROP-BRANCH-CODE
               MOVE WS-BRANCH-IX TO WS-BRANCH-FOUND-IX
           END-IF.

       B-900-READ-PROPERTY.
           READ PROPERTY-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
       C-100-WRAP-UP.
           MOVE WS-GRAND-TOTAL-RENT TO TL-TOTAL-RENT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "  OF WHICH FIXED-TERM" TO TTL-LABEL
           MOVE WS-FIXED-COUNT TO TTL-COUNT
           MOVE WS-FIXED-RENT TO TTL-RENT
           WRITE PRINT-LINE FROM TENANCY-TOTAL-LINE
           MOVE "  OF WHICH PERIODIC" TO TTL-LABEL
           MOVE WS-PERIODIC-COUNT TO TTL-COUNT
           MOVE WS-PERIODIC-RENT TO TTL-RENT
           WRITE PRINT-LINE FROM TENANCY-TOTAL-LINE
           IF WS-SELECTED-BRANCH = SPACES
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM BRANCH-SUBTOTAL-HEADING
               PERFORM C-200-PRINT-BRANCH-TOTAL
                   VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
           END-IF
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           CLOSE LANDLORD-MASTER
           CLOSE TENANT-MASTER
           CLOSE RENT-ROLL-PRINT
           PERFORM Z-970-CLOSE-REPORT-GENERATION
           CLOSE EXCEPTION-LOG.

       C-200-PRINT-BRANCH-TOTAL.
           IF WS-BR-CODE (WS-BRANCH-IX) = SPACES
               MOVE "(NONE)" TO BTL-CODE
           ELSE
               MOVE WS-BR-CODE (WS-BRANCH-IX) TO BTL-CODE
           END-IF.
           MOVE WS-BR-PROPERTIES (WS-BRANCH-IX) TO BTL-PROPERTIES
           MOVE WS-BR-LET (WS-BRANCH-IX) TO BTL-LET
           MOVE WS-BR-RENT (WS-BRANCH-IX) TO BTL-RENT
           WRITE PRINT-LINE FROM BRANCH-TOTAL-LINE.

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
               STRING
                   "BRANCH=" DELIMITED BY SIZE
                   WS-SELECTED-BRANCH DELIMITED BY SIZE
                   INTO WS-REPORT-PARAMETERS
               END-STRING
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

       END PROGRAM RENT-ROLL-RPT.
