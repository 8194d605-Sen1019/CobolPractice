               RECORD KEY IS KPI-KEY
               FILE STATUS IS WS-KPI-STATUS.

           SELECT KPI-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

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
       FD  LANDLORD-MASTER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-TREND-MONTHS              PIC 9(7).
       01  WS-TREND-YEAR                PIC 9(4).
       01  WS-TREND-MONTH               PIC 9(2).
       01  WS-TREND-KEY                 PIC X(6).

      *>   Branch figures, built from the same raw components as the
      *>   landlord ones against the branch of each property (and of
      *>   the property each work order is on).  A whole-book run
      *>   prints and saves every branch after the portfolio; a run
      *>   for one branch keeps to that branch's properties and saves
      *>   only the branch's own history row, keyed "*B" plus the
      *>   branch code, so it never overwrites a landlord's or the
      *>   portfolio's figures with part of the book.
       01  WS-SELECTED-BRANCH           PIC X(3).
       01  WS-FIND-BRANCH-CODE          PIC X(3).
       01  WS-BRANCH-COUNT              PIC 9(3).
       01  WS-BRANCH-IX                 PIC 9(3).
       01  WS-BRANCH-FOUND-IX           PIC 9(3).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE           PIC X(3).
               10  WS-BR-PROP-COUNT     PIC 9(5).
               10  WS-BR-OCCUPIED-COUNT PIC 9(5).
               10  WS-BR-ARREARS        PIC 9(9)V99.
               10  WS-BR-RENT-ROLL      PIC 9(9)V99.
               10  WS-BR-GAP-DAYS       PIC 9(7).
               10  WS-BR-GAP-COUNT      PIC 9(5).
               10  WS-BR-WO-DAYS        PIC 9(7).
               10  WS-BR-WO-COUNT       PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(36) VALUE
           05  FILLER  PIC X(24) VALUE "  WO TURNAROUND DAYS:  ".
           05  K4-VALUE                 PIC ZZZZ9.

       01  KPI-LINE-5.
           05  FILLER  PIC X(24) VALUE "  PROPERTIES / LET:    ".
           05  K5-PROPERTIES            PIC ZZZZ9.
           05  FILLER  PIC X(3)  VALUE " / ".
           05  K5-OCCUPIED              PIC ZZZZ9.

       01  KPI-LINE-6.
           05  FILLER  PIC X(24) VALUE "  ARREARS / RENT ROLL: ".
           05  K6-ARREARS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(3)  VALUE " / ".
           05  K6-RENT-ROLL             PIC ZZZ,ZZZ,ZZ9.99.

       01  BRANCH-SECTION-HEADING.
           05  FILLER  PIC X(44) VALUE
               "BRANCH OCCUPANCY AND ARREARS".

       01  TREND-HEADING.
           05  TH-NAME                  PIC X(16).
           05  FILLER  PIC X(28) VALUE
               " TREND - LAST TWELVE MONTHS".

       01  TREND-COLUMNS.
           05  FILLER  PIC X(8)  VALUE "PERIOD".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TL-WO-DAYS               PIC ZZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "kpi_pack".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "KPI-PACK-RUN".
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
           PERFORM A-100-OPEN-FILES.
               OPEN I-O KPI-HISTORY-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT KPI-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-KPI-PERIOD = ZERO
               MOVE WS-TODAY-DATE(1:6) TO WS-KPI-PERIOD
           END-IF
           MOVE ZERO TO WS-BRANCH-COUNT
           DISPLAY "ENTER BRANCH CODE (BLANK FOR ALL): "
           ACCEPT WS-SELECTED-BRANCH

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-KPI-PERIOD TO PL-PERIOD
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

      *>   ---------------------------------------------------------
           MOVE ZERO TO WS-LL-WO-COUNT
           PERFORM B-200-SCAN-LANDLORD-PROPERTIES.
           PERFORM B-600-SCAN-WORK-ORDERS.
      *>   On a one-branch run an owner with nothing managed by that
      *>   branch is left off altogether.
           IF WS-SELECTED-BRANCH = SPACES
              OR WS-LL-PROP-COUNT > ZERO
               PERFORM D-100-REPORT-LANDLORD
           END-IF.
           ADD WS-LL-PROP-COUNT     TO WS-PT-PROP-COUNT
           ADD WS-LL-OCCUPIED-COUNT TO WS-PT-OCCUPIED-COUNT
           ADD WS-LL-ARREARS        TO WS-PT-ARREARS
                       NOT = WS-TARGET-OWNER-ID
                       MOVE "10" TO WS-PROPERTY-STATUS
                   ELSE
                       IF WS-SELECTED-BRANCH = SPACES
                          OR PROP-BRANCH-CODE OF PROPERTY-RECORD
                             = WS-SELECTED-BRANCH
                           PERFORM B-220-COUNT-PROPERTY
                       END-IF
                   END-IF
           END-READ.

       B-220-COUNT-PROPERTY.
           MOVE PROP-BRANCH-CODE OF PROPERTY-RECORD
               TO WS-FIND-BRANCH-CODE
           PERFORM B-700-FIND-BRANCH.
           ADD 1 TO WS-LL-PROP-COUNT
           ADD 1 TO WS-BR-PROP-COUNT (WS-BRANCH-FOUND-IX)
           IF PROP-STATUS-OCCUPIED OF PROPERTY-RECORD
               ADD 1 TO WS-LL-OCCUPIED-COUNT
               ADD 1 TO WS-BR-OCCUPIED-COUNT (WS-BRANCH-FOUND-IX)
           END-IF
           ADD PROP-MONTHLY-RENT OF PROPERTY-RECORD
               TO WS-LL-RENT-ROLL
           ADD PROP-MONTHLY-RENT OF PROPERTY-RECORD
               TO WS-BR-RENT-ROLL (WS-BRANCH-FOUND-IX)
           PERFORM B-300-SCAN-PROPERTY-LEASES.

       B-300-SCAN-PROPERTY-LEASES.
           MOVE PROP-ID OF PROPERTY-RECORD TO WS-TARGET-PROP-ID
           MOVE WS-TARGET-PROP-ID
               AND WS-RLEDGER-STATUS NOT = "02".
           IF WS-BALANCE > ZERO
               ADD WS-BALANCE TO WS-LL-ARREARS
               ADD WS-BALANCE TO WS-BR-ARREARS (WS-BRANCH-FOUND-IX)
           END-IF.

       B-410-ACCUMULATE-ENTRY.
                   - FUNCTION INTEGER-OF-DATE(WS-BEST-END-DATE)
               ADD WS-GAP-DAYS TO WS-LL-GAP-DAYS
               ADD 1 TO WS-LL-GAP-COUNT
               ADD WS-GAP-DAYS TO WS-BR-GAP-DAYS (WS-BRANCH-FOUND-IX)
               ADD 1 TO WS-BR-GAP-COUNT (WS-BRANCH-FOUND-IX)
           END-IF.

       B-510-SCAN-FOR-PREDECESSOR.
                               IF PROP-OWNER-ID
                                   OF PROPERTY-LOOKUP-RECORD
                                   = WS-TARGET-OWNER-ID
                                 AND (WS-SELECTED-BRANCH = SPACES
                                   OR PROP-BRANCH-CODE
                                   OF PROPERTY-LOOKUP-RECORD
                                   = WS-SELECTED-BRANCH)
                                   PERFORM B-620-COUNT-WORK-ORDER
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       B-620-COUNT-WORK-ORDER.
           COMPUTE WS-TURNAROUND-DAYS =
               FUNCTION INTEGER-OF-DATE(WO-COMPLETED-DATE)
               - FUNCTION INTEGER-OF-DATE(WO-DATE-LOGGED)
           ADD WS-TURNAROUND-DAYS TO WS-LL-WO-DAYS
           ADD 1 TO WS-LL-WO-COUNT
           MOVE PROP-BRANCH-CODE OF PROPERTY-LOOKUP-RECORD
               TO WS-FIND-BRANCH-CODE
           PERFORM B-700-FIND-BRANCH.
           ADD WS-TURNAROUND-DAYS TO WS-BR-WO-DAYS (WS-BRANCH-FOUND-IX)
           ADD 1 TO WS-BR-WO-COUNT (WS-BRANCH-FOUND-IX).

      *>   Finds (or adds) the table entry for WS-FIND-BRANCH-CODE.  A
      *>   book with more branches than the table holds folds the
      *>   excess into the last entry rather than losing the figures.
       B-700-FIND-BRANCH.
           MOVE ZERO TO WS-BRANCH-FOUND-IX
           PERFORM B-710-MATCH-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               OR WS-BRANCH-FOUND-IX > ZERO.
           IF WS-BRANCH-FOUND-IX = ZERO
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-IX
                   MOVE WS-FIND-BRANCH-CODE
                       TO WS-BR-CODE (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-PROP-COUNT (WS-BRANCH-FOUND-IX)
                   MOVE ZERO
                       TO WS-BR-OCCUPIED-COUNT (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-ARREARS (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-RENT-ROLL (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-GAP-DAYS (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-GAP-COUNT (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-WO-DAYS (WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BR-WO-COUNT (WS-BRANCH-FOUND-IX)
               ELSE
                   MOVE 50 TO WS-BRANCH-FOUND-IX
               END-IF
           END-IF.

       B-710-MATCH-BRANCH.
           IF WS-BR-CODE (WS-BRANCH-IX) = WS-FIND-BRANCH-CODE
               MOVE WS-BRANCH-IX TO WS-BRANCH-FOUND-IX
           END-IF.

      *>   ---------------------------------------------------------
      *>   REPORTING AND HISTORY
      *>   ---------------------------------------------------------
           MOVE LANDLORD-NAME TO NL-NAME
           WRITE PRINT-LINE FROM NAME-LINE
           PERFORM D-300-PRINT-KPI-LINES.
           IF WS-SELECTED-BRANCH = SPACES
               MOVE LANDLORD-ID TO KPI-LANDLORD-ID
               PERFORM D-400-SAVE-KPI-RECORD
           END-IF.

       D-200-COMPUTE-FIGURES.
           IF WS-LL-PROP-COUNT > ZERO
           MOVE WS-PT-WO-COUNT       TO WS-LL-WO-COUNT
           PERFORM D-200-COMPUTE-FIGURES.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           IF WS-SELECTED-BRANCH = SPACES
               MOVE "WHOLE PORTFOLIO" TO NL-NAME
               WRITE PRINT-LINE FROM NAME-LINE
               PERFORM D-300-PRINT-KPI-LINES
               MOVE "*ALL*" TO KPI-LANDLORD-ID
               PERFORM D-400-SAVE-KPI-RECORD
               MOVE "*ALL*" TO WS-TREND-KEY
               MOVE "PORTFOLIO" TO TH-NAME
               WRITE PRINT-LINE FROM SEPARATOR-LINE
               WRITE PRINT-LINE FROM BRANCH-SECTION-HEADING
           END-IF.
           PERFORM E-200-REPORT-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT.

      *>   One block per branch, with the counts and amounts behind
      *>   the occupancy and arrears percentages that the branch
      *>   managers are targeted on.
       E-200-REPORT-BRANCH.
           MOVE WS-BR-PROP-COUNT (WS-BRANCH-IX)     TO WS-LL-PROP-COUNT
           MOVE WS-BR-OCCUPIED-COUNT (WS-BRANCH-IX)
               TO WS-LL-OCCUPIED-COUNT
           MOVE WS-BR-ARREARS (WS-BRANCH-IX)        TO WS-LL-ARREARS
           MOVE WS-BR-RENT-ROLL (WS-BRANCH-IX)      TO WS-LL-RENT-ROLL
           MOVE WS-BR-GAP-DAYS (WS-BRANCH-IX)       TO WS-LL-GAP-DAYS
           MOVE WS-BR-GAP-COUNT (WS-BRANCH-IX)      TO WS-LL-GAP-COUNT
           MOVE WS-BR-WO-DAYS (WS-BRANCH-IX)        TO WS-LL-WO-DAYS
           MOVE WS-BR-WO-COUNT (WS-BRANCH-IX)       TO WS-LL-WO-COUNT
           PERFORM D-200-COMPUTE-FIGURES.
           MOVE SPACES TO NL-NAME
           IF WS-BR-CODE (WS-BRANCH-IX) = SPACES
               MOVE "NO BRANCH SET" TO NL-NAME
           ELSE
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-BR-CODE (WS-BRANCH-IX) DELIMITED BY SIZE
                   INTO NL-NAME
               END-STRING
           END-IF.
           WRITE PRINT-LINE FROM NAME-LINE
           PERFORM D-300-PRINT-KPI-LINES.
           MOVE WS-LL-PROP-COUNT     TO K5-PROPERTIES
           MOVE WS-LL-OCCUPIED-COUNT TO K5-OCCUPIED
           WRITE PRINT-LINE FROM KPI-LINE-5
           MOVE WS-LL-ARREARS        TO K6-ARREARS
           MOVE WS-LL-RENT-ROLL      TO K6-RENT-ROLL
           WRITE PRINT-LINE FROM KPI-LINE-6
           IF WS-BR-CODE (WS-BRANCH-IX) NOT = SPACES
               MOVE SPACES TO KPI-LANDLORD-ID
               STRING "*B" DELIMITED BY SIZE
                      WS-BR-CODE (WS-BRANCH-IX) DELIMITED BY SIZE
                   INTO KPI-LANDLORD-ID
               END-STRING
               PERFORM D-400-SAVE-KPI-RECORD
               IF WS-SELECTED-BRANCH NOT = SPACES
                   MOVE KPI-LANDLORD-ID TO WS-TREND-KEY
                   MOVE NL-NAME TO TH-NAME
               END-IF
           END-IF.

       F-100-PRINT-TREND.
           IF WS-SELECTED-BRANCH NOT = SPACES
               AND WS-BRANCH-COUNT = ZERO
               MOVE SPACES TO KPI-LANDLORD-ID
               STRING "*B" DELIMITED BY SIZE
                      WS-SELECTED-BRANCH DELIMITED BY SIZE
                   INTO KPI-LANDLORD-ID
               END-STRING
               MOVE KPI-LANDLORD-ID TO WS-TREND-KEY
               MOVE SPACES TO TH-NAME
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-SELECTED-BRANCH DELIMITED BY SIZE
                   INTO TH-NAME
               END-STRING
           END-IF.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           WRITE PRINT-LINE FROM TREND-HEADING
           WRITE PRINT-LINE FROM TREND-COLUMNS
           COMPUTE WS-TREND-PERIOD =
               WS-TREND-YEAR * 100 + WS-TREND-MONTH
           MOVE WS-TREND-PERIOD TO KPI-PERIOD
           MOVE WS-TREND-KEY TO KPI-LANDLORD-ID
           READ KPI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           CLOSE PROPERTY-LOOKUP.
           CLOSE KPI-HISTORY-FILE.
           CLOSE KPI-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.

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
               STRING
                   "PERIOD=" DELIMITED BY SIZE
                   WS-KPI-PERIOD DELIMITED BY SIZE
                   " BRANCH=" DELIMITED BY SIZE
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
               DISPLAY "REPORT PRINTED TO " WS-REPORT-FILE-NAME
           END-IF.

       END PROGRAM KPI-PACK-RUN.
