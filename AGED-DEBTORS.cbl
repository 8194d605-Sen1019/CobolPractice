               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT AGED-DEBTORS-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  LANDLORD-MASTER.
       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  AGED-DEBTORS-PRINT.
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
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  SW-SUMMARY-MISSING           PIC X.
           88  SUMMARY-IS-MISSING           VALUE "Y".
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-BRANCH-STATUS             PIC XX.

       01  SWITCHES.
           05  SW-END-OF-LANDLORD-FILE  PIC X.
       01  WS-BUCKET-60                 PIC 9(8)V99.
       01  WS-BUCKET-90PLUS             PIC 9(8)V99.

      *>   One branch's debtors, or the whole book with a subtotal per
      *>   branch.  A landlord's debt is split by the branch of each
      *>   property it arises on, so an owner with properties in two
      *>   branches counts in both; a property not yet given a branch
      *>   is totalled under a blank code.
       01  WS-SELECTED-BRANCH           PIC X(3).
       01  WS-LL-BRANCH-PROPERTIES      PIC 9(4).
       01  WS-BRANCH-COUNT              PIC 9(3).
       01  WS-BRANCH-IX                 PIC 9(3).
       01  WS-BRANCH-FOUND-IX           PIC 9(3).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE           PIC X(3).
               10  WS-BR-CURRENT        PIC 9(8)V99.
               10  WS-BR-30             PIC 9(8)V99.
               10  WS-BR-60             PIC 9(8)V99.
               10  WS-BR-90PLUS         PIC 9(8)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(34) VALUE
               "PORTFOLIO AGED DEBTORS BY OWNER".

       01  BRANCH-HEADING-LINE.
           05  FILLER  PIC X(8)  VALUE "BRANCH: ".
           05  BHL-CODE                 PIC X(4).
           05  BHL-NAME                 PIC X(30).

       01  BRANCH-SUBTOTAL-HEADING.
           05  FILLER  PIC X(20) VALUE "BRANCH SUBTOTALS".

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(16) VALUE "LANDLORD".
           05  FILLER  PIC X(14) VALUE "CURRENT".
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  DL-90PLUS                PIC ZZZ,ZZZ9.99.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "aged_debtors".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "AGED-DEBTORS".
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
           ELSE
               PERFORM B-100-PROCESS-LANDLORDS
                   UNTIL END-OF-LANDLORD-FILE
               IF WS-SELECTED-BRANCH = SPACES
                   PERFORM C-050-PRINT-BRANCH-TOTALS
               END-IF
           END-IF.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.
               DISPLAY "LEASE BALANCE SUMMARY NOT ON FILE - RUN THE "
                   "BALANCE REBUILD FIRST (POSTING MENU 28)"
           END-IF.
           MOVE ZERO TO WS-BRANCH-COUNT
           DISPLAY "ENTER BRANCH CODE (BLANK FOR ALL): "
           ACCEPT WS-SELECTED-BRANCH
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT AGED-DEBTORS-PRINT

           OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           IF WS-SELECTED-BRANCH NOT = SPACES
               PERFORM A-200-PRINT-BRANCH-HEADING
           END-IF
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-LANDLORD.

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

       B-100-PROCESS-LANDLORDS.
           PERFORM B-200-SUMMARIZE-AGING.
      *>   On a one-branch run an owner with nothing managed by that
      *>   branch is left off altogether.
           IF WS-SELECTED-BRANCH = SPACES
              OR WS-LL-BRANCH-PROPERTIES > ZERO
               MOVE LANDLORD-NAME TO DL-LANDLORD-NAME
               MOVE WS-BUCKET-CURRENT TO DL-CURRENT
               MOVE WS-BUCKET-30 TO DL-30
               MOVE WS-BUCKET-60 TO DL-60
               MOVE WS-BUCKET-90PLUS TO DL-90PLUS
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.
           PERFORM B-900-READ-LANDLORD.

       B-200-SUMMARIZE-AGING.
           MOVE ZERO TO WS-BUCKET-30
           MOVE ZERO TO WS-BUCKET-60
           MOVE ZERO TO WS-BUCKET-90PLUS
           MOVE ZERO TO WS-LL-BRANCH-PROPERTIES
           MOVE LANDLORD-ID TO WS-TARGET-OWNER-ID
           MOVE WS-TARGET-OWNER-ID TO PROP-OWNER-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-OWNER-ID
                   IF PROP-OWNER-ID NOT = WS-TARGET-OWNER-ID
                       MOVE "10" TO WS-PROPERTY-STATUS
                   ELSE
                       IF WS-SELECTED-BRANCH = SPACES
                          OR PROP-BRANCH-CODE = WS-SELECTED-BRANCH
                           ADD 1 TO WS-LL-BRANCH-PROPERTIES
                           PERFORM B-300-SCAN-LEASES-FOR-PROPERTY
                       END-IF
                   END-IF
           END-READ.

           PERFORM B-410-ACCUMULATE-BALANCE.
           IF WS-BALANCE > ZERO
               PERFORM B-430-ADD-TO-BUCKET
               PERFORM B-440-ADD-TO-BRANCH
           END-IF.

       B-410-ACCUMULATE-BALANCE.
                   ADD WS-BALANCE TO WS-BUCKET-90PLUS
           END-EVALUATE.

      *>   The same bucket as the landlord line, against the branch of
      *>   the property the lease is on.
       B-440-ADD-TO-BRANCH.
           MOVE ZERO TO WS-BRANCH-FOUND-IX
           PERFORM B-450-FIND-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               OR WS-BRANCH-FOUND-IX > ZERO.
           IF WS-BRANCH-FOUND-IX = ZERO
               AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-IX
               MOVE PROP-BRANCH-CODE TO WS-BR-CODE (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-CURRENT (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-30 (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-60 (WS-BRANCH-FOUND-IX)
               MOVE ZERO TO WS-BR-90PLUS (WS-BRANCH-FOUND-IX)
           END-IF.
           IF WS-BRANCH-FOUND-IX > ZERO
               EVALUATE TRUE
                   WHEN WS-DAYS-OUTSTANDING <= 30
                       ADD WS-BALANCE
                           TO WS-BR-CURRENT (WS-BRANCH-FOUND-IX)
                   WHEN WS-DAYS-OUTSTANDING <= 60
                       ADD WS-BALANCE TO WS-BR-30 (WS-BRANCH-FOUND-IX)
                   WHEN WS-DAYS-OUTSTANDING <= 90
                       ADD WS-BALANCE TO WS-BR-60 (WS-BRANCH-FOUND-IX)
                   WHEN OTHER
                       ADD WS-BALANCE
                           TO WS-BR-90PLUS (WS-BRANCH-FOUND-IX)
               END-EVALUATE
           END-IF.

       B-450-FIND-BRANCH.
           IF WS-BR-CODE (WS-BRANCH-IX) = PROP-BRANCH-CODE
               MOVE WS-BRANCH-IX TO WS-BRANCH-FOUND-IX
           END-IF.

       B-900-READ-LANDLORD.
           READ LANDLORD-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-LANDLORD-FILE
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-050-PRINT-BRANCH-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM BRANCH-SUBTOTAL-HEADING
           PERFORM C-060-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT.

       C-060-PRINT-ONE-BRANCH.
           MOVE SPACES TO DL-LANDLORD-NAME
           IF WS-BR-CODE (WS-BRANCH-IX) = SPACES
               MOVE "  (NONE)" TO DL-LANDLORD-NAME
           ELSE
               STRING "  BRANCH " DELIMITED BY SIZE
                      WS-BR-CODE (WS-BRANCH-IX) DELIMITED BY SIZE
                   INTO DL-LANDLORD-NAME
               END-STRING
           END-IF.
           MOVE WS-BR-CURRENT (WS-BRANCH-IX) TO DL-CURRENT
           MOVE WS-BR-30 (WS-BRANCH-IX) TO DL-30
           MOVE WS-BR-60 (WS-BRANCH-IX) TO DL-60
           MOVE WS-BR-90PLUS (WS-BRANCH-IX) TO DL-90PLUS
           WRITE PRINT-LINE FROM DETAIL-LINE.

       C-100-CLOSE-FILES.
           CLOSE LANDLORD-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE LEASE-MASTER.
           CLOSE LEASE-BALANCE-FILE.
           CLOSE AGED-DEBTORS-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
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

       END PROGRAM AGED-DEBTORS.
