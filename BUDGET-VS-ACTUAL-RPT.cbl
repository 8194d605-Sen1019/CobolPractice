               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT BUDGET-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       01  WS-ACTUAL-UTILITY            PIC 9(8)V99.
       01  WS-ACTUAL-INSURANCE          PIC 9(8)V99.
       01  WS-ACTUAL-FEES               PIC 9(8)V99.
       01  WS-ACTUAL-REIMBURSED         PIC 9(8)V99.

       01  WS-LINE-CATEGORY             PIC X.
       01  WS-LINE-ACTUAL               PIC 9(8)V99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-FLAG                  PIC X(6).

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "budget_vs_actual".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "BUDGET-VS-ACTUAL-RPT".
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
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT OPEX-LEDGER.
           OPEN INPUT BUDGET-FILE.
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT BUDGET-PRINT

           OPEN EXTEND EXCEPTION-LOG
           WRITE PRINT-LINE FROM PROPERTY-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-400-SUM-ACTUALS-YTD.
      *>   Insurance claim settlements come back off the repairs
      *>   spend they paid for -- the owner's actual is the net cost.
           IF WS-ACTUAL-REIMBURSED > WS-ACTUAL-INVOICE
               MOVE ZERO TO WS-ACTUAL-INVOICE
           ELSE
               SUBTRACT WS-ACTUAL-REIMBURSED FROM WS-ACTUAL-INVOICE
           END-IF.
           MOVE "I" TO WS-LINE-CATEGORY
           MOVE WS-ACTUAL-INVOICE TO WS-LINE-ACTUAL
           PERFORM B-500-PRINT-CATEGORY-LINE.
           MOVE ZERO TO WS-ACTUAL-UTILITY
           MOVE ZERO TO WS-ACTUAL-INSURANCE
           MOVE ZERO TO WS-ACTUAL-FEES
           MOVE ZERO TO WS-ACTUAL-REIMBURSED
           MOVE WS-TARGET-PROP-ID TO OPEX-PROP-ID
           MOVE LOW-VALUES TO OPEX-SEQUENCE
           START OPEX-LEDGER KEY IS NOT LESS THAN OPEX-KEY
                               WHEN OPEX-IS-MGMT-FEE
                                   ADD OPEX-AMOUNT
                                       TO WS-ACTUAL-FEES
                               WHEN OPEX-IS-INS-REIMBURSEMENT
                                   ADD OPEX-AMOUNT
                                       TO WS-ACTUAL-REIMBURSED
                           END-EVALUATE
                       END-IF
                   END-IF
           CLOSE OPEX-LEDGER.
           CLOSE BUDGET-FILE.
           CLOSE BUDGET-PRINT.
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
                   "YEAR=" DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   " MONTH=" DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
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

       END PROGRAM BUDGET-VS-ACTUAL-RPT.
