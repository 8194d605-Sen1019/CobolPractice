               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT TAX-SUMMARY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

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
       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-PROPERTY-OPEX             PIC 9(8)V99.
       01  WS-PROPERTY-POSTED-FEE       PIC 9(8)V99.
       01  WS-LANDLORD-OPEX             PIC 9(8)V99.
       01  WS-PROPERTY-REIMBURSED       PIC 9(8)V99.
       01  WS-LANDLORD-REIMBURSED       PIC 9(8)V99.
       01  WS-LANDLORD-NET-PAYOUT       PIC S9(8)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(26) VALUE "  OPERATING EXPENSES:   ".
           05  OL-AMOUNT                PIC ZZZ,ZZZ9.99.

       01  REIMBURSED-LINE.
           05  FILLER  PIC X(26) VALUE "  INSURANCE REIMBURSED: ".
           05  RL-AMOUNT                PIC ZZZ,ZZZ9.99.

       01  NET-LINE.
      *>   Signed edit -- operating costs can exceed the year's gross,
      *>   and a loss must never print as a positive payout.
           05  FILLER  PIC X(26) VALUE "  NET PAYOUT:           ".
           05  NL-AMOUNT                PIC ZZZ,ZZZ9.99-.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "year_end_tax".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "YEAR-END-TAX-SUMMARY".
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
           OPEN INPUT LEASE-MASTER.
           OPEN INPUT RENT-LEDGER.
           OPEN INPUT OPEX-LEDGER.
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT TAX-SUMMARY-PRINT

           OPEN EXTEND EXCEPTION-LOG
           WRITE PRINT-LINE FROM FEE-LINE
           MOVE WS-LANDLORD-OPEX TO OL-AMOUNT
           WRITE PRINT-LINE FROM OPEX-LINE
           MOVE WS-LANDLORD-REIMBURSED TO RL-AMOUNT
           WRITE PRINT-LINE FROM REIMBURSED-LINE
           MOVE WS-LANDLORD-NET-PAYOUT TO NL-AMOUNT
           WRITE PRINT-LINE FROM NET-LINE.
           PERFORM B-900-READ-LANDLORD.
           MOVE ZERO TO WS-LANDLORD-GROSS
           MOVE ZERO TO WS-LANDLORD-MGMT-FEE
           MOVE ZERO TO WS-LANDLORD-OPEX
           MOVE ZERO TO WS-LANDLORD-REIMBURSED
           MOVE LANDLORD-ID TO WS-TARGET-OWNER-ID
           MOVE WS-TARGET-OWNER-ID TO PROP-OWNER-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-OWNER-ID
               AND WS-PROPERTY-STATUS NOT = "02".
           COMPUTE WS-LANDLORD-NET-PAYOUT =
               WS-LANDLORD-GROSS - WS-LANDLORD-MGMT-FEE
                                  - WS-LANDLORD-OPEX
                                  + WS-LANDLORD-REIMBURSED.

       B-300-SCAN-PROPERTIES.
           READ PROPERTY-MASTER NEXT RECORD
      *>   below would overstate what the property actually earned.
           MOVE ZERO TO WS-PROPERTY-OPEX
           MOVE ZERO TO WS-PROPERTY-POSTED-FEE
           MOVE ZERO TO WS-PROPERTY-REIMBURSED
           MOVE PROP-ID TO OPEX-PROP-ID
           MOVE LOW-VALUES TO OPEX-SEQUENCE
           START OPEX-LEDGER KEY IS NOT LESS THAN OPEX-KEY
               UNTIL WS-OPEX-STATUS NOT = "00"
               AND WS-OPEX-STATUS NOT = "02".
           ADD WS-PROPERTY-OPEX TO WS-LANDLORD-OPEX.
           ADD WS-PROPERTY-REIMBURSED TO WS-LANDLORD-REIMBURSED.

       B-370-SCAN-OPEX-ENTRIES.
           READ OPEX-LEDGER NEXT RECORD
      *>   run are tallied separately, not into the opex total --
      *>   B-350-ADD-MGMT-FEE reports them as the management fee, so
      *>   counting them here too would take the same fee off twice.
      *>   A tenant-recharge line is the tenant's cost, not the
      *>   owner's, and is left out of the owner's expenses.  An
      *>   insurer's claim settlement is shown on its own line and
      *>   comes back off the owner's costs in the net payout.
                       IF OPEX-TRANS-DATE(1:4) = WS-TAX-YEAR
                           EVALUATE TRUE
                               WHEN OPEX-IS-MGMT-FEE
                                   ADD OPEX-AMOUNT
                                       TO WS-PROPERTY-POSTED-FEE
                               WHEN OPEX-IS-INS-REIMBURSEMENT
                                   ADD OPEX-AMOUNT
                                       TO WS-PROPERTY-REIMBURSED
                               WHEN OPEX-IS-TENANT-RECHARGE
                                   CONTINUE
                               WHEN OTHER
                                   ADD OPEX-AMOUNT TO WS-PROPERTY-OPEX
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
           CLOSE RENT-LEDGER.
           CLOSE OPEX-LEDGER.
           CLOSE TAX-SUMMARY-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE CONTROL-FILE.

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
                   WS-TAX-YEAR DELIMITED BY SIZE
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

       END PROGRAM YEAR-END-TAX-SUMMARY.
