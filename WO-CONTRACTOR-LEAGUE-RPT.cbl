       IDENTIFICATION DIVISION.
       PROGRAM-ID. WO-CONTRACTOR-LEAGUE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LEAGUE-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  LEAGUE-PRINT.
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
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-VENDOR-FILE    PIC X.
               88  END-OF-VENDOR-FILE       VALUE "Y".
           05  SW-ON-TIME               PIC X.
               88  JOB-WAS-ON-TIME          VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(4).
           05  WS-TODAY-MONTH           PIC 99.
           05  WS-TODAY-DAY             PIC 99.
       01  WS-REPORT-MONTH              PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR           PIC 9(4).
           05  WS-REPORT-MM             PIC 99.
       01  WS-DEFAULT-MONTH             PIC 9(6).
       01  WS-DEFAULT-MONTH-PARTS REDEFINES WS-DEFAULT-MONTH.
           05  WS-DEFAULT-YEAR          PIC 9(4).
           05  WS-DEFAULT-MM            PIC 99.

       01  WS-PRIORITY-IX               PIC 9.
       01  WS-VENDOR-JOB-COUNT          PIC 9(5).
       01  WS-VENDORS-LISTED            PIC 9(5).

      *>   One entry per priority, emergency / urgent / routine, the
      *>   same order the targets are held in on the control record.
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 3 TIMES.
               10  WS-VENDOR-JOBS       PIC 9(5).
               10  WS-VENDOR-ON-TIME    PIC 9(5).
               10  WS-VENDOR-DAYS       PIC 9(7).
       01  WS-GRAND-TABLE.
           05  WS-GRAND-ENTRY OCCURS 3 TIMES.
               10  WS-GRAND-JOBS        PIC 9(5).
               10  WS-GRAND-ON-TIME     PIC 9(5).
               10  WS-GRAND-DAYS        PIC 9(7).

      *>   See WO-SLA-BREACH-RPT -- a date and HHMM time as minutes.
       01  WS-STAMP-DATE                PIC 9(8).
       01  WS-STAMP-TIME                PIC 9(4).
       01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HOUR            PIC 99.
           05  WS-STAMP-MINUTE          PIC 99.
       01  WS-STAMP-MINUTES             PIC 9(11).
       01  WS-LOGGED-MINUTES            PIC 9(11).
       01  WS-DAYS-TAKEN                PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(50) VALUE
               "CONTRACTOR LEAGUE TABLE - WORK ORDERS COMPLETED IN".
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  HL-MONTH                  PIC 9(6).

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS-1.
           05  FILLER  PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(24) VALUE "  ------ EMERGENCY -----".
           05  FILLER  PIC X(24) VALUE "  ------- URGENT -------".
           05  FILLER  PIC X(24) VALUE "  ------- ROUTINE ------".

       01  COLUMN-HEADINGS-2.
           05  FILLER  PIC X(8)  VALUE "VENDOR".
           05  FILLER  PIC X(20) VALUE "NAME".
           05  FILLER  PIC X(24) VALUE "  JOBS  ON TIME  AVG DYS".
           05  FILLER  PIC X(24) VALUE "  JOBS  ON TIME  AVG DYS".
           05  FILLER  PIC X(24) VALUE "  JOBS  ON TIME  AVG DYS".

      *>   Cleared to spaces before each use -- the fillers inside
      *>   the repeating group carry no VALUE of their own.
       01  DETAIL-LINE.
           05  DL-VENDOR-ID             PIC X(8).
           05  DL-VENDOR-NAME           PIC X(20).
           05  DL-PRIORITY-GROUP OCCURS 3 TIMES.
               10  FILLER               PIC X(2).
               10  DL-JOBS              PIC ZZZ9.
               10  FILLER               PIC X(3).
               10  DL-ON-TIME-PCT       PIC ZZ9.9.
               10  DL-PCT-SIGN          PIC X(1).
               10  FILLER               PIC X(3).
               10  DL-AVERAGE-DAYS      PIC ZZZ9.9.

       01  TOTAL-LINE.
           05  FILLER                   PIC X(28) VALUE
               "CONTRACTORS LISTED".
           05  TL-VENDORS               PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "wo_contractor_league".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "WO-CONTRACTOR-LEAGUE-RPT".
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
           PERFORM A-200-GET-REPORT-MONTH.
           PERFORM B-100-PROCESS-VENDORS
               UNTIL END-OF-VENDOR-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO SW-END-OF-VENDOR-FILE
           MOVE ZERO TO WS-VENDORS-LISTED
           MOVE ZERO TO WS-GRAND-TABLE
           OPEN INPUT VENDOR-MASTER
           OPEN INPUT WORK-ORDER-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT LEAGUE-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           OPEN I-O CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           MOVE "1" TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 4 TO CTL-EMERGENCY-ATTEND-HRS
                   MOVE 24 TO CTL-EMERGENCY-COMPLETE-HRS
                   MOVE 24 TO CTL-URGENT-ATTEND-HRS
                   MOVE 120 TO CTL-URGENT-COMPLETE-HRS
                   MOVE 120 TO CTL-ROUTINE-ATTEND-HRS
                   MOVE 672 TO CTL-ROUTINE-COMPLETE-HRS
           END-READ.

       A-200-GET-REPORT-MONTH.
      *>   Run early in the month for the month just gone, so that is
      *>   the default.
           MOVE WS-TODAY-YEAR TO WS-DEFAULT-YEAR
           MOVE WS-TODAY-MONTH TO WS-DEFAULT-MM
           IF WS-DEFAULT-MM = 1
               SUBTRACT 1 FROM WS-DEFAULT-YEAR
               MOVE 12 TO WS-DEFAULT-MM
           ELSE
               SUBTRACT 1 FROM WS-DEFAULT-MM
           END-IF.
           DISPLAY "DEFAULT MONTH IS " WS-DEFAULT-MONTH
           DISPLAY "ENTER MONTH (YYYYMM) (ENTER TO KEEP DEFAULT): "
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-DEFAULT-MONTH TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO HL-MONTH
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS-1
           WRITE PRINT-LINE FROM COLUMN-HEADINGS-2
           PERFORM B-900-READ-VENDOR.

      *>   ---------------------------------------------------------
      *>   One line per contractor with work completed in the month.
      *>   Work orders are keyed by order number, not vendor, so each
      *>   contractor's jobs are gathered by walking the whole file --
      *>   a monthly run, the same whole-file pass per vendor that
      *>   VENDOR-PAYMENT-RUN makes over the opex ledger.
      *>   ---------------------------------------------------------
       B-100-PROCESS-VENDORS.
           MOVE ZERO TO WS-VENDOR-TABLE
           MOVE ZERO TO WS-VENDOR-JOB-COUNT
           PERFORM B-200-SCAN-ORDERS-FOR-VENDOR.
           IF WS-VENDOR-JOB-COUNT > ZERO
               MOVE SPACES TO DETAIL-LINE
               MOVE VEND-ID   TO DL-VENDOR-ID
               MOVE VEND-NAME TO DL-VENDOR-NAME
               PERFORM B-400-FILL-VENDOR-COLUMNS
                   VARYING WS-PRIORITY-IX FROM 1 BY 1
                   UNTIL WS-PRIORITY-IX > 3
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-VENDORS-LISTED
           END-IF.
           PERFORM B-900-READ-VENDOR.

       B-200-SCAN-ORDERS-FOR-VENDOR.
           MOVE LOW-VALUES TO WO-NUMBER
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-WORK-ORDER-STATUS
           END-START.
           PERFORM B-210-CHECK-ONE-ORDER
               UNTIL WS-WORK-ORDER-STATUS NOT = "00"
               AND WS-WORK-ORDER-STATUS NOT = "02".

       B-210-CHECK-ONE-ORDER.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT AT END
                   IF WO-VENDOR-ID = VEND-ID
                       AND WO-IS-COMPLETE
                       AND WO-COMPLETED-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM B-300-SCORE-ORDER
                   END-IF
           END-READ.

       B-300-SCORE-ORDER.
      *>   On time means both targets met -- attended within the
      *>   attend target and finished within the complete target,
      *>   each counted in hours from the time the order was logged.
      *>   A zero target is not measured.  An order logged before
      *>   priorities were kept is scored as routine.
           EVALUATE TRUE
               WHEN WO-IS-EMERGENCY
                   MOVE 1 TO WS-PRIORITY-IX
               WHEN WO-IS-URGENT
                   MOVE 2 TO WS-PRIORITY-IX
               WHEN OTHER
                   MOVE 3 TO WS-PRIORITY-IX
           END-EVALUATE.
           ADD 1 TO WS-VENDOR-JOB-COUNT
           ADD 1 TO WS-VENDOR-JOBS (WS-PRIORITY-IX)
           ADD 1 TO WS-GRAND-JOBS (WS-PRIORITY-IX)
           COMPUTE WS-DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE (WO-COMPLETED-DATE)
               - FUNCTION INTEGER-OF-DATE (WO-DATE-LOGGED)
           ADD WS-DAYS-TAKEN TO WS-VENDOR-DAYS (WS-PRIORITY-IX)
           ADD WS-DAYS-TAKEN TO WS-GRAND-DAYS (WS-PRIORITY-IX)
           MOVE "Y" TO SW-ON-TIME
           MOVE WO-DATE-LOGGED TO WS-STAMP-DATE
           MOVE WO-LOGGED-TIME TO WS-STAMP-TIME
           PERFORM B-700-STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-LOGGED-MINUTES
      *>   Completion doubles as attendance when no separate visit
      *>   was booked in.
           IF WO-ATTENDED-DATE = ZERO
               MOVE WO-COMPLETED-DATE TO WS-STAMP-DATE
               MOVE WO-COMPLETED-TIME TO WS-STAMP-TIME
           ELSE
               MOVE WO-ATTENDED-DATE TO WS-STAMP-DATE
               MOVE WO-ATTENDED-TIME TO WS-STAMP-TIME
           END-IF.
           PERFORM B-700-STAMP-TO-MINUTES.
           IF CTL-ATTEND-HRS (WS-PRIORITY-IX) > ZERO
               AND WS-STAMP-MINUTES > WS-LOGGED-MINUTES
                   + CTL-ATTEND-HRS (WS-PRIORITY-IX) * 60
               MOVE "N" TO SW-ON-TIME
           END-IF.
           MOVE WO-COMPLETED-DATE TO WS-STAMP-DATE
           MOVE WO-COMPLETED-TIME TO WS-STAMP-TIME
           PERFORM B-700-STAMP-TO-MINUTES.
           IF CTL-COMPLETE-HRS (WS-PRIORITY-IX) > ZERO
               AND WS-STAMP-MINUTES > WS-LOGGED-MINUTES
                   + CTL-COMPLETE-HRS (WS-PRIORITY-IX) * 60
               MOVE "N" TO SW-ON-TIME
           END-IF.
           IF JOB-WAS-ON-TIME
               ADD 1 TO WS-VENDOR-ON-TIME (WS-PRIORITY-IX)
               ADD 1 TO WS-GRAND-ON-TIME (WS-PRIORITY-IX)
           END-IF.

       B-400-FILL-VENDOR-COLUMNS.
           IF WS-VENDOR-JOBS (WS-PRIORITY-IX) > ZERO
               MOVE WS-VENDOR-JOBS (WS-PRIORITY-IX)
                   TO DL-JOBS (WS-PRIORITY-IX)
               COMPUTE DL-ON-TIME-PCT (WS-PRIORITY-IX) ROUNDED =
                   WS-VENDOR-ON-TIME (WS-PRIORITY-IX) * 100
                   / WS-VENDOR-JOBS (WS-PRIORITY-IX)
               MOVE "%" TO DL-PCT-SIGN (WS-PRIORITY-IX)
               COMPUTE DL-AVERAGE-DAYS (WS-PRIORITY-IX) ROUNDED =
                   WS-VENDOR-DAYS (WS-PRIORITY-IX)
                   / WS-VENDOR-JOBS (WS-PRIORITY-IX)
           END-IF.

       B-410-FILL-GRAND-COLUMNS.
           IF WS-GRAND-JOBS (WS-PRIORITY-IX) > ZERO
               MOVE WS-GRAND-JOBS (WS-PRIORITY-IX)
                   TO DL-JOBS (WS-PRIORITY-IX)
               COMPUTE DL-ON-TIME-PCT (WS-PRIORITY-IX) ROUNDED =
                   WS-GRAND-ON-TIME (WS-PRIORITY-IX) * 100
                   / WS-GRAND-JOBS (WS-PRIORITY-IX)
               MOVE "%" TO DL-PCT-SIGN (WS-PRIORITY-IX)
               COMPUTE DL-AVERAGE-DAYS (WS-PRIORITY-IX) ROUNDED =
                   WS-GRAND-DAYS (WS-PRIORITY-IX)
                   / WS-GRAND-JOBS (WS-PRIORITY-IX)
           END-IF.

       B-700-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE.

       B-900-READ-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-VENDOR-FILE
           END-READ.
           IF WS-VENDOR-STATUS NOT = "00" AND WS-VENDOR-STATUS
                   NOT = "10"
               MOVE "Y" TO SW-END-OF-VENDOR-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "WO-CONTRACTOR-LEAGUE-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "VENDOR-MASTER"      TO EXC-FILE-NAME
           MOVE VEND-ID              TO EXC-KEY-VALUE
           MOVE WS-VENDOR-STATUS     TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
      *>   The whole portfolio's figures, every contractor together.
           MOVE SPACES TO DETAIL-LINE
           MOVE "ALL CONTRACTORS" TO DL-VENDOR-NAME
           PERFORM B-410-FILL-GRAND-COLUMNS
               VARYING WS-PRIORITY-IX FROM 1 BY 1
               UNTIL WS-PRIORITY-IX > 3.
           WRITE PRINT-LINE FROM DETAIL-LINE
           MOVE WS-VENDORS-LISTED TO TL-VENDORS
           WRITE PRINT-LINE FROM TOTAL-LINE
           CLOSE VENDOR-MASTER
           CLOSE WORK-ORDER-FILE
           CLOSE CONTROL-FILE
           CLOSE LEAGUE-PRINT
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
               STRING
                   "MONTH=" DELIMITED BY SIZE
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

       END PROGRAM WO-CONTRACTOR-LEAGUE-RPT.
