       IDENTIFICATION DIVISION.
       PROGRAM-ID. WO-SLA-BREACH-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BREACH-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  BREACH-PRINT.
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
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-ATTEND-BREACHED       PIC X.
               88  ATTEND-IS-BREACHED       VALUE "Y".
           05  SW-COMPLETE-BREACHED     PIC X.
               88  COMPLETE-IS-BREACHED     VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-PRIORITY-IX               PIC 9.

      *>   A date and HHMM time turned into minutes since the start of
      *>   the calendar, so a target in hours is a plain addition and
      *>   a comparison across midnight or month end needs no special
      *>   handling.
       01  WS-STAMP-DATE                PIC 9(8).
       01  WS-STAMP-TIME                PIC 9(4).
       01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HOUR            PIC 99.
           05  WS-STAMP-MINUTE          PIC 99.
       01  WS-STAMP-MINUTES             PIC 9(11).
       01  WS-STAMP-DAYS                PIC 9(7).
       01  WS-STAMP-REMAINDER           PIC 9(4).

       01  WS-NOW-MINUTES               PIC 9(11).
       01  WS-LOGGED-MINUTES            PIC 9(11).
       01  WS-ATTEND-DUE-MINUTES        PIC 9(11).
       01  WS-COMPLETE-DUE-MINUTES      PIC 9(11).
       01  WS-BREACH-DUE-MINUTES        PIC 9(11).
       01  WS-HOURS-OVER                PIC 9(6).

       01  WS-ORDERS-CHECKED            PIC 9(5).
       01  WS-ATTEND-BREACH-COUNT       PIC 9(5).
       01  WS-COMPLETE-BREACH-COUNT     PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "WORK ORDERS PAST THEIR RESPONSE TARGETS".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  DTL-TIME                  PIC 9(4).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "ORDER".
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(8)  VALUE "VENDOR".
           05  FILLER  PIC X(4)  VALUE "PRI".
           05  FILLER  PIC X(10) VALUE "STATUS".
           05  FILLER  PIC X(14) VALUE "LOGGED".
           05  FILLER  PIC X(10) VALUE "BREACH".
           05  FILLER  PIC X(14) VALUE "DUE BY".
           05  FILLER  PIC X(8)  VALUE "HRS OVER".

       01  DETAIL-LINE.
           05  DL-WO-NUMBER             PIC X(8).
           05  DL-PROP-ID               PIC X(8).
           05  DL-VENDOR-ID             PIC X(8).
           05  DL-PRIORITY              PIC X(4).
           05  DL-STATUS                PIC X(10).
           05  DL-LOGGED-DATE           PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-LOGGED-TIME           PIC 9(4).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-BREACH                PIC X(10).
           05  DL-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-DUE-TIME              PIC 9(4).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-HOURS-OVER            PIC ZZZ,ZZ9.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "OPEN ORDERS CHECKED".
           05  TL-CHECKED               PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "NOT ATTENDED IN TIME".
           05  TL-ATTEND                PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "NOT COMPLETED IN TIME".
           05  TL-COMPLETE              PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "wo_sla_breach".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "WO-SLA-BREACH-RPT".
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
           PERFORM B-100-PROCESS-WORK-ORDERS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-ORDERS-CHECKED
           MOVE ZERO TO WS-ATTEND-BREACH-COUNT
           MOVE ZERO TO WS-COMPLETE-BREACH-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-STAMP-TIME
           PERFORM B-700-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
           OPEN INPUT WORK-ORDER-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT BREACH-PRINT

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
      *>   No parameter record yet -- measure against the same
      *>   targets SYSTEM-CONTROL-MAINTENANCE would offer.
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

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           MOVE WS-STAMP-TIME TO DTL-TIME
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-WORK-ORDER.

      *>   ---------------------------------------------------------
      *>   Only orders still in hand are listed -- open, scheduled,
      *>   or parked for the owner's approval, since the clock keeps
      *>   running while the owner decides.  A completed order's
      *>   record against its targets is the monthly contractor
      *>   league table's business, not this daily chase list.
      *>   ---------------------------------------------------------
       B-100-PROCESS-WORK-ORDERS.
           IF WO-IS-OPEN OR WO-IS-SCHEDULED OR WO-IS-AWAITING-APPROVAL
               ADD 1 TO WS-ORDERS-CHECKED
               PERFORM B-200-CHECK-TARGETS
               IF ATTEND-IS-BREACHED OR COMPLETE-IS-BREACHED
                   PERFORM B-300-PRINT-BREACH
               END-IF
           END-IF.
           PERFORM B-900-READ-WORK-ORDER.

       B-150-SET-PRIORITY-INDEX.
      *>   An order logged before priorities were kept is measured as
      *>   routine.
           EVALUATE TRUE
               WHEN WO-IS-EMERGENCY
                   MOVE 1 TO WS-PRIORITY-IX
               WHEN WO-IS-URGENT
                   MOVE 2 TO WS-PRIORITY-IX
               WHEN OTHER
                   MOVE 3 TO WS-PRIORITY-IX
           END-EVALUATE.

       B-200-CHECK-TARGETS.
           MOVE "N" TO SW-ATTEND-BREACHED
           MOVE "N" TO SW-COMPLETE-BREACHED
           PERFORM B-150-SET-PRIORITY-INDEX.
           MOVE WO-DATE-LOGGED TO WS-STAMP-DATE
           MOVE WO-LOGGED-TIME TO WS-STAMP-TIME
           PERFORM B-700-STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-LOGGED-MINUTES
           COMPUTE WS-ATTEND-DUE-MINUTES = WS-LOGGED-MINUTES
               + CTL-ATTEND-HRS (WS-PRIORITY-IX) * 60
           COMPUTE WS-COMPLETE-DUE-MINUTES = WS-LOGGED-MINUTES
               + CTL-COMPLETE-HRS (WS-PRIORITY-IX) * 60
      *>   Attendance is only chased until the contractor has been --
      *>   a late visit that has happened is history, not a chase.
           IF CTL-ATTEND-HRS (WS-PRIORITY-IX) > ZERO
               AND WO-ATTENDED-DATE = ZERO
               AND WS-NOW-MINUTES > WS-ATTEND-DUE-MINUTES
               MOVE "Y" TO SW-ATTEND-BREACHED
           END-IF.
           IF CTL-COMPLETE-HRS (WS-PRIORITY-IX) > ZERO
               AND WS-NOW-MINUTES > WS-COMPLETE-DUE-MINUTES
               MOVE "Y" TO SW-COMPLETE-BREACHED
           END-IF.

       B-300-PRINT-BREACH.
           MOVE WO-NUMBER         TO DL-WO-NUMBER
           MOVE WO-PROP-ID        TO DL-PROP-ID
           MOVE WO-VENDOR-ID      TO DL-VENDOR-ID
           MOVE WO-PRIORITY       TO DL-PRIORITY
           MOVE WO-DATE-LOGGED    TO DL-LOGGED-DATE
           MOVE WO-LOGGED-TIME    TO DL-LOGGED-TIME
           EVALUATE TRUE
               WHEN WO-IS-OPEN
                   MOVE "OPEN"      TO DL-STATUS
               WHEN WO-IS-SCHEDULED
                   MOVE "SCHEDULED" TO DL-STATUS
               WHEN OTHER
                   MOVE "APPROVAL"  TO DL-STATUS
           END-EVALUATE.
      *>   The earlier of the two targets missed is the one shown.
           IF ATTEND-IS-BREACHED
               ADD 1 TO WS-ATTEND-BREACH-COUNT
               MOVE WS-ATTEND-DUE-MINUTES TO WS-BREACH-DUE-MINUTES
               IF COMPLETE-IS-BREACHED
                   MOVE "BOTH"       TO DL-BREACH
               ELSE
                   MOVE "ATTEND"     TO DL-BREACH
               END-IF
           ELSE
               MOVE WS-COMPLETE-DUE-MINUTES TO WS-BREACH-DUE-MINUTES
               MOVE "COMPLETE"   TO DL-BREACH
           END-IF.
           IF COMPLETE-IS-BREACHED
               ADD 1 TO WS-COMPLETE-BREACH-COUNT
           END-IF.
           MOVE WS-BREACH-DUE-MINUTES TO WS-STAMP-MINUTES
           PERFORM B-710-MINUTES-TO-STAMP.
           MOVE WS-STAMP-DATE TO DL-DUE-DATE
           MOVE WS-STAMP-TIME TO DL-DUE-TIME
           COMPUTE WS-HOURS-OVER =
               (WS-NOW-MINUTES - WS-BREACH-DUE-MINUTES) / 60
           MOVE WS-HOURS-OVER TO DL-HOURS-OVER
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-700-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE.

       B-710-MINUTES-TO-STAMP.
           DIVIDE WS-STAMP-MINUTES BY 1440 GIVING WS-STAMP-DAYS
               REMAINDER WS-STAMP-REMAINDER.
           COMPUTE WS-STAMP-DATE =
               FUNCTION DATE-OF-INTEGER (WS-STAMP-DAYS).
           DIVIDE WS-STAMP-REMAINDER BY 60 GIVING WS-STAMP-HOUR
               REMAINDER WS-STAMP-MINUTE.

       B-900-READ-WORK-ORDER.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-WORK-ORDER-STATUS NOT = "00"
               AND WS-WORK-ORDER-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "WO-SLA-BREACH-RPT"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "WORK-ORDER-FILE"    TO EXC-FILE-NAME
           MOVE WO-NUMBER            TO EXC-KEY-VALUE
           MOVE WS-WORK-ORDER-STATUS TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE WS-ORDERS-CHECKED TO TL-CHECKED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-ATTEND-BREACH-COUNT TO TL-ATTEND
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-COMPLETE-BREACH-COUNT TO TL-COMPLETE
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE WORK-ORDER-FILE
           CLOSE CONTROL-FILE
           CLOSE BREACH-PRINT
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

       END PROGRAM WO-SLA-BREACH-RPT.
