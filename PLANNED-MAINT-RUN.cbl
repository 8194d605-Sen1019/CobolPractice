               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT CREDENTIAL-FILE ASSIGN TO "vendor_credential.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT RAISED-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  PLANNED-MAINT-FILE.
       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  CREDENTIAL-FILE.
           COPY VENDCREDREC.

       FD  RAISED-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-PLANNED-STATUS            PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-CREDENTIAL-STATUS         PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
               88  END-OF-FILE              VALUE "Y".
           05  SW-TASK-IS-DUE           PIC X.
               88  TASK-IS-DUE              VALUE "Y".
           05  SW-VENDOR-CLEARED        PIC X.
               88  VENDOR-IS-CLEARED        VALUE "Y".
           05  SW-GAS-SAFE-HELD         PIC X.
               88  GAS-SAFE-IS-HELD         VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MAX-SEQUENCE              PIC 9(5).
       01  WS-RAISED-COUNT              PIC 9(4).
       01  WS-UNASSIGNED-COUNT          PIC 9(4).
       01  WS-LAPSED-CRED-TYPE          PIC X(8).

       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
               "TOTAL WORK ORDERS RAISED".
           05  TL-COUNT                 PIC ZZZ9.

       01  UNASSIGNED-TOTAL-LINE.
           05  FILLER                   PIC X(26) VALUE
               "RAISED WITHOUT A VENDOR".
           05  UTL-COUNT                PIC ZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "planned_maint".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "PLANNED-MAINT-RUN".
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
           PERFORM B-100-PROCESS-TASKS
               UNTIL END-OF-FILE.
           DISPLAY WS-RAISED-COUNT " WORK ORDER(S) RAISED".
           IF WS-UNASSIGNED-COUNT > ZERO
               DISPLAY WS-UNASSIGNED-COUNT
                   " RAISED WITHOUT A VENDOR - CREDENTIAL LAPSED"
           END-IF.
           PERFORM B-800-PRINT-TOTALS.
           PERFORM C-050-FINISH-RUN-LOG.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-RAISED-COUNT
           MOVE ZERO TO WS-UNASSIGNED-COUNT

           OPEN I-O PLANNED-MAINT-FILE.
           IF WS-PLANNED-STATUS = "35"
           END-IF.

           OPEN INPUT VENDOR-MASTER.

           OPEN I-O CREDENTIAL-FILE.
           IF WS-CREDENTIAL-STATUS = "35"
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT RAISED-PRINT

           OPEN EXTEND EXCEPTION-LOG
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

       A-200-FIND-HIGHEST-ORDER-NUMBER.
           PERFORM B-310-LOOK-UP-VENDOR-NAME
           MOVE PLM-DESCRIPTION    TO WO-DESCRIPTION
           MOVE WS-TODAY-DATE      TO WO-DATE-LOGGED
           MOVE PLM-ESTIMATED-COST TO WO-ESTIMATED-COST
           SET WO-IS-OPEN          TO TRUE
           MOVE ZERO               TO WO-COMPLETED-DATE
           MOVE ZERO               TO WO-COMPLETED-COST
           MOVE "N"                TO WO-OPEX-POSTED-SWITCH
           MOVE PLM-TASK-CODE      TO WO-PLM-TASK-CODE
           MOVE ZERO               TO WO-INSP-DATE
           MOVE SPACES             TO WO-RECHARGE-LEASE
           MOVE ZERO               TO WO-RECHARGE-AMOUNT
           MOVE SPACE              TO WO-RECHARGE-STATUS
           MOVE ZERO               TO WO-RECHARGE-DUE-DATE
           MOVE ZERO               TO WO-RECHARGE-POSTED-DATE
           MOVE ZERO               TO WO-RECHARGE-OPEX-SEQUENCE
           MOVE "R"                TO WO-PRIORITY
           IF PLM-IS-GAS-WORK
               MOVE "Y"            TO WO-GAS-WORK-SWITCH
           ELSE
               MOVE "N"            TO WO-GAS-WORK-SWITCH
           END-IF
           IF WO-VENDOR-ID NOT = SPACES
               PERFORM B-320-CHECK-VENDOR-CREDENTIALS
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:4) TO WO-LOGGED-TIME
           MOVE ZERO               TO WO-ATTENDED-DATE
           MOVE ZERO               TO WO-ATTENDED-TIME
           MOVE ZERO               TO WO-COMPLETED-TIME
           MOVE ZERO               TO WO-INS-CLAIM-NUMBER
           WRITE WORK-ORDER-RECORD.
           MOVE WS-TODAY-DATE      TO PLM-LAST-RAISED-DATE
           REWRITE PLANNED-MAINT-RECORD.
           MOVE WO-NUMBER          TO DL-WO-NUMBER
           MOVE PLM-PROP-ID        TO DL-PROP-ID
           MOVE PLM-TASK-CODE      TO DL-TASK-CODE
           MOVE WO-VENDOR-ID       TO DL-VENDOR-ID
           MOVE WS-DUE-DATE        TO DL-DUE-DATE
           MOVE PLM-DESCRIPTION    TO DL-DESCRIPTION
           WRITE PRINT-LINE FROM DETAIL-LINE.
                   MOVE VEND-NAME TO WO-VENDOR
           END-READ.

       B-320-CHECK-VENDOR-CREDENTIALS.
      *>   The scheduled vendor is refused the job if a required
      *>   credential of theirs has lapsed on the credential register,
      *>   or if the task is gas work and they hold no current Gas Safe
      *>   registration.  The order is still raised -- the task is
      *>   due regardless -- but without a vendor, for the office to
      *>   assign through work-order maintenance.
           MOVE "Y" TO SW-VENDOR-CLEARED
           MOVE "N" TO SW-GAS-SAFE-HELD
           MOVE SPACES TO WS-LAPSED-CRED-TYPE
           MOVE WO-VENDOR-ID TO VCR-VEND-ID
           MOVE LOW-VALUES TO VCR-CRED-TYPE
           START CREDENTIAL-FILE KEY IS NOT LESS THAN VCR-KEY
               INVALID KEY
                   MOVE "10" TO WS-CREDENTIAL-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CREDENTIAL-STATUS
           END-START.
           PERFORM B-330-SCAN-VENDOR-CREDENTIALS
               UNTIL WS-CREDENTIAL-STATUS NOT = "00"
               AND WS-CREDENTIAL-STATUS NOT = "02".
           IF WO-IS-GAS-WORK AND NOT GAS-SAFE-IS-HELD
               MOVE "N" TO SW-VENDOR-CLEARED
               MOVE "GASSAFE" TO WS-LAPSED-CRED-TYPE
           END-IF.
           IF NOT VENDOR-IS-CLEARED
               PERFORM B-360-LOG-CREDENTIAL-EXCEPTION
               MOVE SPACES             TO WO-VENDOR-ID
               MOVE "TO BE ASSIGNED"   TO WO-VENDOR
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

       B-330-SCAN-VENDOR-CREDENTIALS.
           READ CREDENTIAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CREDENTIAL-STATUS
               NOT AT END
                   IF VCR-VEND-ID NOT = WO-VENDOR-ID
                       MOVE "10" TO WS-CREDENTIAL-STATUS
                   ELSE
                       IF VCR-EXPIRY-DATE < WS-TODAY-DATE
                           IF VCR-IS-REQUIRED
                               MOVE "N" TO SW-VENDOR-CLEARED
                               MOVE VCR-CRED-TYPE
                                   TO WS-LAPSED-CRED-TYPE
                           END-IF
                       ELSE
                           IF VCR-IS-GAS-SAFE
                               MOVE "Y" TO SW-GAS-SAFE-HELD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       B-350-LOG-VENDOR-EXCEPTION.
           MOVE "PLANNED-MAINT-RUN"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-360-LOG-CREDENTIAL-EXCEPTION.
           MOVE "PLANNED-MAINT-RUN"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "VENDOR-CREDENTIAL"  TO EXC-FILE-NAME
           MOVE SPACES               TO EXC-KEY-VALUE
           STRING WO-VENDOR-ID " " WS-LAPSED-CRED-TYPE
               DELIMITED BY SIZE INTO EXC-KEY-VALUE
           MOVE SPACES               TO EXC-FILE-STATUS
           MOVE "CREDENTIAL LAPSED - ORDER RAISED WITHOUT VENDOR"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-800-PRINT-TOTALS.
           MOVE WS-RAISED-COUNT       TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE WS-UNASSIGNED-COUNT   TO UTL-COUNT
           WRITE PRINT-LINE FROM UNASSIGNED-TOTAL-LINE.

       B-900-READ-TASK.
           READ PLANNED-MAINT-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           CLOSE PLANNED-MAINT-FILE.
           CLOSE WORK-ORDER-FILE.
           CLOSE VENDOR-MASTER.
           CLOSE CREDENTIAL-FILE.
           CLOSE RAISED-PRINT.
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

       END PROGRAM PLANNED-MAINT-RUN.
