       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDLORD-VERIFY-DUE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT LANDLORD-VERIFY-FILE ASSIGN TO "landlord_verify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVER-LANDLORD-ID
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT VERIFY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
           COPY LANDLREC.

       FD  LANDLORD-VERIFY-FILE.
           COPY LVERREC.

       FD  VERIFY-PRINT.
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
       01  WS-VERIFY-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-VERIFY-ON-FILE        PIC X.
               88  VERIFY-IS-ON-FILE        VALUE "Y".

      *>   How far ahead a refresh falling due is listed, so the
      *>   landlord can be asked for fresh documents before the old
      *>   check goes stale.
       01  WS-NOTICE-DAYS               PIC 9(3) VALUE 60.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-NOTICE-END-DATE           PIC 9(8).
       01  WS-DAYS-TO-REFRESH           PIC S9(5).
       01  WS-UNVERIFIED-COUNT          PIC 9(5).
       01  WS-WITHDRAWN-COUNT           PIC 9(5).
       01  WS-OVERDUE-COUNT             PIC 9(5).
       01  WS-DUE-SOON-COUNT            PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(50) VALUE
               "LANDLORD IDENTITY VERIFICATION - REFRESH DUE".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).
           05  FILLER  PIC X(18) VALUE "   LISTING UNTIL: ".
           05  DTL-NOTICE-END-DATE       PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LANDLRD".
           05  FILLER  PIC X(26) VALUE "NAME".
           05  FILLER  PIC X(16) VALUE "STATE".
           05  FILLER  PIC X(10) VALUE "VERIFIED".
           05  FILLER  PIC X(10) VALUE "BY".
           05  FILLER  PIC X(10) VALUE "DOC EXP".
           05  FILLER  PIC X(10) VALUE "REFRESH".
           05  FILLER  PIC X(6)  VALUE "DAYS".
           05  FILLER  PIC X(4)  VALUE "HELD".

       01  DETAIL-LINE.
           05  DL-LANDLORD-ID           PIC X(8).
           05  DL-NAME                  PIC X(25).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-STATE                 PIC X(16).
           05  DL-VERIFIED-DATE         PIC 9(8)  BLANK WHEN ZERO.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-VERIFIED-BY           PIC X(10).
           05  DL-DOC-EXPIRY-DATE       PIC 9(8)  BLANK WHEN ZERO.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-REFRESH-DATE          PIC 9(8)  BLANK WHEN ZERO.
           05  DL-DAYS                  PIC -ZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-HELD-FROM             PIC 9(6)  BLANK WHEN ZERO.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(32) VALUE
               "NEVER VERIFIED / NOT VERIFIED".
           05  TL-UNVERIFIED            PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(32) VALUE
               "VERIFICATION WITHDRAWN".
           05  TL-WITHDRAWN             PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(32) VALUE
               "REFRESH OVERDUE".
           05  TL-OVERDUE               PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                   PIC X(32) VALUE
               "REFRESH FALLING DUE".
           05  TL-DUE-SOON              PIC ZZ,ZZ9.

       01  NOTE-LINE.
           05  FILLER                   PIC X(60) VALUE
               "PAYMENTS ARE HELD WHILE NOT VERIFIED OR WITHDRAWN".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "landlord_verify_due".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "LANDLORD-VERIFY-DUE-RPT".
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
      *>   ---------------------------------------------------------
      *>   Monthly.  Every landlord whose identity check has to be
      *>   done or redone: never verified, verification withdrawn,
      *>   refresh past due (the verification interval run out or the
      *>   identity document expired), or refresh falling due within
      *>   the notice window.  The first two are the ones the owner
      *>   disbursement is holding payment for.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-LANDLORDS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-UNVERIFIED-COUNT
           MOVE ZERO TO WS-WITHDRAWN-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-DUE-SOON-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-NOTICE-END-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-NOTICE-DAYS)

           OPEN INPUT LANDLORD-MASTER.

           OPEN INPUT LANDLORD-VERIFY-FILE.
           IF WS-VERIFY-STATUS = "35"
               OPEN OUTPUT LANDLORD-VERIFY-FILE
               CLOSE LANDLORD-VERIFY-FILE
               OPEN INPUT LANDLORD-VERIFY-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT VERIFY-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE      TO DTL-DATE
           MOVE WS-NOTICE-END-DATE TO DTL-NOTICE-END-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-LANDLORD.

       B-100-PROCESS-LANDLORDS.
           MOVE "Y" TO SW-VERIFY-ON-FILE
           MOVE LANDLORD-ID TO LVER-LANDLORD-ID
           READ LANDLORD-VERIFY-FILE
               INVALID KEY
                   MOVE "N" TO SW-VERIFY-ON-FILE
                   INITIALIZE LANDLORD-VERIFY-RECORD
           END-READ.
           MOVE SPACES TO DL-STATE
           EVALUATE TRUE
               WHEN NOT VERIFY-IS-ON-FILE
                   MOVE "NEVER VERIFIED" TO DL-STATE
                   ADD 1 TO WS-UNVERIFIED-COUNT
               WHEN LVER-IS-PENDING
                   MOVE "NOT VERIFIED"   TO DL-STATE
                   ADD 1 TO WS-UNVERIFIED-COUNT
               WHEN LVER-IS-WITHDRAWN
                   MOVE "WITHDRAWN"      TO DL-STATE
                   ADD 1 TO WS-WITHDRAWN-COUNT
               WHEN LVER-REFRESH-DUE-DATE < WS-TODAY-DATE
                   MOVE "REFRESH OVERDUE" TO DL-STATE
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN LVER-REFRESH-DUE-DATE NOT > WS-NOTICE-END-DATE
                   MOVE "REFRESH DUE"    TO DL-STATE
                   ADD 1 TO WS-DUE-SOON-COUNT
           END-EVALUATE.
           IF DL-STATE NOT = SPACES
               PERFORM B-200-PRINT-LANDLORD
           END-IF.
           PERFORM B-900-READ-LANDLORD.

       B-200-PRINT-LANDLORD.
           MOVE ZERO TO WS-DAYS-TO-REFRESH
           IF LVER-IS-VERIFIED
               COMPUTE WS-DAYS-TO-REFRESH =
                   FUNCTION INTEGER-OF-DATE(LVER-REFRESH-DUE-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           END-IF.
           MOVE LANDLORD-ID             TO DL-LANDLORD-ID
           MOVE LANDLORD-NAME           TO DL-NAME
           MOVE LVER-VERIFIED-DATE      TO DL-VERIFIED-DATE
           MOVE LVER-VERIFIED-BY        TO DL-VERIFIED-BY
           MOVE LVER-ID-DOC-EXPIRY-DATE TO DL-DOC-EXPIRY-DATE
           MOVE LVER-REFRESH-DUE-DATE   TO DL-REFRESH-DATE
           MOVE WS-DAYS-TO-REFRESH      TO DL-DAYS
      *>   A hold already released and paid is history, not a hold.
           IF LVER-RELEASED-IN-PERIOD = ZERO
               MOVE LVER-HELD-FROM-PERIOD TO DL-HELD-FROM
           ELSE
               MOVE ZERO TO DL-HELD-FROM
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-LANDLORD.
           READ LANDLORD-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-LANDLORD-STATUS NOT = "00"
               AND WS-LANDLORD-STATUS NOT = "02"
               AND WS-LANDLORD-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "LANDLORD-VERIFY-DUE-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LANDLORD-MASTER"     TO EXC-FILE-NAME
           MOVE LANDLORD-ID           TO EXC-KEY-VALUE
           MOVE WS-LANDLORD-STATUS    TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNVERIFIED-COUNT TO TL-UNVERIFIED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-WITHDRAWN-COUNT  TO TL-WITHDRAWN
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-OVERDUE-COUNT    TO TL-OVERDUE
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           MOVE WS-DUE-SOON-COUNT   TO TL-DUE-SOON
           WRITE PRINT-LINE FROM TOTAL-LINE-4
           WRITE PRINT-LINE FROM NOTE-LINE
           CLOSE LANDLORD-MASTER
           CLOSE LANDLORD-VERIFY-FILE
           CLOSE VERIFY-PRINT
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

       END PROGRAM LANDLORD-VERIFY-DUE-RPT.
