       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-OVERDUE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMPL-ID
               ALTERNATE RECORD KEY IS CMPL-LANDLORD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT OVERDUE-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  COMPLAINT-FILE.
           COPY COMPLAINTREC.

       FD  OVERDUE-PRINT.
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
       01  WS-COMPLAINT-STATUS          PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DAYS-LATE                 PIC 9(5).
       01  WS-ACK-OVERDUE               PIC 9(5).
       01  WS-RESPONSE-OVERDUE          PIC 9(5).
       01  WS-DUE-TODAY                 PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "COMPLAINT STAGES OVERDUE OR DUE TODAY".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "CMPL".
           05  FILLER  PIC X(24) VALUE "COMPLAINANT".
           05  FILLER  PIC X(6)  VALUE "CAT".
           05  FILLER  PIC X(10) VALUE "HANDLER".
           05  FILLER  PIC X(10) VALUE "RECEIVED".
           05  FILLER  PIC X(14) VALUE "STAGE".
           05  FILLER  PIC X(10) VALUE "DUE".
           05  FILLER  PIC X(10) VALUE "DAYS LATE".

       01  DETAIL-LINE.
           05  DL-CMPL-ID               PIC X(8).
           05  DL-COMPLAINANT           PIC X(24).
           05  DL-CATEGORY              PIC X(6).
           05  DL-HANDLER               PIC X(10).
           05  DL-RECEIVED-DATE         PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-STAGE                 PIC X(14).
           05  DL-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-FLAG                  PIC X(9).

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(32) VALUE
               "ACKNOWLEDGEMENTS OVERDUE".
           05  TL-ACK-OVERDUE           PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(32) VALUE
               "FINAL RESPONSES OVERDUE".
           05  TL-RESPONSE-OVERDUE      PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(32) VALUE
               "STAGES FALLING DUE TODAY".
           05  TL-DUE-TODAY             PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "complaint_overdue".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "COMPLAINT-OVERDUE-RPT".
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
      *>   Daily.  Every live complaint whose acknowledgement or
      *>   final response is past its redress-scheme deadline, or
      *>   falls due today, is listed against the member of staff
      *>   handling it.  A final response that is late once the
      *>   eight weeks are up frees the complainant to go straight to
      *>   the scheme.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-COMPLAINTS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-ACK-OVERDUE
           MOVE ZERO TO WS-RESPONSE-OVERDUE
           MOVE ZERO TO WS-DUE-TODAY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN INPUT COMPLAINT-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT OVERDUE-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-COMPLAINT.

       B-100-PROCESS-COMPLAINTS.
      *>   An unacknowledged complaint can be late on both stages at
      *>   once; each is listed.
           IF CMPL-IS-LOGGED
               AND CMPL-ACK-DUE-DATE NOT > WS-TODAY-DATE
               MOVE "ACKNOWLEDGE"     TO DL-STAGE
               MOVE CMPL-ACK-DUE-DATE TO WS-DUE-DATE
               PERFORM B-200-PRINT-STAGE
               IF WS-DAYS-LATE > ZERO
                   ADD 1 TO WS-ACK-OVERDUE
               END-IF
           END-IF.
           IF CMPL-IS-LIVE
               AND CMPL-RESPONSE-DUE-DATE NOT > WS-TODAY-DATE
               MOVE "FINAL RESPONSE"       TO DL-STAGE
               MOVE CMPL-RESPONSE-DUE-DATE TO WS-DUE-DATE
               PERFORM B-200-PRINT-STAGE
               IF WS-DAYS-LATE > ZERO
                   ADD 1 TO WS-RESPONSE-OVERDUE
               END-IF
           END-IF.
           PERFORM B-900-READ-COMPLAINT.

       B-200-PRINT-STAGE.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           IF WS-DAYS-LATE = ZERO
               MOVE "DUE TODAY" TO DL-FLAG
               ADD 1 TO WS-DUE-TODAY
           ELSE
               MOVE "OVERDUE"   TO DL-FLAG
           END-IF.
           MOVE CMPL-ID               TO DL-CMPL-ID
           MOVE CMPL-COMPLAINANT-NAME TO DL-COMPLAINANT
           MOVE CMPL-CATEGORY         TO DL-CATEGORY
           MOVE CMPL-HANDLER          TO DL-HANDLER
           MOVE CMPL-RECEIVED-DATE    TO DL-RECEIVED-DATE
           MOVE WS-DUE-DATE           TO DL-DUE-DATE
           MOVE WS-DAYS-LATE          TO DL-DAYS-LATE
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-COMPLAINT-STATUS NOT = "00"
               AND WS-COMPLAINT-STATUS NOT = "02"
               AND WS-COMPLAINT-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "COMPLAINT-OVERDUE-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "COMPLAINT-FILE"      TO EXC-FILE-NAME
           MOVE CMPL-ID               TO EXC-KEY-VALUE
           MOVE WS-COMPLAINT-STATUS   TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACK-OVERDUE      TO TL-ACK-OVERDUE
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-RESPONSE-OVERDUE TO TL-RESPONSE-OVERDUE
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-DUE-TODAY        TO TL-DUE-TODAY
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE COMPLAINT-FILE
           CLOSE OVERDUE-PRINT
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

       END PROGRAM COMPLAINT-OVERDUE-RPT.
