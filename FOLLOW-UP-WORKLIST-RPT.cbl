       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLLOW-UP-WORKLIST-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-NOTE-FILE ASSIGN TO "contact_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               ALTERNATE RECORD KEY IS CNOTE-LEASE-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNOTE-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT WORKLIST-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  CONTACT-NOTE-FILE.
           COPY CNOTEREC.

       FD  WORKLIST-PRINT.
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
       01  WS-NOTE-STATUS               PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-CURRENT-OPERATOR          PIC X(8).
       01  WS-DAYS-LATE                 PIC 9(5).
       01  WS-OPERATOR-DUE              PIC 9(5).
       01  WS-OPERATOR-OVERDUE          PIC 9(5).
       01  WS-TOTAL-DUE                 PIC 9(5).
       01  WS-TOTAL-OVERDUE             PIC 9(5).
       01  WS-OPERATOR-COUNT            PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "CONTACT FOLLOW-UPS DUE AND OVERDUE".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  OPERATOR-LINE.
           05  FILLER  PIC X(10) VALUE "OPERATOR: ".
           05  OL-OPERATOR               PIC X(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(10) VALUE "DUE".
           05  FILLER  PIC X(6)  VALUE "LATE".
           05  FILLER  PIC X(10) VALUE "ON".
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(10) VALUE "NOTED".
           05  FILLER  PIC X(10) VALUE "BY".
           05  FILLER  PIC X(8)  VALUE "TYPE".
           05  FILLER  PIC X(38) VALUE "NOTE".

       01  DETAIL-LINE.
           05  DL-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-SUBJECT-TYPE          PIC X.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-SUBJECT-ID            PIC X(8).
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-NOTE-DATE             PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-NOTED-BY              PIC X(10).
           05  DL-TYPE                  PIC X(8).
           05  DL-TEXT                  PIC X(38).

       01  PROMISE-LINE.
           05  FILLER                   PIC X(62) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "PROMISED ".
           05  PL-AMOUNT                PIC ZZZ,ZZ9.99.

       01  OPERATOR-TOTAL-LINE.
           05  FILLER                   PIC X(16) VALUE
               "  DUE TODAY".
           05  OTL-DUE                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
               "    OVERDUE".
           05  OTL-OVERDUE              PIC ZZ,ZZ9.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "OPERATORS WITH FOLLOW-UPS".
           05  TL-OPERATORS             PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "FOLLOW-UPS DUE TODAY".
           05  TL-DUE                   PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "FOLLOW-UPS OVERDUE".
           05  TL-OVERDUE               PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "follow_up_worklist".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "FOLLOW-UP-WORKLIST-RPT".
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
      *>   Daily.  Each operator's open follow-ups from the contact
      *>   notes, due today or already late, in diary order -- the
      *>   same list CONTACT-NOTE-MAINTENANCE works through on
      *>   screen, printed for the morning round.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-DIARY
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE SPACES TO WS-CURRENT-OPERATOR
           MOVE ZERO TO WS-TOTAL-DUE
           MOVE ZERO TO WS-TOTAL-OVERDUE
           MOVE ZERO TO WS-OPERATOR-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT CONTACT-NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT CONTACT-NOTE-FILE
               CLOSE CONTACT-NOTE-FILE
               OPEN INPUT CONTACT-NOTE-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT WORKLIST-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE

      *>   Notes with no follow-up carry a blank operator and a zero
      *>   date, so they sort to the front of the diary and are
      *>   passed over along with anything done or not yet due.
           MOVE LOW-VALUES TO CNOTE-DIARY-KEY
           START CONTACT-NOTE-FILE KEY IS NOT LESS THAN CNOTE-DIARY-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-NOTE
           END-IF.

       B-100-PROCESS-DIARY.
           IF CNOTE-FOLLOW-UP-DATE > ZERO
               AND CNOTE-FOLLOW-UP-DATE NOT > WS-TODAY-DATE
               AND CNOTE-FOLLOW-UP-DONE-DATE = ZERO
               IF CNOTE-FOLLOW-UP-OPERATOR NOT = WS-CURRENT-OPERATOR
                   PERFORM B-200-OPERATOR-BREAK
               END-IF
               PERFORM B-300-PRINT-FOLLOW-UP
           END-IF.
           PERFORM B-900-READ-NOTE.

       B-200-OPERATOR-BREAK.
           IF WS-CURRENT-OPERATOR NOT = SPACES
               PERFORM B-210-OPERATOR-TOTAL
           END-IF.
           MOVE CNOTE-FOLLOW-UP-OPERATOR TO WS-CURRENT-OPERATOR
           MOVE ZERO TO WS-OPERATOR-DUE
           MOVE ZERO TO WS-OPERATOR-OVERDUE
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CURRENT-OPERATOR TO OL-OPERATOR
           WRITE PRINT-LINE FROM OPERATOR-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS.

       B-210-OPERATOR-TOTAL.
           MOVE WS-OPERATOR-DUE     TO OTL-DUE
           MOVE WS-OPERATOR-OVERDUE TO OTL-OVERDUE
           WRITE PRINT-LINE FROM OPERATOR-TOTAL-LINE.

       B-300-PRINT-FOLLOW-UP.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(CNOTE-FOLLOW-UP-DATE)
           IF WS-DAYS-LATE = ZERO
               ADD 1 TO WS-OPERATOR-DUE
               ADD 1 TO WS-TOTAL-DUE
           ELSE
               ADD 1 TO WS-OPERATOR-OVERDUE
               ADD 1 TO WS-TOTAL-OVERDUE
           END-IF.
           MOVE CNOTE-FOLLOW-UP-DATE  TO DL-DUE-DATE
           MOVE WS-DAYS-LATE          TO DL-DAYS-LATE
           MOVE CNOTE-SUBJECT-TYPE    TO DL-SUBJECT-TYPE
           MOVE CNOTE-SUBJECT-ID      TO DL-SUBJECT-ID
           MOVE CNOTE-LEASE-NUMBER    TO DL-LEASE-NUMBER
           MOVE CNOTE-NOTE-DATE       TO DL-NOTE-DATE
           MOVE CNOTE-OPERATOR-ID     TO DL-NOTED-BY
           EVALUATE TRUE
               WHEN CNOTE-IS-PROMISE-TO-PAY
                   MOVE "PROMISE" TO DL-TYPE
               WHEN CNOTE-IS-OWNER-INSTRUCTION
                   MOVE "INSTRN"  TO DL-TYPE
               WHEN OTHER
                   MOVE "NOTE"    TO DL-TYPE
           END-EVALUATE.
           MOVE CNOTE-TEXT            TO DL-TEXT
           WRITE PRINT-LINE FROM DETAIL-LINE.
           IF CNOTE-IS-PROMISE-TO-PAY
               MOVE CNOTE-PROMISED-AMOUNT TO PL-AMOUNT
               WRITE PRINT-LINE FROM PROMISE-LINE
           END-IF.

       B-900-READ-NOTE.
           READ CONTACT-NOTE-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-NOTE-STATUS NOT = "00"
               AND WS-NOTE-STATUS NOT = "02"
               AND WS-NOTE-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "FOLLOW-UP-WORKLIST-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "CONTACT-NOTE"        TO EXC-FILE-NAME
           MOVE CNOTE-KEY             TO EXC-KEY-VALUE
           MOVE WS-NOTE-STATUS        TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           IF WS-CURRENT-OPERATOR NOT = SPACES
               PERFORM B-210-OPERATOR-TOTAL
           END-IF.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OPERATOR-COUNT TO TL-OPERATORS
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-TOTAL-DUE      TO TL-DUE
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-TOTAL-OVERDUE  TO TL-OVERDUE
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE CONTACT-NOTE-FILE
           CLOSE WORKLIST-PRINT
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

       END PROGRAM FOLLOW-UP-WORKLIST-RPT.
