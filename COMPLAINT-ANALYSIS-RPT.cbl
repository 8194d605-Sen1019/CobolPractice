       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-ANALYSIS-RPT.

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

           SELECT ANALYSIS-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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

       FD  ANALYSIS-PRINT.
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
       01  WS-REPORT-YEAR               PIC 9(4).
       01  WS-REPORT-QUARTER            PIC 9.
       01  WS-RECEIVED-QUARTER          PIC 9.
       01  WS-RECEIVED-PARTS.
           05  WS-RECEIVED-YEAR         PIC 9(4).
           05  WS-RECEIVED-MONTH        PIC 99.
           05  WS-RECEIVED-DAY          PIC 99.

      *>   One line per redress-scheme category, in the order the
      *>   scheme's return lists them.  A code not in the list is
      *>   counted under OTHR, the last entry.
       01  WS-CATEGORY-CODES            PIC X(36) VALUE
           "MGMTREPRMONYLETSDEPOFEESSTAFCOMMOTHR".
       01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
           05  WS-CATEGORY-CODE         PIC X(4) OCCURS 9 TIMES.

       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 9 TIMES.
               10  WS-CAT-RECEIVED      PIC 9(5).
               10  WS-CAT-UPHELD        PIC 9(5).
               10  WS-CAT-PARTLY        PIC 9(5).
               10  WS-CAT-NOT-UPHELD    PIC 9(5).
               10  WS-CAT-WITHDRAWN     PIC 9(5).
               10  WS-CAT-OPEN          PIC 9(5).
               10  WS-CAT-ACK-ON-TIME   PIC 9(5).
               10  WS-CAT-RESP-ON-TIME  PIC 9(5).
               10  WS-CAT-REFERRED      PIC 9(5).
               10  WS-CAT-COMPENSATION  PIC 9(7)V99.
       01  WS-TOTALS.
           05  WS-TOT-RECEIVED          PIC 9(5).
           05  WS-TOT-UPHELD            PIC 9(5).
           05  WS-TOT-PARTLY            PIC 9(5).
           05  WS-TOT-NOT-UPHELD        PIC 9(5).
           05  WS-TOT-WITHDRAWN         PIC 9(5).
           05  WS-TOT-OPEN              PIC 9(5).
           05  WS-TOT-ACK-ON-TIME       PIC 9(5).
           05  WS-TOT-RESP-ON-TIME      PIC 9(5).
           05  WS-TOT-REFERRED          PIC 9(5).
           05  WS-TOT-COMPENSATION      PIC 9(7)V99.
       01  WS-IX                        PIC 9(3).
       01  WS-FOUND-IX                  PIC 9(3).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(30) VALUE "QUARTERLY COMPLAINTS ANALYSIS".

       01  PERIOD-LINE.
           05  FILLER  PIC X(9)  VALUE "PERIOD:  ".
           05  PL-YEAR                  PIC 9(4).
           05  FILLER  PIC X(3)  VALUE " Q".
           05  PL-QUARTER               PIC 9.

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(6)  VALUE "CAT".
           05  FILLER  PIC X(54) VALUE
               "RECVD UPHLD PARTL NOTUP WDRWN  OPEN ACKOK RSPOK REFRD".
           05  FILLER  PIC X(14) VALUE "  COMPENSATION".

       01  DETAIL-LINE.
           05  DL-CATEGORY              PIC X(6).
           05  DL-RECEIVED              PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-UPHELD                PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PARTLY                PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-NOT-UPHELD            PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-WITHDRAWN             PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-OPEN                  PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-ACK-ON-TIME           PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-RESP-ON-TIME          PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-REFERRED              PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-COMPENSATION          PIC Z,ZZZ,ZZ9.99.

       01  NOTE-LINE.
           05  FILLER  PIC X(50) VALUE
               "ACKOK/RSPOK = ACKNOWLEDGED/ANSWERED WITHIN THE SCH".
           05  FILLER  PIC X(50) VALUE
               "EME DEADLINE. REFRD = TAKEN TO THE REDRESS SCHEME.".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "complaint_analysis".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "COMPLAINT-ANALYSIS-RPT".
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
      *>   Complaints received in the quarter, by category, with how
      *>   each was resolved and whether the deadlines were met --
      *>   the figures the redress scheme asks members to keep.  A
      *>   complaint is counted in the quarter it was received, and
      *>   its outcome as it stands on the day the report is run.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-COMPLAINTS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           INITIALIZE WS-CATEGORY-TABLE
           INITIALIZE WS-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN INPUT COMPLAINT-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT ANALYSIS-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           DISPLAY "ENTER COMPLAINTS YEAR (YYYY): "
           ACCEPT WS-REPORT-YEAR
           DISPLAY "ENTER QUARTER (1-4): "
           ACCEPT WS-REPORT-QUARTER

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-REPORT-YEAR TO PL-YEAR
           MOVE WS-REPORT-QUARTER TO PL-QUARTER
           WRITE PRINT-LINE FROM PERIOD-LINE
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-COMPLAINT.

       B-100-PROCESS-COMPLAINTS.
           MOVE CMPL-RECEIVED-DATE TO WS-RECEIVED-PARTS
           IF WS-RECEIVED-YEAR = WS-REPORT-YEAR
               COMPUTE WS-RECEIVED-QUARTER =
                   (WS-RECEIVED-MONTH - 1) / 3 + 1
               IF WS-RECEIVED-QUARTER = WS-REPORT-QUARTER
                   PERFORM B-200-COUNT-COMPLAINT
               END-IF
           END-IF.
           PERFORM B-900-READ-COMPLAINT.

       B-200-COUNT-COMPLAINT.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM B-210-FIND-CATEGORY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9
               OR WS-FOUND-IX > ZERO.
           IF WS-FOUND-IX = ZERO
               MOVE 9 TO WS-FOUND-IX
           END-IF.
           ADD 1 TO WS-CAT-RECEIVED (WS-FOUND-IX)
           EVALUATE TRUE
               WHEN CMPL-IS-LIVE
                   ADD 1 TO WS-CAT-OPEN (WS-FOUND-IX)
               WHEN CMPL-IS-WITHDRAWN
                   ADD 1 TO WS-CAT-WITHDRAWN (WS-FOUND-IX)
               WHEN CMPL-IS-UPHELD
                   ADD 1 TO WS-CAT-UPHELD (WS-FOUND-IX)
               WHEN CMPL-IS-PARTLY-UPHELD
                   ADD 1 TO WS-CAT-PARTLY (WS-FOUND-IX)
               WHEN CMPL-IS-NOT-UPHELD
                   ADD 1 TO WS-CAT-NOT-UPHELD (WS-FOUND-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CMPL-ACK-DATE > ZERO
               AND CMPL-ACK-DATE NOT > CMPL-ACK-DUE-DATE
               ADD 1 TO WS-CAT-ACK-ON-TIME (WS-FOUND-IX)
           END-IF.
           IF CMPL-RESPONSE-DATE > ZERO
               AND CMPL-RESPONSE-DATE NOT > CMPL-RESPONSE-DUE-DATE
               ADD 1 TO WS-CAT-RESP-ON-TIME (WS-FOUND-IX)
           END-IF.
           IF CMPL-REDRESS-REF-DATE > ZERO
               ADD 1 TO WS-CAT-REFERRED (WS-FOUND-IX)
           END-IF.
           IF CMPL-IS-RESPONDED
               ADD CMPL-COMP-AMOUNT
                   TO WS-CAT-COMPENSATION (WS-FOUND-IX)
           END-IF.

       B-210-FIND-CATEGORY.
           IF WS-CATEGORY-CODE (WS-IX) = CMPL-CATEGORY
               MOVE WS-IX TO WS-FOUND-IX
           END-IF.

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
           MOVE "COMPLAINT-ANALYSIS-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "COMPLAINT-FILE"      TO EXC-FILE-NAME
           MOVE CMPL-ID               TO EXC-KEY-VALUE
           MOVE WS-COMPLAINT-STATUS   TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           PERFORM C-200-PRINT-CATEGORY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL"             TO DL-CATEGORY
           MOVE WS-TOT-RECEIVED     TO DL-RECEIVED
           MOVE WS-TOT-UPHELD       TO DL-UPHELD
           MOVE WS-TOT-PARTLY       TO DL-PARTLY
           MOVE WS-TOT-NOT-UPHELD   TO DL-NOT-UPHELD
           MOVE WS-TOT-WITHDRAWN    TO DL-WITHDRAWN
           MOVE WS-TOT-OPEN         TO DL-OPEN
           MOVE WS-TOT-ACK-ON-TIME  TO DL-ACK-ON-TIME
           MOVE WS-TOT-RESP-ON-TIME TO DL-RESP-ON-TIME
           MOVE WS-TOT-REFERRED     TO DL-REFERRED
           MOVE WS-TOT-COMPENSATION TO DL-COMPENSATION
           WRITE PRINT-LINE FROM DETAIL-LINE
           WRITE PRINT-LINE FROM NOTE-LINE
           CLOSE COMPLAINT-FILE
           CLOSE ANALYSIS-PRINT
           PERFORM Z-970-CLOSE-REPORT-GENERATION
           CLOSE EXCEPTION-LOG.

       C-200-PRINT-CATEGORY.
           MOVE WS-CATEGORY-CODE (WS-IX)    TO DL-CATEGORY
           MOVE WS-CAT-RECEIVED (WS-IX)     TO DL-RECEIVED
           MOVE WS-CAT-UPHELD (WS-IX)       TO DL-UPHELD
           MOVE WS-CAT-PARTLY (WS-IX)       TO DL-PARTLY
           MOVE WS-CAT-NOT-UPHELD (WS-IX)   TO DL-NOT-UPHELD
           MOVE WS-CAT-WITHDRAWN (WS-IX)    TO DL-WITHDRAWN
           MOVE WS-CAT-OPEN (WS-IX)         TO DL-OPEN
           MOVE WS-CAT-ACK-ON-TIME (WS-IX)  TO DL-ACK-ON-TIME
           MOVE WS-CAT-RESP-ON-TIME (WS-IX) TO DL-RESP-ON-TIME
           MOVE WS-CAT-REFERRED (WS-IX)     TO DL-REFERRED
           MOVE WS-CAT-COMPENSATION (WS-IX) TO DL-COMPENSATION
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD WS-CAT-RECEIVED (WS-IX)     TO WS-TOT-RECEIVED
           ADD WS-CAT-UPHELD (WS-IX)       TO WS-TOT-UPHELD
           ADD WS-CAT-PARTLY (WS-IX)       TO WS-TOT-PARTLY
           ADD WS-CAT-NOT-UPHELD (WS-IX)   TO WS-TOT-NOT-UPHELD
           ADD WS-CAT-WITHDRAWN (WS-IX)    TO WS-TOT-WITHDRAWN
           ADD WS-CAT-OPEN (WS-IX)         TO WS-TOT-OPEN
           ADD WS-CAT-ACK-ON-TIME (WS-IX)  TO WS-TOT-ACK-ON-TIME
           ADD WS-CAT-RESP-ON-TIME (WS-IX) TO WS-TOT-RESP-ON-TIME
           ADD WS-CAT-REFERRED (WS-IX)     TO WS-TOT-REFERRED
           ADD WS-CAT-COMPENSATION (WS-IX) TO WS-TOT-COMPENSATION.

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
                   " QUARTER=" DELIMITED BY SIZE
                   WS-REPORT-QUARTER DELIMITED BY SIZE
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

       END PROGRAM COMPLAINT-ANALYSIS-RPT.
