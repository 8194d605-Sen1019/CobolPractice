       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILDING-CLAIM-OPEN-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "building_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS BIC-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BIC-INSURER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT CLAIM-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  CLAIM-FILE.
           COPY BLDCLMREC.

       FD  CLAIM-PRINT.
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
       01  WS-CLAIM-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-FIRST-INSURER         PIC X.
               88  FIRST-INSURER            VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-CURRENT-INSURER           PIC X(30).

      *>   What is still to come from the insurer on a claim -- the
      *>   amount claimed less the excess the owner bears.
       01  WS-OUTSTANDING               PIC 9(6)V99.

       01  WS-INSURER-COUNT             PIC 9(5).
       01  WS-INSURER-CLAIMED           PIC 9(8)V99.
       01  WS-INSURER-OUTSTANDING       PIC 9(8)V99.
       01  WS-TOTAL-COUNT               PIC 9(5).
       01  WS-TOTAL-CLAIMED             PIC 9(8)V99.
       01  WS-TOTAL-OUTSTANDING         PIC 9(8)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "OPEN BUILDING INSURANCE CLAIMS".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  INSURER-HEADING.
           05  FILLER  PIC X(9)  VALUE "INSURER: ".
           05  IHL-INSURER-NAME          PIC X(30).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "CLAIM".
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(21) VALUE "CLAIM REFERENCE".
           05  FILLER  PIC X(9)  VALUE "INCIDENT".
           05  FILLER  PIC X(9)  VALUE "OPENED".
           05  FILLER  PIC X(13) VALUE "      CLAIMED".
           05  FILLER  PIC X(11) VALUE "     EXCESS".
           05  FILLER  PIC X(13) VALUE "  OUTSTANDING".

       01  DETAIL-LINE.
           05  DL-CLAIM-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-PROP-ID               PIC X(8).
           05  DL-CLAIM-REFERENCE       PIC X(21).
           05  DL-INCIDENT-DATE         PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-OPENED-DATE           PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-CLAIMED               PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-EXCESS                PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-OUTSTANDING           PIC ZZZ,ZZ9.99.

       01  INSURER-TOTAL-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
               "INSURER TOTAL".
           05  ITL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(8)  VALUE " CLAIMS".
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  ITL-CLAIMED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  ITL-OUTSTANDING          PIC ZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "OPEN CLAIMS".
           05  TL-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "TOTAL CLAIMED".
           05  TL-CLAIMED               PIC ZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "OUTSTANDING FROM INSURERS".
           05  TL-OUTSTANDING           PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "building_claim_open".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "BUILDING-CLAIM-OPEN-RPT".
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
           PERFORM B-100-PROCESS-CLAIMS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE "Y" TO SW-FIRST-INSURER
           MOVE ZERO TO WS-TOTAL-COUNT
           MOVE ZERO TO WS-TOTAL-CLAIMED
           MOVE ZERO TO WS-TOTAL-OUTSTANDING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT CLAIM-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE

      *>   The BIC-INSURER-NAME alternate index hands the claims over
      *>   insurer by insurer, so each insurer's open claims print
      *>   together for the chase without a sort step.
           MOVE LOW-VALUES TO BIC-INSURER-NAME
           START CLAIM-FILE KEY IS NOT LESS THAN BIC-INSURER-NAME
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-CLAIM
           END-IF.

      *>   ---------------------------------------------------------
      *>   Settled, declined and withdrawn claims are history; only
      *>   claims still with the insurer are listed.
      *>   ---------------------------------------------------------
       B-100-PROCESS-CLAIMS.
           IF BIC-IS-OPEN
               IF FIRST-INSURER
                   OR BIC-INSURER-NAME NOT = WS-CURRENT-INSURER
                   PERFORM B-200-START-INSURER
               END-IF
               PERFORM B-300-PRINT-CLAIM
           END-IF.
           PERFORM B-900-READ-CLAIM.

       B-200-START-INSURER.
           IF NOT FIRST-INSURER
               PERFORM B-400-PRINT-INSURER-TOTAL
           END-IF.
           MOVE "N" TO SW-FIRST-INSURER
           MOVE BIC-INSURER-NAME TO WS-CURRENT-INSURER
           MOVE ZERO TO WS-INSURER-COUNT
           MOVE ZERO TO WS-INSURER-CLAIMED
           MOVE ZERO TO WS-INSURER-OUTSTANDING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE BIC-INSURER-NAME TO IHL-INSURER-NAME
           WRITE PRINT-LINE FROM INSURER-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADINGS.

       B-300-PRINT-CLAIM.
           IF BIC-CLAIM-AMOUNT > BIC-EXCESS-AMOUNT
               COMPUTE WS-OUTSTANDING =
                   BIC-CLAIM-AMOUNT - BIC-EXCESS-AMOUNT
           ELSE
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.
           MOVE BIC-CLAIM-NUMBER        TO DL-CLAIM-NUMBER
           MOVE BIC-PROP-ID             TO DL-PROP-ID
           MOVE BIC-CLAIM-REFERENCE     TO DL-CLAIM-REFERENCE
           MOVE BIC-INCIDENT-DATE       TO DL-INCIDENT-DATE
           MOVE BIC-OPENED-DATE         TO DL-OPENED-DATE
           MOVE BIC-CLAIM-AMOUNT        TO DL-CLAIMED
           MOVE BIC-EXCESS-AMOUNT       TO DL-EXCESS
           MOVE WS-OUTSTANDING          TO DL-OUTSTANDING
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-INSURER-COUNT
           ADD BIC-CLAIM-AMOUNT TO WS-INSURER-CLAIMED
           ADD WS-OUTSTANDING TO WS-INSURER-OUTSTANDING
           ADD 1 TO WS-TOTAL-COUNT
           ADD BIC-CLAIM-AMOUNT TO WS-TOTAL-CLAIMED
           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING.

       B-400-PRINT-INSURER-TOTAL.
           MOVE WS-INSURER-COUNT       TO ITL-COUNT
           MOVE WS-INSURER-CLAIMED     TO ITL-CLAIMED
           MOVE WS-INSURER-OUTSTANDING TO ITL-OUTSTANDING
           WRITE PRINT-LINE FROM INSURER-TOTAL-LINE.

       B-900-READ-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02"
               AND WS-CLAIM-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "BUILDING-CLAIM-OPEN-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "CLAIM-FILE"         TO EXC-FILE-NAME
           MOVE BIC-CLAIM-NUMBER     TO EXC-KEY-VALUE
           MOVE WS-CLAIM-STATUS      TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           IF NOT FIRST-INSURER
               PERFORM B-400-PRINT-INSURER-TOTAL
           END-IF.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOTAL-COUNT TO TL-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-TOTAL-CLAIMED TO TL-CLAIMED
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-TOTAL-OUTSTANDING TO TL-OUTSTANDING
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE CLAIM-FILE
           CLOSE CLAIM-PRINT
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

       END PROGRAM BUILDING-CLAIM-OPEN-RPT.
