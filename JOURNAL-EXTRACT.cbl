           SELECT JOURNAL-FILE ASSIGN TO "nominal_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

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
       FD  RENT-LEDGER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-MAP-STATUS                PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).

       01  SWITCHES.
               88  END-OF-FILE              VALUE "Y".
           05  SW-MAP-FOUND             PIC X.
               88  MAP-WAS-FOUND            VALUE "Y".
           05  SW-LINE-SELECTED         PIC X.
               88  LINE-IS-SELECTED         VALUE "Y".
           05  SW-RANGE-ENDED           PIC X.
               88  RANGE-HAS-ENDED          VALUE "Y".

      *>   By batch range the extract always starts from the batch
      *>   after the last one extracted and runs up to the requested
      *>   batch or the first one still open, whichever comes first,
      *>   so no batch goes to the accounts twice or is stepped over.
      *>   By period it takes only lines posted before batch numbers
      *>   were issued (batch zero), which the batch route never sees.
      *>   Batched lines dated in the period are left to the batch
      *>   route; they are counted so the control report says how
      *>   many the period extract did not take.
       01  WS-EXTRACT-MODE              PIC X.
           88  EXTRACT-BY-BATCH             VALUE "B".
           88  EXTRACT-BY-PERIOD            VALUE "P".
       01  WS-FIRST-BATCH               PIC 9(8).
       01  WS-LAST-BATCH                PIC 9(8).
       01  WS-REQUESTED-BATCH           PIC 9(8).
       01  WS-CHECK-BATCH               PIC 9(8).
       01  WS-LAST-ISSUED               PIC 9(8).
       01  WS-LINE-BATCH                PIC 9(8).
       01  WS-LINE-DATE                 PIC 9(8).
       01  WS-TODAY-DATE                PIC 9(8).

       01  WS-EXTRACT-PERIOD            PIC 9(6).
       01  WS-ENTRY-AMOUNT              PIC S9(8)V99.
       01  WS-OPEX-JOURNAL-TOTAL        PIC 9(10)V99.
       01  WS-UNMAPPED-COUNT            PIC 9(5).
       01  WS-UNMAPPED-TOTAL            PIC 9(10)V99.
       01  WS-BATCHED-LEFT-COUNT        PIC 9(7).
       01  WS-JOURNAL-LINES             PIC 9(7).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(10) VALUE "  VALUE   ".
           05  UL-TOTAL                 PIC ZZ,ZZZ,ZZ9.99.

       01  BATCH-RANGE-LINE.
           05  FILLER  PIC X(9)  VALUE "BATCHES: ".
           05  BRL-FIRST                PIC 9(8).
           05  FILLER  PIC X(4)  VALUE " TO ".
           05  BRL-LAST                 PIC 9(8).

       01  NO-BATCHES-LINE.
           05  FILLER  PIC X(40) VALUE
               "NO CLOSED BATCHES WAITING TO EXTRACT".

       01  OPEN-BATCH-LINE.
           05  FILLER  PIC X(14) VALUE "EXTRACT HELD: ".
           05  FILLER  PIC X(6)  VALUE "BATCH ".
           05  OBL-BATCH                PIC 9(8).
           05  FILLER  PIC X(28) VALUE
               " IS STILL OPEN".

       01  PRE-BATCH-NOTE-LINE.
           05  FILLER  PIC X(45) VALUE
               "PERIOD EXTRACT COVERS PRE-BATCH LINES ONLY - ".
           05  FILLER  PIC X(49) VALUE
               "BATCHED POSTINGS MUST BE EXTRACTED BY BATCH RANGE".

       01  BATCHED-LEFT-LINE.
           05  FILLER  PIC X(40) VALUE
               "BATCHED LINES IN PERIOD NOT EXTRACTED:  ".
           05  BLL-COUNT                PIC Z,ZZZ,ZZ9.

       01  LINES-LINE.
           05  FILLER  PIC X(22) VALUE "JOURNAL LINES WRITTEN:".
           05  LL-COUNT                 PIC Z,ZZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "journal_control".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "JOURNAL-EXTRACT".
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
           PERFORM B-100-EXTRACT-RENT-LEDGER.
           PERFORM C-200-EXTRACT-OPEX-LEDGER.
           PERFORM D-100-PRINT-CONTROL-REPORT.
           IF EXTRACT-BY-BATCH
               AND WS-LAST-BATCH NOT < WS-FIRST-BATCH
               PERFORM D-200-MARK-BATCHES-EXTRACTED
           END-IF.
           PERFORM C-050-FINISH-RUN-LOG.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE ZERO TO WS-UNMAPPED-TOTAL
           MOVE ZERO TO WS-JOURNAL-LINES
           MOVE ZERO TO WS-BATCHED-LEFT-COUNT

           OPEN INPUT RENT-LEDGER.
           OPEN INPUT OPEX-LEDGER.
           OPEN INPUT NOMINAL-MAP-FILE.
           OPEN OUTPUT JOURNAL-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT CONTROL-PRINT

           OPEN EXTEND EXCEPTION-LOG
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE SPACE TO WS-EXTRACT-MODE
           PERFORM UNTIL EXTRACT-BY-BATCH OR EXTRACT-BY-PERIOD
               DISPLAY "EXTRACT BY (B)ATCH RANGE OR (P)ERIOD: "
               ACCEPT WS-EXTRACT-MODE
               EVALUATE WS-EXTRACT-MODE
                   WHEN "b"
                       MOVE "B" TO WS-EXTRACT-MODE
                   WHEN "p"
                       MOVE "P" TO WS-EXTRACT-MODE
                   WHEN "B" WHEN "P"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ANSWER B OR P - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.

           WRITE PRINT-LINE FROM HEADING-LINE-1
           IF EXTRACT-BY-BATCH
               PERFORM A-200-SET-BATCH-RANGE
           ELSE
               DISPLAY "ENTER EXTRACT PERIOD (YYYYMM): "
               ACCEPT WS-EXTRACT-PERIOD
               MOVE WS-EXTRACT-PERIOD TO PL-PERIOD
               WRITE PRINT-LINE FROM PERIOD-LINE
               WRITE PRINT-LINE FROM PRE-BATCH-NOTE-LINE
               DISPLAY "PERIOD EXTRACT COVERS PRE-BATCH LINES ONLY -"
               DISPLAY "BATCHED POSTINGS MUST BE EXTRACTED BY "
                   "BATCH RANGE"
           END-IF.

       A-150-START-RUN-LOG.
      *>   Every period-end job stamps a running record here and
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

      *>   ---------------------------------------------------------
      *>   BATCH RANGE -- from the batch after the last one extracted,
      *>   through the requested batch, stopping short of any batch
      *>   whose run has not closed it yet.  A zero request means
      *>   every closed batch waiting.
      *>   ---------------------------------------------------------
       A-200-SET-BATCH-RANGE.
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE ZERO TO PBAT-LAST-ISSUED
                   MOVE ZERO TO PBAT-LAST-EXTRACTED
           END-READ.
           MOVE PBAT-LAST-ISSUED TO WS-LAST-ISSUED
           MOVE PBAT-LAST-EXTRACTED TO WS-LAST-BATCH
           COMPUTE WS-FIRST-BATCH = PBAT-LAST-EXTRACTED + 1
           DISPLAY "NEXT BATCH TO EXTRACT: " WS-FIRST-BATCH
           DISPLAY "LAST BATCH ISSUED:     " WS-LAST-ISSUED
           DISPLAY "EXTRACT THROUGH BATCH (0 FOR ALL CLOSED): "
           ACCEPT WS-REQUESTED-BATCH
           IF WS-REQUESTED-BATCH = ZERO
               OR WS-REQUESTED-BATCH > WS-LAST-ISSUED
               MOVE WS-LAST-ISSUED TO WS-REQUESTED-BATCH
           END-IF
           MOVE "N" TO SW-RANGE-ENDED
           MOVE WS-FIRST-BATCH TO WS-CHECK-BATCH
           PERFORM A-210-CHECK-BATCH-CLOSED
               UNTIL RANGE-HAS-ENDED
               OR WS-CHECK-BATCH > WS-REQUESTED-BATCH.
           IF WS-LAST-BATCH < WS-FIRST-BATCH
               WRITE PRINT-LINE FROM NO-BATCHES-LINE
           ELSE
               MOVE WS-FIRST-BATCH TO BRL-FIRST
               MOVE WS-LAST-BATCH  TO BRL-LAST
               WRITE PRINT-LINE FROM BATCH-RANGE-LINE
           END-IF.

       A-210-CHECK-BATCH-CLOSED.
           MOVE WS-CHECK-BATCH TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE "Y" TO SW-RANGE-ENDED
               NOT INVALID KEY
                   IF PBAT-IS-OPEN
                       MOVE "Y" TO SW-RANGE-ENDED
                       MOVE WS-CHECK-BATCH TO OBL-BATCH
                       WRITE PRINT-LINE FROM OPEN-BATCH-LINE
                       DISPLAY "BATCH " WS-CHECK-BATCH
                           " IS STILL OPEN - EXTRACT STOPS BEFORE IT"
                   ELSE
                       MOVE WS-CHECK-BATCH TO WS-LAST-BATCH
                       ADD 1 TO WS-CHECK-BATCH
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   PASS 1 -- the selected rent-ledger activity.
      *>   ---------------------------------------------------------
       B-100-EXTRACT-RENT-LEDGER.
           MOVE "N" TO SW-END-OF-FILE
           END-IF.

       B-200-EXTRACT-ONE-RLEDG-ENTRY.
           MOVE RLEDG-BATCH-NUMBER TO WS-LINE-BATCH
           MOVE RLEDG-TRANS-DATE   TO WS-LINE-DATE
           PERFORM Z-050-CHECK-LINE-SELECTED.
           IF LINE-IS-SELECTED
               MOVE RLEDG-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-100-TAKE-MAGNITUDE
               ADD WS-ENTRY-MAGNITUDE TO WS-RLDG-LEDGER-TOTAL
           PERFORM B-110-READ-RLEDG-ENTRY.

      *>   ---------------------------------------------------------
      *>   PASS 2 -- the selected opex-ledger activity.
      *>   ---------------------------------------------------------
       C-200-EXTRACT-OPEX-LEDGER.
           MOVE "N" TO SW-END-OF-FILE
           END-IF.

       C-300-EXTRACT-ONE-OPEX-ENTRY.
           MOVE OPEX-BATCH-NUMBER TO WS-LINE-BATCH
           MOVE OPEX-TRANS-DATE   TO WS-LINE-DATE
           PERFORM Z-050-CHECK-LINE-SELECTED.
           IF LINE-IS-SELECTED
               MOVE OPEX-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-100-TAKE-MAGNITUDE
               ADD WS-ENTRY-MAGNITUDE TO WS-OPEX-LEDGER-TOTAL
      *>   ---------------------------------------------------------
      *>   SHARED HELPERS
      *>   ---------------------------------------------------------
       Z-050-CHECK-LINE-SELECTED.
           MOVE "N" TO SW-LINE-SELECTED
           IF EXTRACT-BY-BATCH
               IF WS-LINE-BATCH NOT < WS-FIRST-BATCH
                   AND WS-LINE-BATCH NOT > WS-LAST-BATCH
                   MOVE "Y" TO SW-LINE-SELECTED
               END-IF
           ELSE
               IF WS-LINE-DATE(1:6) = WS-EXTRACT-PERIOD
                   IF WS-LINE-BATCH = ZERO
                       MOVE "Y" TO SW-LINE-SELECTED
                   ELSE
                       ADD 1 TO WS-BATCHED-LEFT-COUNT
                   END-IF
               END-IF
           END-IF.

       Z-100-TAKE-MAGNITUDE.
           IF WS-ENTRY-AMOUNT < ZERO
               COMPUTE WS-ENTRY-MAGNITUDE = WS-ENTRY-AMOUNT * -1
           WRITE PRINT-LINE FROM UNMAPPED-LINE
           MOVE WS-JOURNAL-LINES       TO LL-COUNT
           WRITE PRINT-LINE FROM LINES-LINE.
           IF EXTRACT-BY-PERIOD
               MOVE WS-BATCHED-LEFT-COUNT TO BLL-COUNT
               WRITE PRINT-LINE FROM BATCHED-LEFT-LINE
               IF WS-BATCHED-LEFT-COUNT > ZERO
                   DISPLAY "BATCHED LINES IN PERIOD NOT EXTRACTED: "
                       WS-BATCHED-LEFT-COUNT
               END-IF
           END-IF.

      *>   Each batch in the range is marked with the day it went to
      *>   the accounts, and the control record moves on so the next
      *>   extract starts after it.
       D-200-MARK-BATCHES-EXTRACTED.
           PERFORM D-210-MARK-ONE-BATCH
               VARYING WS-CHECK-BATCH FROM WS-FIRST-BATCH BY 1
               UNTIL WS-CHECK-BATCH > WS-LAST-BATCH.
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-LAST-BATCH TO PBAT-LAST-EXTRACTED
                   REWRITE POSTING-BATCH-RECORD
           END-READ.

       D-210-MARK-ONE-BATCH.
           MOVE WS-CHECK-BATCH TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"           TO PBAT-EXTRACT-SWITCH
                   MOVE WS-TODAY-DATE TO PBAT-EXTRACT-DATE
                   REWRITE POSTING-BATCH-RECORD
           END-READ.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           CLOSE NOMINAL-MAP-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE CONTROL-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.

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
               STRING
                   "MODE=" DELIMITED BY SIZE
                   WS-EXTRACT-MODE DELIMITED BY SIZE
                   " PERIOD=" DELIMITED BY SIZE
                   WS-EXTRACT-PERIOD DELIMITED BY SIZE
                   " BATCHES=" DELIMITED BY SIZE
                   WS-FIRST-BATCH DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-LAST-BATCH DELIMITED BY SIZE
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
               DISPLAY "REPORT PRINTED TO " WS-REPORT-FILE-NAME
           END-IF.

       END PROGRAM JOURNAL-EXTRACT.
