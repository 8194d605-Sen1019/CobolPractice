       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACTOR-INVOICE-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-IMPORT-FILE ASSIGN TO "contractor_invoice.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT OPEX-LEDGER ASSIGN TO "opex_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PLANNED-MAINT-FILE ASSIGN TO "planned_maint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLM-KEY
               FILE STATUS IS WS-PLANNED-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INVOICE-REGISTER ASSIGN TO "contractor_invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIV-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "invoice_review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRV-NUMBER
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT INVOICE-BATCH-FILE ASSIGN TO "invoice_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVB-KEY
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT CONTROL-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  INVOICE-IMPORT-FILE.
       01  INVOICE-IMPORT-RECORD.
      *>   One contractor per file.  One H header line naming the
      *>   contractor and their batch reference, one D line per
      *>   invoice, one T trailer line carrying the contractor's own
      *>   count and value total -- the shape of the bank's lockbox
      *>   file, proved the same way before anything posts.  Amounts
      *>   are gross, VAT included, as billed.
           05  CII-RECORD-TYPE              PIC X.
               88  CII-IS-HEADER                VALUE "H".
               88  CII-IS-DETAIL                VALUE "D".
               88  CII-IS-TRAILER               VALUE "T".
           05  CII-DETAIL.
               10  CII-INVOICE-NUMBER       PIC X(12).
               10  CII-WO-NUMBER            PIC X(6).
               10  CII-INVOICE-DATE         PIC 9(8).
               10  CII-AMOUNT               PIC 9(6)V99.
           05  CII-HEADER REDEFINES CII-DETAIL.
               10  CII-VEND-ID              PIC X(6).
               10  CII-BATCH-REFERENCE      PIC X(10).
               10  CII-FILE-DATE            PIC 9(8).
               10  FILLER                   PIC X(10).
           05  CII-TRAILER REDEFINES CII-DETAIL.
               10  CII-TOTAL-COUNT          PIC 9(6).
               10  CII-TOTAL-AMOUNT         PIC 9(8)V99.
               10  FILLER                   PIC X(18).

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  OPEX-LEDGER.
           COPY OPEXREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  PLANNED-MAINT-FILE.
           COPY PLANMNTREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  INVOICE-REGISTER.
           COPY CONINVREC.

       FD  REVIEW-FILE.
           COPY INVREVREC.

       FD  INVOICE-BATCH-FILE.
           COPY INVBATREC.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  CONTROL-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-LOG.
           COPY EXCEPREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-PLANNED-STATUS            PIC XX.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-REGISTER-STATUS           PIC XX.
       01  WS-REVIEW-STATUS             PIC XX.
       01  WS-BATCH-STATUS              PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  WS-LOCK-TIMESTAMP            PIC X(14).

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-JOB-CANCELLED         PIC X.
               88  JOB-CANCELLED            VALUE "Y".
           05  SW-HEADER-SEEN           PIC X.
               88  HEADER-WAS-SEEN          VALUE "Y".
           05  SW-TRAILER-SEEN          PIC X.
               88  TRAILER-WAS-SEEN         VALUE "Y".
           05  SW-LOCK-REFUSED          PIC X.
               88  LOCK-WAS-REFUSED         VALUE "Y".
           05  SW-LOCKS-HELD            PIC X.
               88  LOCKS-ARE-HELD           VALUE "Y".
           05  SW-ALREADY-REGISTERED    PIC X.
               88  ALREADY-REGISTERED       VALUE "Y".

       01  WS-VEND-ID                   PIC X(6).
       01  WS-VEND-NAME                 PIC X(30).
       01  WS-BATCH-REFERENCE           PIC X(10).
       01  WS-BATCH-FILE-DATE           PIC 9(8).
       01  WS-CONTROL-COUNT             PIC 9(6).
       01  WS-CONTROL-AMOUNT            PIC 9(8)V99.
       01  WS-DETAIL-COUNT              PIC 9(6).
       01  WS-DETAIL-AMOUNT             PIC 9(8)V99.
       01  WS-REFUSAL-REASON            PIC X(50).

       01  WS-POSTED-COUNT              PIC 9(6).
       01  WS-POSTED-AMOUNT             PIC 9(8)V99.
       01  WS-POSTED-VAT                PIC 9(8)V99.
       01  WS-QUEUED-COUNT              PIC 9(6).
       01  WS-QUEUED-AMOUNT             PIC 9(8)V99.
       01  WS-REVIEW-REASON             PIC X(30).
       01  WS-TOLERANCE-LIMIT           PIC 9(7)V99.
       01  WS-VAT-AMOUNT                PIC 9(6)V99.
       01  WS-OPEX-MAX-SEQUENCE         PIC 9(6).
       01  WS-NEXT-REVIEW-NUMBER        PIC 9(6).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(44) VALUE
               "CONTRACTOR INVOICE IMPORT - CONTROL REPORT".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  BATCH-LINE.
           05  FILLER  PIC X(8)  VALUE "VENDOR: ".
           05  BL-VEND-ID                PIC X(6).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  BL-VEND-NAME              PIC X(30).
           05  FILLER  PIC X(8)  VALUE "BATCH: ".
           05  BL-BATCH-REFERENCE        PIC X(10).
           05  FILLER  PIC X(12) VALUE "  FILE DATE ".
           05  BL-FILE-DATE              PIC 9(8).

       01  REFUSED-LINE.
           05  FILLER  PIC X(14) VALUE "FILE REFUSED: ".
           05  RL-REASON                 PIC X(50).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(14) VALUE "INVOICE".
           05  FILLER  PIC X(8)  VALUE "ORDER".
           05  FILLER  PIC X(10) VALUE "INV DATE".
           05  FILLER  PIC X(12) VALUE "     AMOUNT".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE "RESULT".
           05  FILLER  PIC X(30) VALUE "REVIEW REASON".

       01  DETAIL-LINE.
           05  DL-INVOICE-NUMBER        PIC X(14).
           05  DL-WO-NUMBER             PIC X(8).
           05  DL-INVOICE-DATE          PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DL-AMOUNT                PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  DL-RESULT                PIC X(8).
           05  DL-REASON                PIC X(30).

       01  TOTAL-LINE.
           05  TL-LABEL                 PIC X(30).
           05  TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.

       01  VAT-TOTAL-LINE.
           05  FILLER                   PIC X(41) VALUE
               "  OF WHICH VAT".
           05  VTL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "contractor_invoice".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "CONTRACTOR-INVOICE-IMPORT".
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
      *>   Monthly, once per contractor file.  Each invoice line is
      *>   matched to its work order and vendor; a line inside the
      *>   tolerance over the order's estimate completes the order and
      *>   posts the cost to the opex ledger with its VAT exactly as
      *>   WORK-ORDER-MAINTENANCE's completion does, so the vendor
      *>   payment run picks it up.  Every other line goes to the
      *>   invoice review queue.  No checkpoint is kept -- the files
      *>   are small, and a rerun after an interruption finds the
      *>   lines already posted on the invoice register and queues
      *>   them as duplicates rather than posting them again.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM A-200-PROVE-BATCH-CONTROLS.
           IF NOT JOB-CANCELLED
               PERFORM A-145-ACQUIRE-FILE-LOCKS
           END-IF.
           IF NOT JOB-CANCELLED
               PERFORM A-150-START-RUN-LOG
               PERFORM B-100-PROCESS-FILE
               PERFORM C-050-FINISH-RUN-LOG
               PERFORM C-200-REGISTER-BATCH
           END-IF.
           IF LOCKS-ARE-HELD
               PERFORM C-080-RELEASE-FILE-LOCKS
           END-IF.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO SW-JOB-CANCELLED
           MOVE "N" TO SW-LOCKS-HELD
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-POSTED-AMOUNT
           MOVE ZERO TO WS-POSTED-VAT
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-QUEUED-AMOUNT
           OPEN INPUT INVOICE-IMPORT-FILE.

           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF.

           OPEN I-O OPEX-LEDGER.
           IF WS-OPEX-STATUS = "35"
               OPEN OUTPUT OPEX-LEDGER
               CLOSE OPEX-LEDGER
               OPEN I-O OPEX-LEDGER
           END-IF.

           OPEN INPUT VENDOR-MASTER.

           OPEN I-O PLANNED-MAINT-FILE.
           IF WS-PLANNED-STATUS = "35"
               OPEN OUTPUT PLANNED-MAINT-FILE
               CLOSE PLANNED-MAINT-FILE
               OPEN I-O PLANNED-MAINT-FILE
           END-IF.

           OPEN I-O CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           MOVE "1" TO CTL-KEY
           READ CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO CTL-VAT-RATE
                   MOVE 5 TO CTL-INVOICE-TOLERANCE-PCT
           END-READ.

           OPEN I-O INVOICE-REGISTER.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER
               CLOSE INVOICE-REGISTER
               OPEN I-O INVOICE-REGISTER
           END-IF.

           OPEN I-O REVIEW-FILE.
           IF WS-REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF.

           OPEN I-O INVOICE-BATCH-FILE.
           IF WS-BATCH-STATUS = "35"
               OPEN OUTPUT INVOICE-BATCH-FILE
               CLOSE INVOICE-BATCH-FILE
               OPEN I-O INVOICE-BATCH-FILE
           END-IF.

           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF.

           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT CONTROL-PRINT
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE.

       A-200-PROVE-BATCH-CONTROLS.
      *>   LOCKBOX-IMPORT's proof pass: the whole file is read once
      *>   and the contractor's trailer totals proved against the
      *>   details actually on it before a single order is touched.
      *>   The header must name a vendor on the vendor master, and a
      *>   batch already on the register is refused outright.
           MOVE "N" TO SW-HEADER-SEEN
           MOVE "N" TO SW-TRAILER-SEEN
           MOVE "N" TO SW-END-OF-FILE
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO WS-VEND-ID
           MOVE SPACES TO WS-VEND-NAME
           MOVE SPACES TO WS-BATCH-REFERENCE
           MOVE ZERO TO WS-BATCH-FILE-DATE
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-DETAIL-AMOUNT
           PERFORM A-210-PROVE-ONE-RECORD
               UNTIL END-OF-FILE OR JOB-CANCELLED.
           IF NOT JOB-CANCELLED
               IF NOT HEADER-WAS-SEEN
                   MOVE "NO HEADER RECORD" TO WS-REFUSAL-REASON
                   MOVE "Y" TO SW-JOB-CANCELLED
               ELSE
                   IF NOT TRAILER-WAS-SEEN
                       MOVE "NO TRAILER RECORD" TO WS-REFUSAL-REASON
                       MOVE "Y" TO SW-JOB-CANCELLED
                   END-IF
               END-IF
           END-IF.
           IF NOT JOB-CANCELLED
               IF WS-DETAIL-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-DETAIL-AMOUNT NOT = WS-CONTROL-AMOUNT
                   MOVE "CONTROL TOTALS DO NOT PROVE"
                       TO WS-REFUSAL-REASON
                   MOVE "Y" TO SW-JOB-CANCELLED
                   DISPLAY "  TRAILER: " WS-CONTROL-COUNT
                       " RECORDS / " WS-CONTROL-AMOUNT
                   DISPLAY "  ON FILE: " WS-DETAIL-COUNT
                       " RECORDS / " WS-DETAIL-AMOUNT
               END-IF
           END-IF.
           IF NOT JOB-CANCELLED
               PERFORM A-230-CHECK-VENDOR-AND-BATCH
           END-IF.
           MOVE WS-VEND-ID TO BL-VEND-ID
           MOVE WS-VEND-NAME TO BL-VEND-NAME
           MOVE WS-BATCH-REFERENCE TO BL-BATCH-REFERENCE
           MOVE WS-BATCH-FILE-DATE TO BL-FILE-DATE
           WRITE PRINT-LINE FROM BATCH-LINE.
           IF JOB-CANCELLED
               DISPLAY "INVOICE FILE REFUSED - " WS-REFUSAL-REASON
               MOVE WS-REFUSAL-REASON TO RL-REASON
               WRITE PRINT-LINE FROM REFUSED-LINE
           ELSE
      *>       Rewound for the posting pass -- line-sequential files
      *>       reread from the top on a close and reopen.
               CLOSE INVOICE-IMPORT-FILE
               OPEN INPUT INVOICE-IMPORT-FILE
               WRITE PRINT-LINE FROM COLUMN-HEADINGS
           END-IF.

       A-210-PROVE-ONE-RECORD.
           READ INVOICE-IMPORT-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE
               NOT AT END
                   PERFORM A-220-TALLY-ONE-RECORD
           END-READ.

       A-220-TALLY-ONE-RECORD.
           EVALUATE TRUE
               WHEN CII-IS-HEADER
                   MOVE "Y" TO SW-HEADER-SEEN
                   MOVE CII-VEND-ID TO WS-VEND-ID
                   MOVE CII-BATCH-REFERENCE TO WS-BATCH-REFERENCE
                   MOVE CII-FILE-DATE TO WS-BATCH-FILE-DATE
               WHEN CII-IS-TRAILER
                   MOVE "Y" TO SW-TRAILER-SEEN
                   MOVE CII-TOTAL-COUNT TO WS-CONTROL-COUNT
                   MOVE CII-TOTAL-AMOUNT TO WS-CONTROL-AMOUNT
               WHEN CII-IS-DETAIL
                   IF TRAILER-WAS-SEEN
                       MOVE "DETAIL AFTER TRAILER" TO WS-REFUSAL-REASON
                       MOVE "Y" TO SW-JOB-CANCELLED
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD CII-AMOUNT TO WS-DETAIL-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "UNKNOWN RECORD TYPE " CII-RECORD-TYPE
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   MOVE "Y" TO SW-JOB-CANCELLED
           END-EVALUATE.

       A-230-CHECK-VENDOR-AND-BATCH.
           MOVE WS-VEND-ID TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "VENDOR " WS-VEND-ID " NOT ON VENDOR MASTER"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   MOVE "Y" TO SW-JOB-CANCELLED
               NOT INVALID KEY
                   MOVE VEND-NAME TO WS-VEND-NAME
           END-READ.
           IF NOT JOB-CANCELLED
               MOVE WS-VEND-ID TO IVB-VEND-ID
               MOVE WS-BATCH-REFERENCE TO IVB-BATCH-REFERENCE
               READ INVOICE-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-REFUSAL-REASON
                       STRING "BATCH " WS-BATCH-REFERENCE
                           " ALREADY LOADED AT " IVB-IMPORT-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                       MOVE "Y" TO SW-JOB-CANCELLED
               END-READ
           END-IF.

       A-145-ACQUIRE-FILE-LOCKS.
      *>   Completing an order rewrites the same work-order, opex and
      *>   planned-maintenance records WORK-ORDER-MAINTENANCE does, so
      *>   all three are claimed in the lock register for the run --
      *>   the screen refuses a session while they are held.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           MOVE "N" TO SW-LOCK-REFUSED
           MOVE "Y" TO SW-LOCKS-HELD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-TIMESTAMP
           MOVE "work_order.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-146-ACQUIRE-ONE-LOCK.
           IF NOT LOCK-WAS-REFUSED
               MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-146-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "planned_maint.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-146-ACQUIRE-ONE-LOCK
           END-IF.
           IF LOCK-WAS-REFUSED
               MOVE "Y" TO SW-JOB-CANCELLED
               DISPLAY "INVOICE IMPORT REFUSED - FILE(S) IN USE"
           END-IF.

       A-146-ACQUIRE-ONE-LOCK.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
                   MOVE "CONTRACTOR-INVOICE-IMPORT" TO FLCK-PROGRAM-ID
                   MOVE WS-LOCK-TIMESTAMP TO FLCK-START-TIMESTAMP
                   MOVE WS-OPERATOR-ID    TO FLCK-OPERATOR-ID
                   WRITE FILE-LOCK-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO SW-LOCK-REFUSED
                   DISPLAY "FILE " FLCK-FILE-NAME " IS HELD BY "
                       FLCK-PROGRAM-ID " SINCE " FLCK-START-TIMESTAMP
           END-READ.

       A-150-START-RUN-LOG.
      *>   The operator already signed the run when the file locks
      *>   were claimed.
           MOVE "CONTRACTOR-INVOICE-IMPORT" TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           PERFORM A-160-OPEN-POSTING-BATCH
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

       A-160-OPEN-POSTING-BATCH.
      *>   Takes the next number off the posting batch register's
      *>   control record (record zero) and opens a batch for this
      *>   run under it.  Every ledger line the run writes carries
      *>   the number, and so does the run-log record, so the
      *>   day-book and the journal extract can find them again.
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE ZERO TO PBAT-NUMBER
                   MOVE ZERO TO PBAT-LAST-ISSUED
                   MOVE ZERO TO PBAT-LAST-EXTRACTED
                   WRITE POSTING-BATCH-RECORD
           END-READ.
           ADD 1 TO PBAT-LAST-ISSUED
           MOVE PBAT-LAST-ISSUED TO WS-POSTING-BATCH-NUMBER
           REWRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
           MOVE RUNLOG-PROGRAM-ID       TO PBAT-PROGRAM-ID
           MOVE RUNLOG-START-TIMESTAMP  TO PBAT-RUN-TIMESTAMP
           MOVE RUNLOG-OPERATOR-ID      TO PBAT-OPERATOR-ID
           SET PBAT-IS-OPEN             TO TRUE
           MOVE SPACES                  TO PBAT-CLOSE-TIMESTAMP
           MOVE "N"                     TO PBAT-EXTRACT-SWITCH
           MOVE ZERO                    TO PBAT-EXTRACT-DATE
           WRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER.

       B-100-PROCESS-FILE.
           MOVE "N" TO SW-END-OF-FILE.
      *>   First read swallows the header the proof pass already
      *>   validated; the second lands on the first detail.
           READ INVOICE-IMPORT-FILE
               AT END MOVE "Y" TO SW-END-OF-FILE.
           READ INVOICE-IMPORT-FILE
               AT END MOVE "Y" TO SW-END-OF-FILE.
           PERFORM B-200-PROCESS-RECORD
               UNTIL END-OF-FILE.

       B-200-PROCESS-RECORD.
      *>   The trailer ends the posting pass -- the proof pass
      *>   guaranteed nothing follows it.
           IF CII-IS-TRAILER
               MOVE "Y" TO SW-END-OF-FILE
           ELSE
               PERFORM B-250-MATCH-ONE-INVOICE
               READ INVOICE-IMPORT-FILE
                   AT END MOVE "Y" TO SW-END-OF-FILE
               END-READ
           END-IF.

       B-250-MATCH-ONE-INVOICE.
      *>   The first reason found is the one the reviewer sees.  The
      *>   register is consulted before the work order so that a
      *>   repeated invoice is named as a duplicate rather than as an
      *>   order already complete.
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE "N" TO SW-ALREADY-REGISTERED
           IF CII-AMOUNT NOT > ZERO
               MOVE "INVOICE AMOUNT NOT POSITIVE" TO WS-REVIEW-REASON
           END-IF.
           IF WS-REVIEW-REASON = SPACES
               MOVE WS-VEND-ID TO CIV-VEND-ID
               MOVE CII-INVOICE-NUMBER TO CIV-INVOICE-NUMBER
               READ INVOICE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-ALREADY-REGISTERED
                       MOVE "DUPLICATE INVOICE NUMBER"
                           TO WS-REVIEW-REASON
               END-READ
           END-IF.
           IF WS-REVIEW-REASON = SPACES
               MOVE CII-WO-NUMBER TO WO-NUMBER
               READ WORK-ORDER-FILE
                   INVALID KEY
                       MOVE "NO MATCHING WORK ORDER"
                           TO WS-REVIEW-REASON
                   NOT INVALID KEY
                       PERFORM B-260-CHECK-WORK-ORDER
               END-READ
           END-IF.
           IF WS-REVIEW-REASON = SPACES
               PERFORM B-300-COMPLETE-WORK-ORDER
           ELSE
               PERFORM B-500-QUEUE-FOR-REVIEW
           END-IF.

       B-260-CHECK-WORK-ORDER.
      *>   Only an order booked with this contractor and not yet
      *>   finished can be completed off their invoice.  An open or
      *>   scheduled order is accepted as the screen accepts it; one
      *>   still awaiting the owner's approval never had the spend
      *>   authorised.
           EVALUATE TRUE
               WHEN WO-VENDOR-ID NOT = WS-VEND-ID
                   MOVE "WORK ORDER IS ANOTHER VENDOR'S"
                       TO WS-REVIEW-REASON
               WHEN WO-IS-DECLINED
                   MOVE "WORK ORDER WAS DECLINED" TO WS-REVIEW-REASON
               WHEN WO-IS-COMPLETE
                   MOVE "WORK ORDER ALREADY COMPLETE"
                       TO WS-REVIEW-REASON
               WHEN WO-IS-AWAITING-APPROVAL
                   MOVE "WORK ORDER AWAITING APPROVAL"
                       TO WS-REVIEW-REASON
      *>       A reopened order whose first completion already reached
      *>       the ledger -- a second cost needs the office's eye.
               WHEN WO-OPEX-POSTED
                   MOVE "ORDER COST ALREADY POSTED" TO WS-REVIEW-REASON
               WHEN WO-ESTIMATED-COST = ZERO
                   MOVE "NO ESTIMATE ON WORK ORDER" TO WS-REVIEW-REASON
               WHEN OTHER
                   COMPUTE WS-TOLERANCE-LIMIT ROUNDED =
                       WO-ESTIMATED-COST
                       * (100 + CTL-INVOICE-TOLERANCE-PCT) / 100
                   IF CII-AMOUNT > WS-TOLERANCE-LIMIT
                       MOVE "OVER ESTIMATE BEYOND TOLERANCE"
                           TO WS-REVIEW-REASON
                   END-IF
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   COMPLETION -- WORK-ORDER-MAINTENANCE's D-250 completion and
      *>   D-400 opex posting, driven from the invoice line instead of
      *>   an operator at the screen.  No tenant recharge is drawn
      *>   here; an order the tenant should pay for is one the office
      *>   completes by hand.
      *>   ---------------------------------------------------------
       B-300-COMPLETE-WORK-ORDER.
           SET WO-IS-COMPLETE TO TRUE
           MOVE WS-TODAY-DATE TO WO-COMPLETED-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WO-COMPLETED-TIME
           IF WO-ATTENDED-DATE = ZERO
               MOVE WO-COMPLETED-DATE TO WO-ATTENDED-DATE
               MOVE WO-COMPLETED-TIME TO WO-ATTENDED-TIME
           END-IF.
           MOVE CII-AMOUNT TO WO-COMPLETED-COST
           REWRITE WORK-ORDER-RECORD.
           PERFORM B-350-STAMP-PLANNED-SCHEDULE.
           PERFORM B-400-POST-TO-OPEX-LEDGER.
           MOVE WS-VEND-ID          TO CIV-VEND-ID
           MOVE CII-INVOICE-NUMBER  TO CIV-INVOICE-NUMBER
           MOVE CII-WO-NUMBER       TO CIV-WO-NUMBER
           MOVE CII-INVOICE-DATE    TO CIV-INVOICE-DATE
           MOVE CII-AMOUNT          TO CIV-AMOUNT
           MOVE WS-BATCH-REFERENCE  TO CIV-BATCH-REFERENCE
           SET CIV-IS-POSTED        TO TRUE
           MOVE WS-TODAY-DATE       TO CIV-POSTED-DATE
           WRITE CONTRACTOR-INVOICE-RECORD.
           ADD 1 TO WS-POSTED-COUNT
           ADD CII-AMOUNT TO WS-POSTED-AMOUNT
           MOVE "POSTED" TO DL-RESULT
           MOVE SPACES TO DL-REASON
           PERFORM B-800-PRINT-DETAIL.

       B-350-STAMP-PLANNED-SCHEDULE.
           IF WO-PLM-TASK-CODE NOT = SPACES
               MOVE WO-PROP-ID TO PLM-PROP-ID
               MOVE WO-PLM-TASK-CODE TO PLM-TASK-CODE
               READ PLANNED-MAINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WO-COMPLETED-DATE TO PLM-LAST-DONE-DATE
                       REWRITE PLANNED-MAINT-RECORD
               END-READ
           END-IF.

       B-400-POST-TO-OPEX-LEDGER.
           PERFORM B-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE WO-PROP-ID             TO OPEX-PROP-ID
           MOVE WS-OPEX-MAX-SEQUENCE   TO OPEX-SEQUENCE
           MOVE WO-COMPLETED-DATE      TO OPEX-TRANS-DATE
           SET OPEX-IS-INVOICE         TO TRUE
           MOVE WO-VENDOR-ID           TO OPEX-VENDOR-ID
           MOVE WO-VENDOR              TO OPEX-VENDOR
           MOVE WO-COMPLETED-COST      TO OPEX-AMOUNT
           MOVE WO-DESCRIPTION         TO OPEX-DESCRIPTION
           MOVE "N"                    TO OPEX-PAID-SWITCH
           PERFORM B-430-SETTLE-VAT
           MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
           WRITE OPEX-RECORD.
           ADD WS-VAT-AMOUNT TO WS-POSTED-VAT
           MOVE "Y" TO WO-OPEX-POSTED-SWITCH
           REWRITE WORK-ORDER-RECORD.

       B-410-FIND-NEXT-OPEX-SEQUENCE.
           MOVE ZERO TO WS-OPEX-MAX-SEQUENCE
           MOVE WO-PROP-ID TO OPEX-PROP-ID
           MOVE LOW-VALUES TO OPEX-SEQUENCE
           START OPEX-LEDGER KEY IS NOT LESS THAN OPEX-KEY
               INVALID KEY
                   MOVE "10" TO WS-OPEX-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPEX-STATUS
           END-START.
           PERFORM B-420-SCAN-OPEX-LEDGER
               UNTIL WS-OPEX-STATUS NOT = "00"
               AND WS-OPEX-STATUS NOT = "02".
           ADD 1 TO WS-OPEX-MAX-SEQUENCE.

       B-420-SCAN-OPEX-LEDGER.
           READ OPEX-LEDGER NEXT RECORD
               AT END
                   MOVE "10" TO WS-OPEX-STATUS
               NOT AT END
                   IF OPEX-PROP-ID NOT = WO-PROP-ID
                       MOVE "10" TO WS-OPEX-STATUS
                   ELSE
                       IF OPEX-SEQUENCE > WS-OPEX-MAX-SEQUENCE
                           MOVE OPEX-SEQUENCE TO WS-OPEX-MAX-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

       B-430-SETTLE-VAT.
      *>   The invoice is gross; the VAT inside it is extracted at the
      *>   standard rate when the vendor is VAT registered, as the
      *>   screen's D-430-SETTLE-VAT does.
           MOVE ZERO TO WS-VAT-AMOUNT
           MOVE "N"  TO OPEX-VAT-FLAG
           IF CTL-VAT-RATE > ZERO
               MOVE WO-VENDOR-ID TO VEND-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VEND-IS-VAT-REGISTERED
                           MOVE "Y" TO OPEX-VAT-FLAG
                           COMPUTE WS-VAT-AMOUNT ROUNDED =
                               OPEX-AMOUNT * CTL-VAT-RATE
                               / (100 + CTL-VAT-RATE)
                       END-IF
               END-READ
           END-IF.
           MOVE WS-VAT-AMOUNT TO OPEX-VAT-AMOUNT.

       B-500-QUEUE-FOR-REVIEW.
      *>   The exception log records that the line was refused; the
      *>   review queue keeps the invoice itself so the office can
      *>   work it without going back to the contractor's file.  The
      *>   first sighting of an invoice number is registered too, so
      *>   the same invoice sent again is named as a duplicate.
           PERFORM B-510-FIND-NEXT-REVIEW-NUMBER.
           MOVE WS-NEXT-REVIEW-NUMBER  TO IRV-NUMBER
           MOVE WS-BATCH-REFERENCE     TO IRV-BATCH-REFERENCE
           MOVE WS-VEND-ID             TO IRV-VEND-ID
           MOVE CII-INVOICE-NUMBER     TO IRV-INVOICE-NUMBER
           MOVE CII-WO-NUMBER          TO IRV-WO-NUMBER
           MOVE CII-INVOICE-DATE       TO IRV-INVOICE-DATE
           MOVE CII-AMOUNT             TO IRV-AMOUNT
           MOVE WS-REVIEW-REASON       TO IRV-REASON
           SET IRV-IS-OPEN             TO TRUE
           MOVE SPACES                 TO IRV-CLEARED-BY
           MOVE ZERO                   TO IRV-CLEARED-DATE
           MOVE SPACES                 TO IRV-CLEARED-NOTE
           WRITE INVOICE-REVIEW-RECORD.
           IF NOT ALREADY-REGISTERED
               MOVE WS-VEND-ID          TO CIV-VEND-ID
               MOVE CII-INVOICE-NUMBER  TO CIV-INVOICE-NUMBER
               MOVE CII-WO-NUMBER       TO CIV-WO-NUMBER
               MOVE CII-INVOICE-DATE    TO CIV-INVOICE-DATE
               MOVE CII-AMOUNT          TO CIV-AMOUNT
               MOVE WS-BATCH-REFERENCE  TO CIV-BATCH-REFERENCE
               SET CIV-IS-QUEUED        TO TRUE
               MOVE ZERO                TO CIV-POSTED-DATE
               WRITE CONTRACTOR-INVOICE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM B-910-LOG-IMPORT-EXCEPTION.
           ADD 1 TO WS-QUEUED-COUNT
           ADD CII-AMOUNT TO WS-QUEUED-AMOUNT
           MOVE "REVIEW" TO DL-RESULT
           MOVE WS-REVIEW-REASON TO DL-REASON
           PERFORM B-800-PRINT-DETAIL.

       B-510-FIND-NEXT-REVIEW-NUMBER.
           MOVE ZERO TO WS-NEXT-REVIEW-NUMBER
           MOVE LOW-VALUES TO IRV-NUMBER
           START REVIEW-FILE KEY IS NOT LESS THAN IRV-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-REVIEW-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-REVIEW-STATUS
           END-START.
           PERFORM B-520-SCAN-REVIEW-QUEUE
               UNTIL WS-REVIEW-STATUS NOT = "00"
               AND WS-REVIEW-STATUS NOT = "02".
           ADD 1 TO WS-NEXT-REVIEW-NUMBER.

       B-520-SCAN-REVIEW-QUEUE.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REVIEW-STATUS
               NOT AT END
                   IF IRV-NUMBER > WS-NEXT-REVIEW-NUMBER
                       MOVE IRV-NUMBER TO WS-NEXT-REVIEW-NUMBER
                   END-IF
           END-READ.

       B-800-PRINT-DETAIL.
           MOVE CII-INVOICE-NUMBER TO DL-INVOICE-NUMBER
           MOVE CII-WO-NUMBER      TO DL-WO-NUMBER
           MOVE CII-INVOICE-DATE   TO DL-INVOICE-DATE
           MOVE CII-AMOUNT         TO DL-AMOUNT
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-910-LOG-IMPORT-EXCEPTION.
           MOVE "CONTRACTOR-INVOICE-IMPORT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "INVOICE-IMPORT-FILE" TO EXC-FILE-NAME
           MOVE SPACES                TO EXC-KEY-VALUE
           STRING WS-VEND-ID " " CII-INVOICE-NUMBER
               DELIMITED BY SIZE INTO EXC-KEY-VALUE
           MOVE SPACES                TO EXC-FILE-STATUS
           MOVE SPACES                TO EXC-MESSAGE
           STRING "INVOICE TO REVIEW - " WS-REVIEW-REASON
               DELIMITED BY SIZE INTO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-POSTED-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           PERFORM C-060-CLOSE-POSTING-BATCH
           REWRITE RUN-LOG-RECORD.

       C-060-CLOSE-POSTING-BATCH.
      *>   A closed batch is one the journal extract may take -- a
      *>   batch still open belongs to a run that has not finished.
           IF WS-POSTING-BATCH-NUMBER > ZERO
               MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
               READ POSTING-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PBAT-IS-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO PBAT-CLOSE-TIMESTAMP
                       REWRITE POSTING-BATCH-RECORD
               END-READ
           END-IF.

       C-080-RELEASE-FILE-LOCKS.
           MOVE "work_order.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "planned_maint.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.

       C-085-RELEASE-ONE-LOCK.
      *>   Only this run's own claim is handed back -- matched on the
      *>   start timestamp as well as the program name.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FLCK-PROGRAM-ID = "CONTRACTOR-INVOICE-IMPORT"
                       AND FLCK-START-TIMESTAMP = WS-LOCK-TIMESTAMP
                       DELETE FILE-LOCK-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       C-200-REGISTER-BATCH.
      *>   Written only when the posting pass has finished -- once
      *>   this record exists the batch can never load again.
           MOVE WS-VEND-ID            TO IVB-VEND-ID
           MOVE WS-BATCH-REFERENCE    TO IVB-BATCH-REFERENCE
           MOVE WS-BATCH-FILE-DATE    TO IVB-FILE-DATE
           MOVE WS-CONTROL-COUNT      TO IVB-RECORD-COUNT
           MOVE WS-CONTROL-AMOUNT     TO IVB-TOTAL-AMOUNT
           MOVE WS-POSTED-COUNT       TO IVB-POSTED-COUNT
           MOVE WS-POSTED-AMOUNT      TO IVB-POSTED-AMOUNT
           MOVE WS-QUEUED-COUNT       TO IVB-QUEUED-COUNT
           MOVE WS-QUEUED-AMOUNT      TO IVB-QUEUED-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO IVB-IMPORT-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO IVB-OPERATOR-ID
           WRITE INVOICE-BATCH-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       C-100-WRAP-UP.
      *>   The batch totals: what the contractor's trailer said was
      *>   on the file, and how it divided between orders completed
      *>   and lines sent to review -- the two always add back to the
      *>   trailer on a file that loaded.
           IF NOT JOB-CANCELLED
               MOVE "INVOICES ON FILE (TRAILER)" TO TL-LABEL
               MOVE WS-CONTROL-COUNT TO TL-COUNT
               MOVE WS-CONTROL-AMOUNT TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE "POSTED TO WORK ORDERS" TO TL-LABEL
               MOVE WS-POSTED-COUNT TO TL-COUNT
               MOVE WS-POSTED-AMOUNT TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
               MOVE WS-POSTED-VAT TO VTL-AMOUNT
               WRITE PRINT-LINE FROM VAT-TOTAL-LINE
               MOVE "SENT TO REVIEW QUEUE" TO TL-LABEL
               MOVE WS-QUEUED-COUNT TO TL-COUNT
               MOVE WS-QUEUED-AMOUNT TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
           END-IF.
           CLOSE INVOICE-IMPORT-FILE.
           CLOSE WORK-ORDER-FILE.
           CLOSE OPEX-LEDGER.
           CLOSE VENDOR-MASTER.
           CLOSE PLANNED-MAINT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE INVOICE-REGISTER.
           CLOSE REVIEW-FILE.
           CLOSE INVOICE-BATCH-FILE.
           CLOSE FILE-LOCK-FILE.
           CLOSE CONTROL-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           DISPLAY WS-POSTED-COUNT " CONTRACTOR INVOICES POSTED".
           DISPLAY WS-QUEUED-COUNT " CONTRACTOR INVOICES TO REVIEW".

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

       END PROGRAM CONTRACTOR-INVOICE-IMPORT.
