       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-BOOK-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT RENT-LEDGER ASSIGN TO "rent_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RLEDG-KEY
               FILE STATUS IS WS-RLEDGER-STATUS.

           SELECT OPEX-LEDGER ASSIGN TO "opex_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT CASH-RECEIPTS-FILE ASSIGN TO "cash_receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCPT-NUMBER
               ALTERNATE RECORD KEY IS RCPT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT DEPOSIT-LEDGER ASSIGN TO "deposit_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-LEASE-NUMBER
               FILE STATUS IS WS-DEPOSIT-STATUS.

           SELECT NOMINAL-MAP-FILE ASSIGN TO "nominal_map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-KEY
               FILE STATUS IS WS-MAP-STATUS.

           SELECT DAY-BOOK-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  RENT-LEDGER.
           COPY RLEDGREC.

       FD  OPEX-LEDGER.
           COPY OPEXREC.

       FD  CASH-RECEIPTS-FILE.
           COPY CASHREC.

       FD  DEPOSIT-LEDGER.
           COPY DEPOREC.

       FD  NOMINAL-MAP-FILE.
           COPY NOMMAPREC.

       FD  DAY-BOOK-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-RECEIPT-STATUS            PIC XX.
       01  WS-DEPOSIT-STATUS            PIC XX.
       01  WS-MAP-STATUS                PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-MAP-FOUND             PIC X.
               88  MAP-WAS-FOUND            VALUE "Y".
           05  SW-ON-THE-DAY            PIC X.
               88  BATCH-IS-ON-THE-DAY      VALUE "Y".

       01  WS-DAY-DATE                  PIC 9(8).
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-STALE-COUNT               PIC 9(4).
       01  WS-LINE-BATCH                PIC 9(8).
       01  WS-ENTRY-AMOUNT              PIC S9(8)V99.
       01  WS-ENTRY-MAGNITUDE           PIC 9(8)V99.
       01  WS-TYPE-IX                   PIC 99.
       01  WS-POSTING-ACCOUNT           PIC X(8).

      *>   Batch numbers are issued in time order, so one day's
      *>   batches are a consecutive run of numbers -- a ledger line
      *>   belongs to the day when its batch falls between the first
      *>   and last of them, and its place in the table is found by
      *>   subtraction rather than a search.
       01  WS-FIRST-BATCH               PIC 9(8).
       01  WS-LAST-BATCH                PIC 9(8).
       01  WS-BATCH-COUNT               PIC 9(4).
       01  WS-BATCH-IX                  PIC 9(4).
       01  WS-BATCH-TABLE.
           05  WS-DB-ENTRY OCCURS 500 TIMES.
               10  WS-DB-NUMBER         PIC 9(8).
               10  WS-DB-PROGRAM-ID     PIC X(26).
               10  WS-DB-OPERATOR-ID    PIC X(8).
               10  WS-DB-OPEN-TIME      PIC X(6).
               10  WS-DB-STATE          PIC X(9).
               10  WS-DB-ITEMS          PIC 9(7).
               10  WS-DB-TOTAL          PIC S9(9)V99 OCCURS 9 TIMES.

      *>   The kinds of posting the day-book totals, in print order.
       01  WS-TYPE-NAMES.
           05  FILLER  PIC X(24) VALUE "RENT LEDGER CHARGES".
           05  FILLER  PIC X(24) VALUE "RENT LEDGER RECEIPTS".
           05  FILLER  PIC X(24) VALUE "RENT LEDGER FEES".
           05  FILLER  PIC X(24) VALUE "RENT LEDGER COMPENSATION".
           05  FILLER  PIC X(24) VALUE "RENT LEDGER OTHER".
           05  FILLER  PIC X(24) VALUE "OPERATING EXPENSES".
           05  FILLER  PIC X(24) VALUE "CASH RECEIPTS".
           05  FILLER  PIC X(24) VALUE "DEPOSITS TAKEN".
           05  FILLER  PIC X(24) VALUE "DEPOSITS REFUNDED".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME             PIC X(24) OCCURS 9 TIMES.

       01  WS-DAY-ITEMS                 PIC 9(7).
       01  WS-DAY-TOTALS.
           05  WS-DAY-TOTAL             PIC S9(9)V99 OCCURS 9 TIMES.

      *>   The nominal proof -- every rent and opex ledger line in the
      *>   day's batches run through the same nominal map the journal
      *>   extract uses, debits and credits totalled by account.  A
      *>   mapping with one account missing posts one side only, and
      *>   an unmapped code posts neither; either way the day does
      *>   not prove.
       01  WS-ACCOUNT-COUNT             PIC 9(3).
       01  WS-ACCOUNT-IX                PIC 9(3).
       01  WS-ACCOUNT-FOUND-IX          PIC 9(3).
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-ACCT-CODE         PIC X(8).
               10  WS-ACCT-DEBITS       PIC 9(9)V99.
               10  WS-ACCT-CREDITS      PIC 9(9)V99.
       01  WS-TOTAL-DEBITS              PIC 9(10)V99.
       01  WS-TOTAL-CREDITS             PIC 9(10)V99.
       01  WS-UNMAPPED-COUNT            PIC 9(5).
       01  WS-UNMAPPED-TOTAL            PIC 9(10)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "DAILY TRANSACTION DAY-BOOK".

       01  DATE-LINE.
           05  FILLER  PIC X(9)  VALUE "DATE:    ".
           05  DTL-DATE                 PIC 9(8).

       01  SEPARATOR-LINE.
           05  FILLER  PIC X(72) VALUE ALL "-".

       01  BATCH-LINE.
           05  FILLER  PIC X(6)  VALUE "BATCH ".
           05  BL-NUMBER                PIC 9(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  BL-PROGRAM-ID            PIC X(26).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  BL-OPERATOR-ID           PIC X(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  BL-OPEN-TIME             PIC X(6).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  BL-STATE                 PIC X(9).
           05  FILLER  PIC X(7)  VALUE " ITEMS ".
           05  BL-ITEMS                 PIC Z,ZZZ,ZZ9.

       01  TYPE-LINE.
           05  FILLER  PIC X(6)  VALUE SPACES.
           05  TL-NAME                  PIC X(24).
           05  TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.

       01  NO-BATCHES-LINE.
           05  FILLER  PIC X(40) VALUE
               "NO POSTING BATCHES OPENED ON THIS DATE".

       01  DAY-TOTAL-LINE.
           05  FILLER  PIC X(20) VALUE "DAY TOTALS  BATCHES ".
           05  DTT-BATCHES              PIC Z,ZZ9.
           05  FILLER  PIC X(8)  VALUE "  ITEMS ".
           05  DTT-ITEMS                PIC Z,ZZZ,ZZ9.

       01  PROOF-HEADING-1.
           05  FILLER  PIC X(40) VALUE
               "NOMINAL PROOF - RENT AND OPEX LEDGERS".

       01  PROOF-HEADING-2.
           05  FILLER  PIC X(10) VALUE "ACCOUNT".
           05  FILLER  PIC X(17) VALUE "          DEBITS".
           05  FILLER  PIC X(17) VALUE "         CREDITS".

       01  ACCOUNT-LINE.
           05  AL-ACCOUNT               PIC X(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  AL-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(3)  VALUE SPACES.
           05  AL-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.

       01  UNMAPPED-LINE.
           05  FILLER  PIC X(20) VALUE "UNMAPPED ENTRIES:   ".
           05  UL-COUNT                 PIC ZZZZ9.
           05  FILLER  PIC X(10) VALUE "  VALUE   ".
           05  UL-TOTAL                 PIC ZZ,ZZZ,ZZ9.99.

       01  PROOF-AGREES-LINE.
           05  FILLER  PIC X(40) VALUE
               "DEBITS AND CREDITS AGREE".

       01  PROOF-FAILS-LINE.
           05  FILLER  PIC X(50) VALUE
               "DEBITS AND CREDITS DO NOT AGREE - CHECK THE MAP".

      *>   A batch still open from an earlier day belongs to a run or
      *>   session that never finished.  The journal extract stops at
      *>   the first open batch, so every one is listed whatever day
      *>   the day-book is run for.
       01  STALE-BATCH-LINE.
           05  FILLER  PIC X(19) VALUE "STILL OPEN:  BATCH ".
           05  SBL-NUMBER               PIC 9(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  SBL-PROGRAM-ID           PIC X(26).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  SBL-TIMESTAMP            PIC X(14).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  SBL-OPERATOR-ID          PIC X(8).

       01  STALE-ADVICE-LINE.
           05  FILLER  PIC X(50) VALUE
               "OPEN BATCHES FROM EARLIER DAYS HOLD UP THE JOURNAL".
           05  FILLER  PIC X(46) VALUE
               " EXTRACT - CLOSE THEM IN FILE-LOCK-MAINTENANCE".

       01  TABLE-FULL-LINE.
           05  FILLER  PIC X(50) VALUE
               "MORE BATCHES THAN LISTED - LATER BATCHES LEFT OFF".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "day_book".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "DAY-BOOK-RPT".
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
           PERFORM B-100-LOAD-DAY-BATCHES.
           IF WS-BATCH-COUNT = ZERO
               WRITE PRINT-LINE FROM NO-BATCHES-LINE
           ELSE
               PERFORM C-100-SCAN-RENT-LEDGER
               PERFORM C-200-SCAN-OPEX-LEDGER
               PERFORM C-300-SCAN-CASH-RECEIPTS
               PERFORM C-400-SCAN-DEPOSITS
               PERFORM D-100-PRINT-BATCHES
               PERFORM D-300-PRINT-DAY-TOTALS
               PERFORM D-400-PRINT-NOMINAL-PROOF
           END-IF.
           PERFORM E-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-DAY-ITEMS
           MOVE ZERO TO WS-DAY-TOTALS
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE ZERO TO WS-UNMAPPED-TOTAL
           MOVE ZERO TO WS-STALE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT POSTING-BATCH-FILE
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN INPUT POSTING-BATCH-FILE
           END-IF.
           OPEN INPUT RENT-LEDGER.
           OPEN INPUT OPEX-LEDGER.
           OPEN INPUT CASH-RECEIPTS-FILE.
           OPEN INPUT DEPOSIT-LEDGER.
           OPEN INPUT NOMINAL-MAP-FILE.
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT DAY-BOOK-PRINT

           DISPLAY "ENTER DAY-BOOK DATE (YYYYMMDD): "
           ACCEPT WS-DAY-DATE

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-DAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE.

      *>   ---------------------------------------------------------
      *>   The batches opened on the day, from the posting batch
      *>   register.  Record zero is the register's control record
      *>   and is stepped over.
      *>   ---------------------------------------------------------
       B-100-LOAD-DAY-BATCHES.
           MOVE ZERO TO WS-FIRST-BATCH
           MOVE ZERO TO WS-LAST-BATCH
           MOVE 1 TO PBAT-NUMBER
           START POSTING-BATCH-FILE KEY IS NOT LESS THAN PBAT-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-PBAT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PBAT-STATUS
           END-START.
           PERFORM B-110-READ-ONE-BATCH
               UNTIL WS-PBAT-STATUS NOT = "00"
               AND WS-PBAT-STATUS NOT = "02".
           IF WS-STALE-COUNT > ZERO
               WRITE PRINT-LINE FROM STALE-ADVICE-LINE
               DISPLAY WS-STALE-COUNT
                   " BATCH(ES) STILL OPEN FROM EARLIER DAYS"
           END-IF.

       B-110-READ-ONE-BATCH.
           READ POSTING-BATCH-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PBAT-STATUS
               NOT AT END
                   IF PBAT-IS-OPEN
                       AND PBAT-RUN-TIMESTAMP(1:8) < WS-TODAY-DATE
                       PERFORM B-140-NOTE-STALE-BATCH
                   END-IF
                   IF PBAT-RUN-TIMESTAMP(1:8) = WS-DAY-DATE
                       PERFORM B-120-ADD-BATCH
                   END-IF
           END-READ.

       B-120-ADD-BATCH.
           IF WS-BATCH-COUNT < 500
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-IX
               IF WS-BATCH-COUNT = 1
                   MOVE PBAT-NUMBER TO WS-FIRST-BATCH
               END-IF
               MOVE PBAT-NUMBER TO WS-LAST-BATCH
               MOVE PBAT-NUMBER      TO WS-DB-NUMBER(WS-BATCH-IX)
               MOVE PBAT-PROGRAM-ID  TO WS-DB-PROGRAM-ID(WS-BATCH-IX)
               MOVE PBAT-OPERATOR-ID TO WS-DB-OPERATOR-ID(WS-BATCH-IX)
               MOVE PBAT-RUN-TIMESTAMP(9:6)
                   TO WS-DB-OPEN-TIME(WS-BATCH-IX)
               EVALUATE TRUE
                   WHEN PBAT-WAS-EXTRACTED
                       MOVE "EXTRACTED" TO WS-DB-STATE(WS-BATCH-IX)
                   WHEN PBAT-IS-OPEN
                       AND PBAT-RUN-TIMESTAMP(1:8) < WS-TODAY-DATE
                       MOVE "STALE"     TO WS-DB-STATE(WS-BATCH-IX)
                   WHEN PBAT-IS-OPEN
                       MOVE "OPEN"      TO WS-DB-STATE(WS-BATCH-IX)
                   WHEN OTHER
                       MOVE "CLOSED"    TO WS-DB-STATE(WS-BATCH-IX)
               END-EVALUATE
               MOVE ZERO TO WS-DB-ITEMS(WS-BATCH-IX)
               PERFORM B-130-CLEAR-BATCH-TOTAL
                   VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 9
           ELSE
               MOVE "10" TO WS-PBAT-STATUS
               WRITE PRINT-LINE FROM TABLE-FULL-LINE
           END-IF.

       B-130-CLEAR-BATCH-TOTAL.
           MOVE ZERO TO WS-DB-TOTAL(WS-BATCH-IX, WS-TYPE-IX).

       B-140-NOTE-STALE-BATCH.
           ADD 1 TO WS-STALE-COUNT
           MOVE PBAT-NUMBER        TO SBL-NUMBER
           MOVE PBAT-PROGRAM-ID    TO SBL-PROGRAM-ID
           MOVE PBAT-RUN-TIMESTAMP TO SBL-TIMESTAMP
           MOVE PBAT-OPERATOR-ID   TO SBL-OPERATOR-ID
           WRITE PRINT-LINE FROM STALE-BATCH-LINE.

      *>   ---------------------------------------------------------
      *>   PASS 1 -- rent-ledger lines written under the day's batches.
      *>   ---------------------------------------------------------
       C-100-SCAN-RENT-LEDGER.
           MOVE "N" TO SW-END-OF-FILE
           PERFORM C-110-READ-RLEDG-ENTRY.
           PERFORM C-120-TAKE-RLEDG-ENTRY
               UNTIL END-OF-FILE.

       C-110-READ-RLEDG-ENTRY.
           READ RENT-LEDGER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-RLEDGER-STATUS NOT = "00"
               AND WS-RLEDGER-STATUS NOT = "10"
               AND WS-RLEDGER-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
           END-IF.

       C-120-TAKE-RLEDG-ENTRY.
           MOVE RLEDG-BATCH-NUMBER TO WS-LINE-BATCH
           PERFORM Z-100-LOCATE-BATCH.
           IF BATCH-IS-ON-THE-DAY
               EVALUATE TRUE
                   WHEN RLEDG-IS-CHARGE
                       MOVE 1 TO WS-TYPE-IX
                   WHEN RLEDG-IS-RECEIPT
                       MOVE 2 TO WS-TYPE-IX
                   WHEN RLEDG-IS-FEE
                       MOVE 3 TO WS-TYPE-IX
                   WHEN RLEDG-IS-COMPENSATION
                       MOVE 4 TO WS-TYPE-IX
                   WHEN OTHER
                       MOVE 5 TO WS-TYPE-IX
               END-EVALUATE
               MOVE RLEDG-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-200-ADD-TO-BATCH
               MOVE "RLDG" TO NOM-SOURCE
               MOVE RLEDG-TRANS-TYPE TO NOM-CODE
               PERFORM Z-300-POST-TO-ACCOUNTS
           END-IF.
           PERFORM C-110-READ-RLEDG-ENTRY.

      *>   ---------------------------------------------------------
      *>   PASS 2 -- opex-ledger lines written under the day's batches.
      *>   ---------------------------------------------------------
       C-200-SCAN-OPEX-LEDGER.
           MOVE "N" TO SW-END-OF-FILE
           PERFORM C-210-READ-OPEX-ENTRY.
           PERFORM C-220-TAKE-OPEX-ENTRY
               UNTIL END-OF-FILE.

       C-210-READ-OPEX-ENTRY.
           READ OPEX-LEDGER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-OPEX-STATUS NOT = "00"
               AND WS-OPEX-STATUS NOT = "10"
               AND WS-OPEX-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
           END-IF.

       C-220-TAKE-OPEX-ENTRY.
           MOVE OPEX-BATCH-NUMBER TO WS-LINE-BATCH
           PERFORM Z-100-LOCATE-BATCH.
           IF BATCH-IS-ON-THE-DAY
               MOVE 6 TO WS-TYPE-IX
               MOVE OPEX-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-200-ADD-TO-BATCH
               MOVE "OPEX" TO NOM-SOURCE
               MOVE OPEX-CATEGORY TO NOM-CODE
               PERFORM Z-300-POST-TO-ACCOUNTS
           END-IF.
           PERFORM C-210-READ-OPEX-ENTRY.

      *>   ---------------------------------------------------------
      *>   PASS 3 -- cash receipts taken under the day's batches.  The
      *>   receipt is the bank's side of the money; the rent-ledger
      *>   line posted with it is what carries it to the accounts, so
      *>   receipts are totalled here but not run through the map.
      *>   ---------------------------------------------------------
       C-300-SCAN-CASH-RECEIPTS.
           MOVE "N" TO SW-END-OF-FILE
           PERFORM C-310-READ-RECEIPT.
           PERFORM C-320-TAKE-RECEIPT
               UNTIL END-OF-FILE.

       C-310-READ-RECEIPT.
           READ CASH-RECEIPTS-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-RECEIPT-STATUS NOT = "00"
               AND WS-RECEIPT-STATUS NOT = "10"
               AND WS-RECEIPT-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
           END-IF.

       C-320-TAKE-RECEIPT.
           MOVE RCPT-BATCH-NUMBER TO WS-LINE-BATCH
           PERFORM Z-100-LOCATE-BATCH.
           IF BATCH-IS-ON-THE-DAY
               MOVE 7 TO WS-TYPE-IX
               MOVE RCPT-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-200-ADD-TO-BATCH
           END-IF.
           PERFORM C-310-READ-RECEIPT.

      *>   ---------------------------------------------------------
      *>   PASS 4 -- deposits taken or refunded under the day's
      *>   batches.  One deposit record can be both, when it was
      *>   taken and refunded the same day.
      *>   ---------------------------------------------------------
       C-400-SCAN-DEPOSITS.
           MOVE "N" TO SW-END-OF-FILE
           PERFORM C-410-READ-DEPOSIT.
           PERFORM C-420-TAKE-DEPOSIT
               UNTIL END-OF-FILE.

       C-410-READ-DEPOSIT.
           READ DEPOSIT-LEDGER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-DEPOSIT-STATUS NOT = "00"
               AND WS-DEPOSIT-STATUS NOT = "10"
               AND WS-DEPOSIT-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
           END-IF.

       C-420-TAKE-DEPOSIT.
           MOVE DEP-BATCH-NUMBER TO WS-LINE-BATCH
           PERFORM Z-100-LOCATE-BATCH.
           IF BATCH-IS-ON-THE-DAY
               MOVE 8 TO WS-TYPE-IX
               MOVE DEP-AMOUNT-HELD TO WS-ENTRY-AMOUNT
               PERFORM Z-200-ADD-TO-BATCH
           END-IF.
           MOVE DEP-REFUND-BATCH-NUMBER TO WS-LINE-BATCH
           PERFORM Z-100-LOCATE-BATCH.
           IF BATCH-IS-ON-THE-DAY
               MOVE 9 TO WS-TYPE-IX
               MOVE DEP-REFUND-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM Z-200-ADD-TO-BATCH
           END-IF.
           PERFORM C-410-READ-DEPOSIT.

      *>   ---------------------------------------------------------
      *>   PRINTING
      *>   ---------------------------------------------------------
       D-100-PRINT-BATCHES.
           PERFORM D-110-PRINT-ONE-BATCH
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > WS-BATCH-COUNT.

       D-110-PRINT-ONE-BATCH.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-DB-NUMBER(WS-BATCH-IX)      TO BL-NUMBER
           MOVE WS-DB-PROGRAM-ID(WS-BATCH-IX)  TO BL-PROGRAM-ID
           MOVE WS-DB-OPERATOR-ID(WS-BATCH-IX) TO BL-OPERATOR-ID
           MOVE WS-DB-OPEN-TIME(WS-BATCH-IX)   TO BL-OPEN-TIME
           MOVE WS-DB-STATE(WS-BATCH-IX)       TO BL-STATE
           MOVE WS-DB-ITEMS(WS-BATCH-IX)       TO BL-ITEMS
           WRITE PRINT-LINE FROM BATCH-LINE
           PERFORM D-120-PRINT-BATCH-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 9.

       D-120-PRINT-BATCH-TYPE.
           IF WS-DB-TOTAL(WS-BATCH-IX, WS-TYPE-IX) NOT = ZERO
               MOVE WS-TYPE-NAME(WS-TYPE-IX) TO TL-NAME
               MOVE WS-DB-TOTAL(WS-BATCH-IX, WS-TYPE-IX) TO TL-AMOUNT
               WRITE PRINT-LINE FROM TYPE-LINE
           END-IF.

       D-300-PRINT-DAY-TOTALS.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-BATCH-COUNT TO DTT-BATCHES
           MOVE WS-DAY-ITEMS   TO DTT-ITEMS
           WRITE PRINT-LINE FROM DAY-TOTAL-LINE
           PERFORM D-310-PRINT-DAY-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 9.

       D-310-PRINT-DAY-TYPE.
           MOVE WS-TYPE-NAME(WS-TYPE-IX) TO TL-NAME
           MOVE WS-DAY-TOTAL(WS-TYPE-IX) TO TL-AMOUNT
           WRITE PRINT-LINE FROM TYPE-LINE.

       D-400-PRINT-NOMINAL-PROOF.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           WRITE PRINT-LINE FROM PROOF-HEADING-1
           WRITE PRINT-LINE FROM PROOF-HEADING-2
           PERFORM D-410-PRINT-ONE-ACCOUNT
               VARYING WS-ACCOUNT-IX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IX > WS-ACCOUNT-COUNT.
           MOVE "TOTAL"          TO AL-ACCOUNT
           MOVE WS-TOTAL-DEBITS  TO AL-DEBITS
           MOVE WS-TOTAL-CREDITS TO AL-CREDITS
           WRITE PRINT-LINE FROM ACCOUNT-LINE
           MOVE WS-UNMAPPED-COUNT TO UL-COUNT
           MOVE WS-UNMAPPED-TOTAL TO UL-TOTAL
           WRITE PRINT-LINE FROM UNMAPPED-LINE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               AND WS-UNMAPPED-COUNT = ZERO
               WRITE PRINT-LINE FROM PROOF-AGREES-LINE
           ELSE
               WRITE PRINT-LINE FROM PROOF-FAILS-LINE
           END-IF.

       D-410-PRINT-ONE-ACCOUNT.
           MOVE WS-ACCT-CODE(WS-ACCOUNT-IX)    TO AL-ACCOUNT
           MOVE WS-ACCT-DEBITS(WS-ACCOUNT-IX)  TO AL-DEBITS
           MOVE WS-ACCT-CREDITS(WS-ACCOUNT-IX) TO AL-CREDITS
           WRITE PRINT-LINE FROM ACCOUNT-LINE.

      *>   ---------------------------------------------------------
      *>   SHARED HELPERS
      *>   ---------------------------------------------------------
       Z-100-LOCATE-BATCH.
           MOVE "N" TO SW-ON-THE-DAY
           IF WS-LINE-BATCH NOT < WS-FIRST-BATCH
               AND WS-LINE-BATCH NOT > WS-LAST-BATCH
               AND WS-LINE-BATCH > ZERO
               COMPUTE WS-BATCH-IX =
                   WS-LINE-BATCH - WS-FIRST-BATCH + 1
               IF WS-DB-NUMBER(WS-BATCH-IX) = WS-LINE-BATCH
                   MOVE "Y" TO SW-ON-THE-DAY
               END-IF
           END-IF.

       Z-200-ADD-TO-BATCH.
           ADD 1 TO WS-DB-ITEMS(WS-BATCH-IX)
           ADD 1 TO WS-DAY-ITEMS
           ADD WS-ENTRY-AMOUNT TO WS-DB-TOTAL(WS-BATCH-IX, WS-TYPE-IX)
           ADD WS-ENTRY-AMOUNT TO WS-DAY-TOTAL(WS-TYPE-IX).

       Z-300-POST-TO-ACCOUNTS.
      *>   A reversal swaps the mapped accounts, the same way the
      *>   journal extract writes it.
           IF WS-ENTRY-AMOUNT < ZERO
               COMPUTE WS-ENTRY-MAGNITUDE = WS-ENTRY-AMOUNT * -1
           ELSE
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-MAGNITUDE
           END-IF
           MOVE "N" TO SW-MAP-FOUND
           READ NOMINAL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-MAP-FOUND
           END-READ.
           IF NOT MAP-WAS-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-ENTRY-MAGNITUDE TO WS-UNMAPPED-TOTAL
           ELSE
               IF WS-ENTRY-AMOUNT < ZERO
                   MOVE NOM-CREDIT-ACCOUNT TO WS-POSTING-ACCOUNT
               ELSE
                   MOVE NOM-DEBIT-ACCOUNT  TO WS-POSTING-ACCOUNT
               END-IF
               IF WS-POSTING-ACCOUNT NOT = SPACES
                   PERFORM Z-400-FIND-ACCOUNT
                   ADD WS-ENTRY-MAGNITUDE
                       TO WS-ACCT-DEBITS(WS-ACCOUNT-FOUND-IX)
                   ADD WS-ENTRY-MAGNITUDE TO WS-TOTAL-DEBITS
               END-IF
               IF WS-ENTRY-AMOUNT < ZERO
                   MOVE NOM-DEBIT-ACCOUNT  TO WS-POSTING-ACCOUNT
               ELSE
                   MOVE NOM-CREDIT-ACCOUNT TO WS-POSTING-ACCOUNT
               END-IF
               IF WS-POSTING-ACCOUNT NOT = SPACES
                   PERFORM Z-400-FIND-ACCOUNT
                   ADD WS-ENTRY-MAGNITUDE
                       TO WS-ACCT-CREDITS(WS-ACCOUNT-FOUND-IX)
                   ADD WS-ENTRY-MAGNITUDE TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       Z-400-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-FOUND-IX
           PERFORM Z-410-MATCH-ACCOUNT
               VARYING WS-ACCOUNT-IX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IX > WS-ACCOUNT-COUNT
               OR WS-ACCOUNT-FOUND-IX > ZERO.
           IF WS-ACCOUNT-FOUND-IX = ZERO
      *>       More accounts than the table holds fold into the last
      *>       entry rather than dropping out of the proof.
               IF WS-ACCOUNT-COUNT < 100
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND-IX
                   MOVE WS-POSTING-ACCOUNT
                       TO WS-ACCT-CODE(WS-ACCOUNT-FOUND-IX)
                   MOVE ZERO TO WS-ACCT-DEBITS(WS-ACCOUNT-FOUND-IX)
                   MOVE ZERO TO WS-ACCT-CREDITS(WS-ACCOUNT-FOUND-IX)
               ELSE
                   MOVE 100 TO WS-ACCOUNT-FOUND-IX
               END-IF
           END-IF.

       Z-410-MATCH-ACCOUNT.
           IF WS-ACCT-CODE(WS-ACCOUNT-IX) = WS-POSTING-ACCOUNT
               MOVE WS-ACCOUNT-IX TO WS-ACCOUNT-FOUND-IX
           END-IF.

       E-100-WRAP-UP.
           DISPLAY WS-BATCH-COUNT " BATCH(ES) ON THE DAY-BOOK"
           CLOSE POSTING-BATCH-FILE.
           CLOSE RENT-LEDGER.
           CLOSE OPEX-LEDGER.
           CLOSE CASH-RECEIPTS-FILE.
           CLOSE DEPOSIT-LEDGER.
           CLOSE NOMINAL-MAP-FILE.
           CLOSE DAY-BOOK-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.

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
                   "DATE=" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
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

       END PROGRAM DAY-BOOK-RPT.
