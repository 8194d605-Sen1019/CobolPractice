           SELECT PAYMENT-FILE ASSIGN TO "vendor_payment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUILDING-EXPENSE-FILE ASSIGN TO "building_expense.dat"
               RECORD KEY IS BA-ACCOUNT-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CREDENTIAL-FILE ASSIGN TO "vendor_credential.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT BANK-CHANGE-FILE ASSIGN TO "payee_bank_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBC-KEY
               FILE STATUS IS WS-BANK-CHANGE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT BANK-HOLIDAY-FILE ASSIGN TO "bank_holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

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

           SELECT FILE-LOCK-FILE ASSIGN TO "file_lock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
       FD  BANK-ACCOUNT-MASTER.
           COPY BANKACCTREC.

       FD  CREDENTIAL-FILE.
           COPY VENDCREDREC.

       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  REMITTANCE-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  BANK-HOLIDAY-FILE.
           COPY BANKHOLREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-BLDGEXP-STATUS            PIC XX.
       01  WS-ACCOUNT-STATUS            PIC XX.
       01  WS-CREDENTIAL-STATUS         PIC XX.
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-PAY-ACCOUNT-ID            PIC X(6).
       01  SW-ACCOUNT-OK                PIC X.
           88  ACCOUNT-IS-OK                VALUE "Y".
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-RUNLOG-COUNT              PIC 9(9).
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  WS-LOCK-TIMESTAMP            PIC X(14).
       01  SW-LOCK-REFUSED              PIC X.
           88  LOCK-WAS-REFUSED             VALUE "Y".

       01  SWITCHES.
           05  SW-END-OF-VENDOR-FILE    PIC X.
               88  END-OF-VENDOR-FILE       VALUE "Y".
           05  SW-POSTING-PASS          PIC X.
               88  POSTING-PASS             VALUE "Y".
           05  SW-INSURANCE-HOLD        PIC X.
               88  INSURANCE-HOLD           VALUE "Y".
           05  SW-BANK-CHANGE-OPEN      PIC X.
               88  BANK-CHANGE-IS-OPEN      VALUE "Y".
           05  SW-BANK-CHANGE-APPLIED   PIC X.
               88  BANK-CHANGE-WAS-APPLIED  VALUE "Y".
           05  SW-JOB-CANCELLED         PIC X.
               88  JOB-CANCELLED            VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-PAYMENT-DATE              PIC 9(8).
       01  WS-ITEM-TRANS-DATE           PIC 9(8).
       01  WS-TERMS-END-DATE            PIC 9(8).
       01  WS-ITEM-DUE-DATE             PIC 9(8).
       01  WS-TARGET-VENDOR-ID          PIC X(6).
       01  WS-VENDOR-TOTAL              PIC S9(8)V99.
       01  WS-VENDOR-ITEM-COUNT         PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  PAYMENT-DATE-LINE.
           05  FILLER  PIC X(14) VALUE "PAYMENT DATE: ".
           05  PDL-DATE                  PIC 9(8).
           05  PDL-ADJUSTED-NOTE         PIC X(33).

       01  PAY-ACCOUNT-LINE.
           05  FILLER  PIC X(19) VALUE "PAID FROM ACCOUNT: ".
           05  PAL-ID                    PIC X(6).
           05  IL-TRANS-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  IL-DESCRIPTION           PIC X(30).
           05  IL-AMOUNT                PIC ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(6)  VALUE "  DUE ".
           05  IL-DUE-DATE              PIC 9(8).

       01  ADJUSTED-DUE-LINE.
           05  FILLER  PIC X(17) VALUE "    TERMS END ON ".
           05  ADL-TERMS-END-DATE        PIC 9(8).
           05  FILLER  PIC X(40) VALUE
               ", NOT A WORKING DAY - DUE DATE MOVED TO ".
           05  ADL-DUE-DATE              PIC 9(8).

       01  TOTAL-LINE.
           05  FILLER  PIC X(26) VALUE "  AMOUNT PAID THIS RUN: ".
           05  FILLER  PIC X(44) VALUE
               "  SKIPPED - NO BANK DETAILS ON VENDOR MASTER".

       01  HELD-LINE.
           05  FILLER  PIC X(44) VALUE
               "  HELD - PUBLIC LIABILITY INSURANCE LAPSED".
           05  HL-EXPIRY-DATE            PIC 9(8).

       01  BANK-CHANGE-PENDING-LINE.
           05  FILLER  PIC X(38) VALUE
               "  BANK DETAILS CHANGE NOT YET IN FORCE".
           05  FILLER  PIC X(26) VALUE
               " - PAID TO DETAILS ON FILE".

       01  BANK-CHANGE-APPLIED-LINE.
           05  FILLER  PIC X(44) VALUE
               "  NEW BANK DETAILS IN FORCE - APPROVED BY ".
           05  BCAL-APPROVED-BY          PIC X(8).

      *>   Working-day arithmetic.  WS-WORK-DATE carries a date in and
      *>   out of B-970/B-980: a Saturday, a Sunday or a day on the
      *>   non-working day calendar is rolled forward to the next
      *>   working day.
       01  WS-HOLIDAY-STATUS            PIC XX.
       01  WS-WORK-DATE                 PIC 9(8).
       01  WS-WORK-INT                  PIC 9(7).
       01  WS-WORK-WEEKS                PIC 9(7).
       01  WS-WORK-WEEKDAY              PIC 9.
       01  WS-WORK-DAYS-TO-ADD          PIC 9(3).
       01  SW-WORKING-DAY               PIC X.
           88  IS-WORKING-DAY               VALUE "Y".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "vendor_remittance".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "VENDOR-PAYMENT-RUN".
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
           PERFORM A-145-ACQUIRE-FILE-LOCKS.
           IF NOT JOB-CANCELLED
               PERFORM A-150-START-RUN-LOG
               PERFORM B-100-PROCESS-VENDORS
                   UNTIL END-OF-VENDOR-FILE
               PERFORM C-050-FINISH-RUN-LOG
           END-IF.
           PERFORM C-080-RELEASE-FILE-LOCKS.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO SW-END-OF-VENDOR-FILE
           MOVE "N" TO SW-JOB-CANCELLED
           OPEN I-O VENDOR-MASTER.

           OPEN I-O OPEX-LEDGER.
           IF WS-OPEX-STATUS = "35"
           END-IF.

           OPEN OUTPUT PAYMENT-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT REMITTANCE-PRINT

           OPEN EXTEND EXCEPTION-LOG
           END-IF.
           MOVE ZERO TO WS-RUNLOG-COUNT.

           OPEN INPUT BANK-HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35"
               OPEN OUTPUT BANK-HOLIDAY-FILE
               CLOSE BANK-HOLIDAY-FILE
               OPEN INPUT BANK-HOLIDAY-FILE
           END-IF.

           OPEN INPUT BANK-ACCOUNT-MASTER.

           OPEN I-O CREDENTIAL-FILE.
           IF WS-CREDENTIAL-STATUS = "35"
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.

           OPEN I-O BANK-CHANGE-FILE.
           IF WS-BANK-CHANGE-STATUS = "35"
               OPEN OUTPUT BANK-CHANGE-FILE
               CLOSE BANK-CHANGE-FILE
               OPEN I-O BANK-CHANGE-FILE
           END-IF.

           OPEN I-O FILE-LOCK-FILE.
           IF WS-FLOCK-STATUS = "35"
               OPEN OUTPUT FILE-LOCK-FILE
               CLOSE FILE-LOCK-FILE
               OPEN I-O FILE-LOCK-FILE
           END-IF.

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           MOVE WS-PAY-ACCOUNT-ID TO PAL-ID
           MOVE BA-NAME TO PAL-NAME
           WRITE PRINT-LINE FROM PAY-ACCOUNT-LINE
      *>   The bank makes no payments on a weekend or a bank holiday,
      *>   so a run made on one pays on the next working day.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           PERFORM B-970-ROLL-TO-WORKING-DAY.
           MOVE WS-WORK-DATE TO WS-PAYMENT-DATE
           MOVE WS-PAYMENT-DATE TO PDL-DATE
           MOVE SPACES TO PDL-ADJUSTED-NOTE
           IF WS-PAYMENT-DATE NOT = WS-TODAY-DATE
               MOVE "  - RUN DATE IS NOT A WORKING DAY"
                   TO PDL-ADJUSTED-NOTE
           END-IF.
           WRITE PRINT-LINE FROM PAYMENT-DATE-LINE
           PERFORM B-900-READ-VENDOR.

       A-120-GET-PAY-ACCOUNT.
                   MOVE "Y" TO SW-ACCOUNT-OK
           END-READ.

       A-145-ACQUIRE-FILE-LOCKS.
      *>   The run rewrites the vendor master, the opex ledger and the
      *>   bank change register, so all three are claimed in the lock
      *>   register before the run-log record is cut -- the bank
      *>   change screen refuses a session while the register is
      *>   held, so no approval can be keyed over a change this run
      *>   is putting into force.  A claim already on file means
      *>   another run holds the file, and this run stands down.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           MOVE "N" TO SW-LOCK-REFUSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-TIMESTAMP
           MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-146-ACQUIRE-ONE-LOCK.
           IF NOT LOCK-WAS-REFUSED
               MOVE "vendor_master.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-146-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-146-ACQUIRE-ONE-LOCK
           END-IF.
           IF LOCK-WAS-REFUSED
               MOVE "Y" TO SW-JOB-CANCELLED
      *>       Any lock already claimed above is handed back, so a
      *>       half-claimed refusal does not itself leave a stale
      *>       lock for the supervisor to clear.
               PERFORM C-080-RELEASE-FILE-LOCKS
               DISPLAY "VENDOR PAYMENT RUN REFUSED - FILE(S) IN USE"
           END-IF.

       A-146-ACQUIRE-ONE-LOCK.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
                   MOVE "VENDOR-PAYMENT-RUN" TO FLCK-PROGRAM-ID
                   MOVE WS-LOCK-TIMESTAMP TO FLCK-START-TIMESTAMP
                   MOVE WS-OPERATOR-ID    TO FLCK-OPERATOR-ID
                   WRITE FILE-LOCK-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO SW-LOCK-REFUSED
                   DISPLAY "FILE " FLCK-FILE-NAME " IS HELD BY "
                       FLCK-PROGRAM-ID " SINCE " FLCK-START-TIMESTAMP
           END-READ.

       A-150-START-RUN-LOG.
      *>   Every posting job stamps a running record here and closes
      *>   it out again in C-050-FINISH-RUN-LOG, the same pair
      *>   OWNER-DISBURSEMENT keeps for the landlord-side payout.
      *>   The operator already signed the run when the file locks
      *>   were claimed.
           MOVE "VENDOR-PAYMENT-RUN"  TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

      *>   ---------------------------------------------------------
      *>   ---------------------------------------------------------
       B-100-PROCESS-VENDORS.
           MOVE VEND-ID TO WS-TARGET-VENDOR-ID
           PERFORM B-050-APPLY-BANK-CHANGES.
      *>   First pass totals what is owed without touching anything, so
      *>   a vendor with nothing unpaid prints no block at all and a
      *>   vendor without bank details is skipped before any entry has
               WRITE PRINT-LINE FROM VENDOR-NAME-LINE
               MOVE VEND-PAYMENT-TERMS-DAYS TO TRL-DAYS
               WRITE PRINT-LINE FROM TERMS-LINE
               IF BANK-CHANGE-WAS-APPLIED
                   WRITE PRINT-LINE FROM BANK-CHANGE-APPLIED-LINE
               END-IF
               IF BANK-CHANGE-IS-OPEN
                   WRITE PRINT-LINE FROM BANK-CHANGE-PENDING-LINE
               END-IF
               PERFORM B-150-CHECK-INSURANCE-HOLD
               IF INSURANCE-HOLD
                   WRITE PRINT-LINE FROM HELD-LINE
                   PERFORM B-360-LOG-HELD-VENDOR
               ELSE
                   IF VEND-BANK-SORT-CODE = SPACES
                       OR VEND-BANK-ACCOUNT = SPACES
                       WRITE PRINT-LINE FROM SKIPPED-LINE
                       PERFORM B-350-LOG-SKIPPED-VENDOR
                   ELSE
                       MOVE "Y" TO SW-POSTING-PASS
                       PERFORM B-200-SCAN-LEDGER-FOR-VENDOR
                       PERFORM B-230-SCAN-BUILDING-EXPENSES
                       MOVE WS-VENDOR-TOTAL TO TL-AMOUNT
                       WRITE PRINT-LINE FROM TOTAL-LINE
                       PERFORM B-300-WRITE-PAYMENT-RECORD
                       ADD 1 TO WS-RUNLOG-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM B-900-READ-VENDOR.

      *>   ---------------------------------------------------------
      *>   New bank details reach the vendor master only from here.
      *>   A change approved on the bank change register is moved
      *>   across once its cooling-off period has passed; until then,
      *>   and while a change still waits for its second operator,
      *>   the vendor is paid to the details already on the master.
      *>   ---------------------------------------------------------
       B-050-APPLY-BANK-CHANGES.
           MOVE "N" TO SW-BANK-CHANGE-OPEN
           MOVE "N" TO SW-BANK-CHANGE-APPLIED
           MOVE "V" TO PBC-PAYEE-TYPE
           MOVE WS-TARGET-VENDOR-ID TO PBC-PAYEE-ID
           MOVE ZERO TO PBC-CHANGE-SEQ
           START BANK-CHANGE-FILE KEY IS NOT LESS THAN PBC-KEY
               INVALID KEY
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BANK-CHANGE-STATUS
           END-START.
           PERFORM B-060-CHECK-ONE-BANK-CHANGE
               UNTIL WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02".

       B-060-CHECK-ONE-BANK-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT AT END
                   IF NOT PBC-PAYEE-IS-VENDOR
                       OR PBC-PAYEE-ID NOT = WS-TARGET-VENDOR-ID
                       MOVE "10" TO WS-BANK-CHANGE-STATUS
                   ELSE
                       EVALUATE TRUE
                           WHEN PBC-IS-APPROVED
                               AND PBC-EFFECTIVE-DATE
                                   NOT > WS-TODAY-DATE
                               PERFORM B-070-APPLY-BANK-CHANGE
                           WHEN PBC-IS-OPEN
                               MOVE "Y" TO SW-BANK-CHANGE-OPEN
                       END-EVALUATE
                   END-IF
           END-READ.

       B-070-APPLY-BANK-CHANGE.
           MOVE PBC-NEW-SORT-CODE TO VEND-BANK-SORT-CODE
           MOVE PBC-NEW-ACCOUNT   TO VEND-BANK-ACCOUNT
           REWRITE VENDOR-RECORD.
           SET PBC-IS-IN-FORCE TO TRUE
           MOVE WS-TODAY-DATE TO PBC-APPLIED-DATE
           REWRITE PAYEE-BANK-CHANGE-RECORD.
           MOVE "Y" TO SW-BANK-CHANGE-APPLIED
           MOVE PBC-APPROVED-BY TO BCAL-APPROVED-BY.

       B-150-CHECK-INSURANCE-HOLD.
      *>   A vendor whose public liability cover on the credential
      *>   register has run out is not paid -- the unpaid items stay
      *>   unpaid for the next run -- until either the renewal is keyed
      *>   or a supervisor releases the hold against that expiry date
      *>   through VENDOR-CREDENTIAL-MAINTENANCE.  A vendor with no
      *>   cover on the register at all is paid as before.
           MOVE "N" TO SW-INSURANCE-HOLD
           MOVE WS-TARGET-VENDOR-ID TO VCR-VEND-ID
           MOVE "PUBLIAB" TO VCR-CRED-TYPE
           READ CREDENTIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VCR-EXPIRY-DATE < WS-TODAY-DATE
                       AND VCR-RELEASED-EXPIRY NOT = VCR-EXPIRY-DATE
                       MOVE "Y" TO SW-INSURANCE-HOLD
                       MOVE VCR-EXPIRY-DATE TO HL-EXPIRY-DATE
                   END-IF
           END-READ.

       B-200-SCAN-LEDGER-FOR-VENDOR.
      *>   The opex ledger is keyed by property, not vendor, so what a
      *>   vendor is owed across the whole portfolio can only be found
                           MOVE OPEX-TRANS-DATE  TO IL-TRANS-DATE
                           MOVE OPEX-DESCRIPTION TO IL-DESCRIPTION
                           MOVE OPEX-AMOUNT      TO IL-AMOUNT
                           MOVE OPEX-TRANS-DATE  TO WS-ITEM-TRANS-DATE
                           PERFORM B-250-WORK-OUT-DUE-DATE
                           MOVE WS-ITEM-DUE-DATE TO IL-DUE-DATE
                           WRITE PRINT-LINE FROM ITEM-LINE
                           PERFORM B-260-NOTE-ADJUSTED-DUE-DATE
                           MOVE "Y" TO OPEX-PAID-SWITCH
                           REWRITE OPEX-RECORD
                       END-IF
                           MOVE BEX-TRANS-DATE   TO IL-TRANS-DATE
                           MOVE BEX-DESCRIPTION  TO IL-DESCRIPTION
                           MOVE BEX-AMOUNT       TO IL-AMOUNT
                           MOVE BEX-TRANS-DATE   TO WS-ITEM-TRANS-DATE
                           PERFORM B-250-WORK-OUT-DUE-DATE
                           MOVE WS-ITEM-DUE-DATE TO IL-DUE-DATE
                           WRITE PRINT-LINE FROM ITEM-LINE
                           PERFORM B-260-NOTE-ADJUSTED-DUE-DATE
                           MOVE "Y" TO BEX-PAID-SWITCH
                           REWRITE BUILDING-EXPENSE-RECORD
                       END-IF
                   END-IF
           END-READ.

       B-250-WORK-OUT-DUE-DATE.
      *>   The vendor's terms run in calendar days from the invoice
      *>   date, as the vendor quotes them; a due date landing on a
      *>   weekend or a bank holiday moves on to the next working
      *>   day.  An entry with no invoice date has no due date.
           MOVE ZERO TO WS-TERMS-END-DATE
           MOVE ZERO TO WS-ITEM-DUE-DATE
           IF WS-ITEM-TRANS-DATE > ZERO
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-TRANS-DATE)
                   + VEND-PAYMENT-TERMS-DAYS
               COMPUTE WS-TERMS-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE WS-TERMS-END-DATE TO WS-WORK-DATE
               PERFORM B-970-ROLL-TO-WORKING-DAY
               MOVE WS-WORK-DATE TO WS-ITEM-DUE-DATE
           END-IF.

       B-260-NOTE-ADJUSTED-DUE-DATE.
           IF WS-ITEM-DUE-DATE NOT = WS-TERMS-END-DATE
               MOVE WS-TERMS-END-DATE TO ADL-TERMS-END-DATE
               MOVE WS-ITEM-DUE-DATE  TO ADL-DUE-DATE
               WRITE PRINT-LINE FROM ADJUSTED-DUE-LINE
           END-IF.

       B-300-WRITE-PAYMENT-RECORD.
           MOVE WS-TARGET-VENDOR-ID   TO VPAY-VENDOR-ID
           MOVE VEND-BANK-SORT-CODE   TO VPAY-SORT-CODE
           MOVE VEND-BANK-ACCOUNT     TO VPAY-ACCOUNT
           MOVE WS-VENDOR-TOTAL       TO VPAY-AMOUNT
           MOVE WS-PAYMENT-DATE       TO VPAY-DATE
           WRITE PAYMENT-RECORD.

       B-350-LOG-SKIPPED-VENDOR.
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-360-LOG-HELD-VENDOR.
           MOVE "VENDOR-PAYMENT-RUN"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "VENDOR-CREDENTIAL"   TO EXC-FILE-NAME
           MOVE VEND-ID               TO EXC-KEY-VALUE
           MOVE SPACES                TO EXC-FILE-STATUS
           MOVE "UNPAID ITEMS HELD - LIABILITY INSURANCE LAPSED"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-900-READ-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-VENDOR-FILE
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

      *>   ---------------------------------------------------------
      *>   Working days.  Day 1 of the integer calendar (1 January
      *>   1601) was a Monday, so the day number divided by seven
      *>   leaves 6 on a Saturday and 0 on a Sunday.  Any other day is
      *>   a working day unless it is on the non-working day calendar.
      *>   ---------------------------------------------------------
       B-970-ROLL-TO-WORKING-DAY.
           PERFORM B-975-CHECK-WORKING-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY
               UNTIL IS-WORKING-DAY.

       B-975-CHECK-WORKING-DAY.
           MOVE "Y" TO SW-WORKING-DAY
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WORK-WEEKS
               REMAINDER WS-WORK-WEEKDAY
           IF WS-WORK-WEEKDAY = 6 OR WS-WORK-WEEKDAY = 0
               MOVE "N" TO SW-WORKING-DAY
           ELSE
               MOVE WS-WORK-DATE TO BHOL-DATE
               READ BANK-HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-WORKING-DAY
               END-READ
           END-IF.

       B-980-ADD-WORKING-DAYS.
      *>   WS-WORK-DATE moves on by WS-WORK-DAYS-TO-ADD working days.
           PERFORM B-990-NEXT-WORKING-DAY
               WS-WORK-DAYS-TO-ADD TIMES.

       B-985-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-WORK-INT
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM B-975-CHECK-WORKING-DAY.

       B-990-NEXT-WORKING-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY.
           PERFORM B-985-NEXT-CALENDAR-DAY
               UNTIL IS-WORKING-DAY.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-RUNLOG-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           REWRITE RUN-LOG-RECORD.

       C-080-RELEASE-FILE-LOCKS.
           MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "vendor_master.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.

       C-085-RELEASE-ONE-LOCK.
      *>   Only this run's own claim is handed back -- matched on the
      *>   start timestamp as well as the program name.
           MOVE WS-LOCK-FILE-NAME TO FLCK-FILE-NAME
           READ FILE-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FLCK-PROGRAM-ID = "VENDOR-PAYMENT-RUN"
                       AND FLCK-START-TIMESTAMP = WS-LOCK-TIMESTAMP
                       DELETE FILE-LOCK-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE VENDOR-MASTER.
           CLOSE OPEX-LEDGER.
           CLOSE BUILDING-EXPENSE-FILE.
           CLOSE BANK-ACCOUNT-MASTER.
           CLOSE CREDENTIAL-FILE.
           CLOSE BANK-CHANGE-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE REMITTANCE-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE BANK-HOLIDAY-FILE.
           CLOSE FILE-LOCK-FILE.

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
                   "ACCOUNT=" DELIMITED BY SIZE
                   WS-PAY-ACCOUNT-ID DELIMITED BY SIZE
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

       END PROGRAM VENDOR-PAYMENT-RUN.
