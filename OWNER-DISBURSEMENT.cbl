               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT DISBURSEMENT-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-LOG ASSIGN TO "exception_log.dat"
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "system_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "rent_guarantee_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS RGC-LEASE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT BUILDING-CLAIM-FILE ASSIGN TO "building_claim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS BIC-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BIC-INSURER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BUILDING-CLAIM-STATUS.

           SELECT COMPLAINT-FILE ASSIGN TO "complaint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMPL-ID
               ALTERNATE RECORD KEY IS CMPL-LANDLORD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT LANDLORD-VERIFY-FILE ASSIGN TO "landlord_verify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVER-LANDLORD-ID
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT BANK-CHANGE-FILE ASSIGN TO "payee_bank_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBC-KEY
               FILE STATUS IS WS-BANK-CHANGE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  LANDLORD-MASTER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  CONTROL-FILE.
           COPY CTLPARM.

       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  CLAIM-FILE.
           COPY RGICLMREC.

       FD  BUILDING-CLAIM-FILE.
           COPY BLDCLMREC.

       FD  COMPLAINT-FILE.
           COPY COMPLAINTREC.

       FD  LANDLORD-VERIFY-FILE.
           COPY LVERREC.

       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  BANK-HOLIDAY-FILE.
           COPY BANKHOLREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-STATUS            PIC XX.
       01  WS-WITHHOLDING-STATUS        PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-CLAIM-STATUS              PIC XX.
       01  WS-BUILDING-CLAIM-STATUS     PIC XX.
       01  WS-COMPLAINT-STATUS          PIC XX.
       01  WS-VERIFY-STATUS             PIC XX.
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  WS-LOCK-TIMESTAMP            PIC X(14).
       01  SW-LOCK-REFUSED              PIC X.
               88  JOB-CANCELLED             VALUE "Y".
           05  SW-PREREQ-MET            PIC X.
               88  PREREQUISITE-WAS-MET     VALUE "Y".
           05  SW-LANDLORD-HELD         PIC X.
               88  LANDLORD-IS-HELD         VALUE "Y".
           05  SW-BANK-CHANGE-OPEN      PIC X.
               88  BANK-CHANGE-IS-OPEN      VALUE "Y".
           05  SW-BANK-CHANGE-APPLIED   PIC X.
               88  BANK-CHANGE-WAS-APPLIED  VALUE "Y".

       01  WS-PREREQ-PROGRAM            PIC X(26).
       01  WS-PREREQ-PERIOD             PIC 9(6).

       01  WS-TODAY-DATE                 PIC 9(8).
       01  WS-PAYMENT-DATE               PIC 9(8).
       01  WS-DISB-PERIOD                PIC 9(6).
      *>   First period whose collections this landlord is paid for
      *>   -- the disbursement period itself, or an earlier one when
      *>   payments held for identity verification are released.
       01  WS-FROM-PERIOD                PIC 9(6).
       01  WS-TARGET-OWNER-ID            PIC X(6).
       01  WS-TARGET-PROP-ID             PIC X(6).
       01  WS-TARGET-LEASE-NUMBER        PIC X(6).
       01  WS-PROPERTY-MGMT-FEE          PIC 9(8)V99.
       01  WS-LANDLORD-GROSS             PIC 9(8)V99.
       01  WS-LANDLORD-MGMT-FEE          PIC 9(8)V99.
       01  WS-LANDLORD-CLAIMS            PIC 9(8)V99.
       01  WS-LANDLORD-COMPENSATION      PIC 9(8)V99.
       01  WS-LANDLORD-NET-DUE           PIC S9(8)V99.
       01  WS-MAX-SEQUENCE               PIC 9(6).
       01  SW-FEE-POSTED                 PIC X.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  PAL-NAME                  PIC X(30).

       01  PAYMENT-DATE-LINE.
           05  FILLER  PIC X(14) VALUE "PAYMENT DATE: ".
           05  PDL-DATE                  PIC 9(8).
           05  PDL-ADJUSTED-NOTE         PIC X(33).

       01  SEPARATOR-LINE.
           05  FILLER  PIC X(40) VALUE ALL "-".

           05  FILLER  PIC X(26) VALUE "  MANAGEMENT FEE:       ".
           05  FL-AMOUNT                 PIC ZZZ,ZZZ9.99.

       01  CLAIMS-LINE.
           05  FILLER  PIC X(26) VALUE "  RENT GUARANTEE CLAIMS: ".
           05  CL-AMOUNT                 PIC ZZZ,ZZZ9.99.

       01  COMPENSATION-LINE.
           05  FILLER  PIC X(26) VALUE "  COMPLAINT COMPENSATION:".
           05  CPL-AMOUNT                PIC ZZZ,ZZZ9.99.

      *>   One line per building insurance claim on the landlord's
      *>   properties that is still open or was settled this period.
       01  BUILDING-CLAIM-LINE.
           05  FILLER  PIC X(8)  VALUE "  CLAIM ".
           05  BCL-CLAIM-NUMBER          PIC 9(6).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  BCL-PROP-ID               PIC X(6).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  BCL-INSURER               PIC X(16).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  BCL-STATE                 PIC X(8).
           05  FILLER  PIC X(9)  VALUE " CLAIMED ".
           05  BCL-CLAIMED               PIC ZZZ,ZZ9.99.
           05  FILLER  PIC X(6)  VALUE " PAID ".
           05  BCL-SETTLED               PIC ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
           05  FILLER  PIC X(8)  VALUE " EXCESS ".
           05  BCL-EXCESS                PIC ZZZ,ZZ9.99.

       01  WITHHOLD-LINE.
           05  FILLER  PIC X(26) VALUE "  NON-RES TAX WITHHELD: ".
           05  WL-AMOUNT                 PIC ZZZ,ZZZ9.99.
           05  FILLER  PIC X(26) VALUE "  AMOUNT DUE THIS RUN:  ".
           05  DL-AMOUNT                 PIC ZZZ,ZZZ9.99-.

       01  PAY-TO-LINE.
           05  FILLER  PIC X(20) VALUE "  PAY TO SORT CODE: ".
           05  PTL-SORT-CODE             PIC X(8).
           05  FILLER  PIC X(11) VALUE "  ACCOUNT: ".
           05  PTL-ACCOUNT               PIC X(10).

       01  NO-BANK-DETAILS-LINE.
           05  FILLER  PIC X(40) VALUE
               "  NO BANK DETAILS ON FILE".

       01  BANK-CHANGE-PENDING-LINE.
           05  FILLER  PIC X(38) VALUE
               "  BANK DETAILS CHANGE NOT YET IN FORCE".
           05  FILLER  PIC X(26) VALUE
               " - PAID TO DETAILS ON FILE".

       01  BANK-CHANGE-APPLIED-LINE.
           05  FILLER  PIC X(44) VALUE
               "  NEW BANK DETAILS IN FORCE - APPROVED BY ".
           05  BCAL-APPROVED-BY          PIC X(8).

       01  HELD-LINE.
           05  FILLER  PIC X(48) VALUE
               "  PAYMENT HELD - IDENTITY NOT VERIFIED".

       01  RELEASE-LINE.
           05  FILLER  PIC X(38) VALUE
               "  INCLUDES PAYMENTS HELD SINCE PERIOD ".
           05  RL-FROM-PERIOD            PIC 9(6).

       01  REFRESH-LINE.
           05  FILLER  PIC X(40) VALUE
               "  IDENTITY VERIFICATION REFRESH DUE:  ".
           05  RFL-DUE-DATE              PIC 9(8).

      *>   Landlords held this run, kept for the exception page that
      *>   follows the register.
       01  WS-HELD-COUNT                 PIC 9(4).
       01  WS-HELD-IX                    PIC 9(4).
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 500 TIMES.
               10  WS-HELD-LANDLORD-ID  PIC X(6).
               10  WS-HELD-NAME         PIC X(30).
               10  WS-HELD-STATE        PIC X(16).
               10  WS-HELD-FROM-PERIOD  PIC 9(6).

       01  HELD-HEADING-1.
           05  FILLER  PIC X(50) VALUE
               "PAYMENTS HELD - LANDLORD IDENTITY NOT VERIFIED".

       01  HELD-HEADING-2.
           05  FILLER  PIC X(10) VALUE "LANDLORD".
           05  FILLER  PIC X(32) VALUE "NAME".
           05  FILLER  PIC X(18) VALUE "VERIFICATION".
           05  FILLER  PIC X(12) VALUE "HELD SINCE".

       01  HELD-DETAIL-LINE.
           05  HDL-LANDLORD-ID           PIC X(6).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  HDL-NAME                  PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  HDL-STATE                 PIC X(16).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  HDL-FROM-PERIOD           PIC 9(6).

       01  HELD-TOTAL-LINE.
           05  FILLER  PIC X(20) VALUE "LANDLORDS HELD: ".
           05  HTL-COUNT                 PIC Z,ZZ9.

       01  HELD-OVERFLOW-LINE.
           05  FILLER  PIC X(50) VALUE
               "MORE HELD THAN LISTED - SEE THE EXCEPTION LOG".

      *>   Working-day arithmetic.  WS-WORK-DATE carries a date in and
      *>   out of B-970/B-980: a Saturday, a Sunday or a day on the
      *>   non-working day calendar is rolled forward to the next
      *>   working day.
      *>   Collections and fees by property branch, printed after
      *>   the register so each branch manager can see their share.
      *>   The run itself is always the whole book -- a landlord with
      *>   property in two branches is still paid once.
       01  WS-BRANCH-COUNT               PIC 99.
       01  WS-BRANCH-IX                  PIC 99.
       01  WS-BRANCH-FOUND-IX            PIC 99.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BRANCH-CODE       PIC X(3).
               10  WS-BRANCH-GROSS      PIC 9(9)V99.
               10  WS-BRANCH-FEE        PIC 9(9)V99.

       01  BRANCH-HEADING-1.
           05  FILLER  PIC X(40) VALUE "BRANCH SUBTOTALS".

       01  BRANCH-HEADING-2.
           05  FILLER  PIC X(10) VALUE "BRANCH".
           05  FILLER  PIC X(16) VALUE "    COLLECTED".
           05  FILLER  PIC X(16) VALUE "   MGMT FEES".

       01  BRANCH-TOTAL-LINE.
           05  BTL-BRANCH                PIC X(6).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  BTL-GROSS                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  BTL-FEE                   PIC ZZ,ZZZ,ZZ9.99.

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
               VALUE "owner_disbursement".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "OWNER-DISBURSEMENT".
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
               PERFORM A-150-START-RUN-LOG
               PERFORM B-100-PROCESS-LANDLORDS
                   UNTIL END-OF-LANDLORD-FILE
               PERFORM B-850-PRINT-BRANCH-TOTALS
               PERFORM B-800-PRINT-HELD-PAYMENTS
               PERFORM C-050-FINISH-RUN-LOG
           END-IF.
           PERFORM C-080-RELEASE-FILE-LOCKS.
               MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-246-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "complaint.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-246-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "landlord_verify.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-246-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "landlord_master.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-246-ACQUIRE-ONE-LOCK
           END-IF.
           IF NOT LOCK-WAS-REFUSED
               MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
               PERFORM A-246-ACQUIRE-ONE-LOCK
           END-IF.
           IF LOCK-WAS-REFUSED
               MOVE "Y" TO SW-JOB-CANCELLED
      *>       Any lock already claimed above is handed back, so a
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "opex_ledger.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "complaint.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "landlord_verify.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "landlord_master.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.
           MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
           PERFORM C-085-RELEASE-ONE-LOCK.

       C-085-RELEASE-ONE-LOCK.
      *>   Only this run's own claim is handed back -- matched on the
       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO SW-END-OF-LANDLORD-FILE
           OPEN I-O LANDLORD-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT LEASE-MASTER.

               OPEN I-O OPEX-LEDGER
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT DISBURSEMENT-PRINT

           OPEN EXTEND EXCEPTION-LOG
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE ZERO TO WS-RUNLOG-COUNT.

           OPEN I-O CONTROL-FILE.
               OPEN I-O WITHHOLDING-FILE
           END-IF.

           OPEN INPUT BANK-HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35"
               OPEN OUTPUT BANK-HOLIDAY-FILE
               CLOSE BANK-HOLIDAY-FILE
               OPEN INPUT BANK-HOLIDAY-FILE
           END-IF.

           OPEN INPUT BANK-ACCOUNT-MASTER.

           OPEN I-O FILE-LOCK-FILE.
               OPEN I-O FILE-LOCK-FILE
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.

           OPEN I-O BUILDING-CLAIM-FILE.
           IF WS-BUILDING-CLAIM-STATUS = "35"
               OPEN OUTPUT BUILDING-CLAIM-FILE
               CLOSE BUILDING-CLAIM-FILE
               OPEN I-O BUILDING-CLAIM-FILE
           END-IF.

           OPEN I-O COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF.

           OPEN I-O LANDLORD-VERIFY-FILE.
           IF WS-VERIFY-STATUS = "35"
               OPEN OUTPUT LANDLORD-VERIFY-FILE
               CLOSE LANDLORD-VERIFY-FILE
               OPEN I-O LANDLORD-VERIFY-FILE
           END-IF.

           OPEN I-O BANK-CHANGE-FILE.
           IF WS-BANK-CHANGE-STATUS = "35"
               OPEN OUTPUT BANK-CHANGE-FILE
               CLOSE BANK-CHANGE-FILE
               OPEN I-O BANK-CHANGE-FILE
           END-IF.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-BRANCH-COUNT

           WRITE PRINT-LINE FROM HEADING-LINE-1.

       A-150-START-RUN-LOG.
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

       A-200-GET-PERIOD.
      *>   Period runs this job covers, YYYYMM, entered by the
      *>   operator the same way YEAR-END-TAX-SUMMARY asks for a tax
           MOVE WS-PAY-ACCOUNT-ID TO PAL-ID
           MOVE BA-NAME TO PAL-NAME
           WRITE PRINT-LINE FROM PAY-ACCOUNT-LINE
      *>   Owners are paid on a working day -- a run made on a
      *>   weekend or a bank holiday pays on the next one.
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
           PERFORM B-900-READ-LANDLORD.

       A-250-GET-PAY-ACCOUNT.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE LANDLORD-NAME TO LNL-NAME
           WRITE PRINT-LINE FROM LANDLORD-NAME-LINE
           PERFORM B-030-APPLY-BANK-CHANGES.
           PERFORM B-050-CHECK-VERIFICATION.
           IF LANDLORD-IS-HELD
               WRITE PRINT-LINE FROM HELD-LINE
               PERFORM B-080-LIST-HELD-LANDLORD
           ELSE
               PERFORM B-150-DISBURSE-LANDLORD
           END-IF.
           PERFORM B-900-READ-LANDLORD.

      *>   ---------------------------------------------------------
      *>   New bank details reach the landlord master only from here.
      *>   A change approved on the bank change register is moved
      *>   across once its cooling-off period has passed; until then,
      *>   and while a change still waits for its second operator,
      *>   the owner is paid to the details already on the master.
      *>   ---------------------------------------------------------
       B-030-APPLY-BANK-CHANGES.
           MOVE "N" TO SW-BANK-CHANGE-OPEN
           MOVE "N" TO SW-BANK-CHANGE-APPLIED
           MOVE "L" TO PBC-PAYEE-TYPE
           MOVE LANDLORD-ID TO PBC-PAYEE-ID
           MOVE ZERO TO PBC-CHANGE-SEQ
           START BANK-CHANGE-FILE KEY IS NOT LESS THAN PBC-KEY
               INVALID KEY
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BANK-CHANGE-STATUS
           END-START.
           PERFORM B-035-CHECK-ONE-BANK-CHANGE
               UNTIL WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02".

       B-035-CHECK-ONE-BANK-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT AT END
                   IF NOT PBC-PAYEE-IS-LANDLORD
                       OR PBC-PAYEE-ID NOT = LANDLORD-ID
                       MOVE "10" TO WS-BANK-CHANGE-STATUS
                   ELSE
                       EVALUATE TRUE
                           WHEN PBC-IS-APPROVED
                               AND PBC-EFFECTIVE-DATE
                                   NOT > WS-TODAY-DATE
                               PERFORM B-040-APPLY-BANK-CHANGE
                           WHEN PBC-IS-OPEN
                               MOVE "Y" TO SW-BANK-CHANGE-OPEN
                       END-EVALUATE
                   END-IF
           END-READ.

       B-040-APPLY-BANK-CHANGE.
           MOVE PBC-NEW-SORT-CODE TO LANDLORD-BANK-SORT-CODE
           MOVE PBC-NEW-ACCOUNT   TO LANDLORD-BANK-ACCOUNT
           REWRITE LANDLORD-RECORD.
           SET PBC-IS-IN-FORCE TO TRUE
           MOVE WS-TODAY-DATE TO PBC-APPLIED-DATE
           REWRITE PAYEE-BANK-CHANGE-RECORD.
           MOVE "Y" TO SW-BANK-CHANGE-APPLIED
           MOVE PBC-APPROVED-BY TO BCAL-APPROVED-BY.

      *>   ---------------------------------------------------------
      *>   No client money goes to a landlord until their identity
      *>   and ownership have been checked and recorded on the
      *>   verification register.  A held landlord is passed over
      *>   whole -- no fee is taken and nothing is stamped paid -- and
      *>   the first period held is remembered on the register, so
      *>   the first run after the check is recorded pays every
      *>   period's collections since.
      *>   ---------------------------------------------------------
       B-050-CHECK-VERIFICATION.
           MOVE "N" TO SW-LANDLORD-HELD
           MOVE WS-DISB-PERIOD TO WS-FROM-PERIOD
           MOVE LANDLORD-ID TO LVER-LANDLORD-ID
           READ LANDLORD-VERIFY-FILE
               INVALID KEY
                   INITIALIZE LANDLORD-VERIFY-RECORD
                   MOVE LANDLORD-ID    TO LVER-LANDLORD-ID
                   SET LVER-IS-PENDING TO TRUE
                   MOVE WS-DISB-PERIOD TO LVER-HELD-FROM-PERIOD
                   WRITE LANDLORD-VERIFY-RECORD
                   MOVE "Y" TO SW-LANDLORD-HELD
               NOT INVALID KEY
                   IF LVER-IS-VERIFIED
                       PERFORM B-060-RELEASE-HELD-PERIODS
                   ELSE
                       PERFORM B-070-HOLD-PERIOD
                   END-IF
           END-READ.

       B-060-RELEASE-HELD-PERIODS.
      *>   A release stamped in an earlier period was paid then; the
      *>   hold is finished with and this run pays its own period.
           IF LVER-HELD-FROM-PERIOD > ZERO
               IF LVER-RELEASED-IN-PERIOD = ZERO
                   OR LVER-RELEASED-IN-PERIOD = WS-DISB-PERIOD
                   IF LVER-HELD-FROM-PERIOD < WS-DISB-PERIOD
                       MOVE LVER-HELD-FROM-PERIOD TO WS-FROM-PERIOD
                       MOVE WS-FROM-PERIOD TO RL-FROM-PERIOD
                       WRITE PRINT-LINE FROM RELEASE-LINE
                   END-IF
                   MOVE WS-DISB-PERIOD TO LVER-RELEASED-IN-PERIOD
               ELSE
                   MOVE ZERO TO LVER-HELD-FROM-PERIOD
                   MOVE ZERO TO LVER-RELEASED-IN-PERIOD
               END-IF
               REWRITE LANDLORD-VERIFY-RECORD
           END-IF.
      *>   Still paid, but the register shows the check is stale so
      *>   the refresh is chased before it becomes a hold.
           IF LVER-REFRESH-DUE-DATE < WS-TODAY-DATE
               MOVE LVER-REFRESH-DUE-DATE TO RFL-DUE-DATE
               WRITE PRINT-LINE FROM REFRESH-LINE
           END-IF.

       B-070-HOLD-PERIOD.
           MOVE "Y" TO SW-LANDLORD-HELD
           IF LVER-RELEASED-IN-PERIOD > ZERO
               MOVE ZERO TO LVER-HELD-FROM-PERIOD
               MOVE ZERO TO LVER-RELEASED-IN-PERIOD
           END-IF.
           IF LVER-HELD-FROM-PERIOD = ZERO
               OR LVER-HELD-FROM-PERIOD > WS-DISB-PERIOD
               MOVE WS-DISB-PERIOD TO LVER-HELD-FROM-PERIOD
           END-IF.
           REWRITE LANDLORD-VERIFY-RECORD.

       B-080-LIST-HELD-LANDLORD.
           ADD 1 TO WS-HELD-COUNT
           IF WS-HELD-COUNT NOT > 500
               MOVE LANDLORD-ID   TO WS-HELD-LANDLORD-ID(WS-HELD-COUNT)
               MOVE LANDLORD-NAME TO WS-HELD-NAME(WS-HELD-COUNT)
               IF LVER-IS-WITHDRAWN
                   MOVE "WITHDRAWN"     TO WS-HELD-STATE(WS-HELD-COUNT)
               ELSE
                   MOVE "NOT VERIFIED"  TO WS-HELD-STATE(WS-HELD-COUNT)
               END-IF
               MOVE LVER-HELD-FROM-PERIOD
                   TO WS-HELD-FROM-PERIOD(WS-HELD-COUNT)
           END-IF.
           MOVE "OWNER-DISBURSEMENT"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LANDLORD-VERIFY"     TO EXC-FILE-NAME
           MOVE LANDLORD-ID           TO EXC-KEY-VALUE
           MOVE SPACES                TO EXC-FILE-STATUS
           MOVE "PAYMENT HELD - IDENTITY NOT VERIFIED"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-150-DISBURSE-LANDLORD.
           PERFORM B-200-SUMMARIZE-LANDLORD.
           MOVE WS-LANDLORD-GROSS TO GL-AMOUNT
           WRITE PRINT-LINE FROM GROSS-LINE
           MOVE WS-LANDLORD-MGMT-FEE TO FL-AMOUNT
           WRITE PRINT-LINE FROM FEE-LINE
           IF WS-LANDLORD-CLAIMS > ZERO
               MOVE WS-LANDLORD-CLAIMS TO CL-AMOUNT
               WRITE PRINT-LINE FROM CLAIMS-LINE
           END-IF.
           IF WS-LANDLORD-COMPENSATION > ZERO
               MOVE WS-LANDLORD-COMPENSATION TO CPL-AMOUNT
               WRITE PRINT-LINE FROM COMPENSATION-LINE
           END-IF.
           PERFORM B-700-LIST-BUILDING-CLAIMS.
           PERFORM B-600-WITHHOLD-NRL-TAX.
           MOVE WS-LANDLORD-NET-DUE TO DL-AMOUNT
           WRITE PRINT-LINE FROM DUE-LINE.
           PERFORM B-160-PRINT-PAY-TO.

       B-160-PRINT-PAY-TO.
           IF LANDLORD-BANK-SORT-CODE = SPACES
               OR LANDLORD-BANK-ACCOUNT = SPACES
               WRITE PRINT-LINE FROM NO-BANK-DETAILS-LINE
           ELSE
               MOVE LANDLORD-BANK-SORT-CODE TO PTL-SORT-CODE
               MOVE LANDLORD-BANK-ACCOUNT   TO PTL-ACCOUNT
               WRITE PRINT-LINE FROM PAY-TO-LINE
           END-IF.
           IF BANK-CHANGE-WAS-APPLIED
               WRITE PRINT-LINE FROM BANK-CHANGE-APPLIED-LINE
           END-IF.
           IF BANK-CHANGE-IS-OPEN
               WRITE PRINT-LINE FROM BANK-CHANGE-PENDING-LINE
           END-IF.

       B-200-SUMMARIZE-LANDLORD.
      *>   The PROP-OWNER-ID alternate index on PROPERTY-MASTER lets
      *>   same as YEAR-END-TAX-SUMMARY's B-200-SUMMARIZE-LANDLORD.
           MOVE ZERO TO WS-LANDLORD-GROSS
           MOVE ZERO TO WS-LANDLORD-MGMT-FEE
           MOVE ZERO TO WS-LANDLORD-CLAIMS
           MOVE ZERO TO WS-LANDLORD-COMPENSATION
           MOVE LANDLORD-ID TO WS-TARGET-OWNER-ID
           MOVE WS-TARGET-OWNER-ID TO PROP-OWNER-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-OWNER-ID
           PERFORM B-300-SCAN-PROPERTIES
               UNTIL WS-PROPERTY-STATUS NOT = "00"
               AND WS-PROPERTY-STATUS NOT = "02".
           PERFORM B-540-SUM-COMPENSATION.
           COMPUTE WS-LANDLORD-NET-DUE =
               WS-LANDLORD-GROSS - WS-LANDLORD-MGMT-FEE
               + WS-LANDLORD-CLAIMS + WS-LANDLORD-COMPENSATION.

       B-300-SCAN-PROPERTIES.
           READ PROPERTY-MASTER NEXT RECORD
                       PERFORM B-400-SUM-RECEIPTS-FOR-PROPERTY
                       PERFORM B-350-ADD-MGMT-FEE
                       ADD WS-PROPERTY-GROSS TO WS-LANDLORD-GROSS
                       PERFORM B-860-ADD-TO-BRANCH
                   END-IF
           END-READ.

                   MOVE "N"  TO OPEX-VAT-FLAG
                   MOVE ZERO TO OPEX-VAT-AMOUNT
               END-IF
               MOVE WS-POSTING-BATCH-NUMBER TO OPEX-BATCH-NUMBER
               WRITE OPEX-RECORD
               ADD 1 TO WS-RUNLOG-COUNT
           END-IF.
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       PERFORM B-500-SUM-RECEIPTS-FOR-LEASE
                       PERFORM B-520-SUM-CLAIMS-FOR-LEASE
                   END-IF
           END-READ.

                   IF RLEDG-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-RLEDGER-STATUS
                   ELSE
                       IF RLEDG-IS-RECEIPT
                           AND RLEDG-TRANS-DATE(1:6)
                               NOT < WS-FROM-PERIOD
                           AND RLEDG-TRANS-DATE(1:6)
                               NOT > WS-DISB-PERIOD
                           ADD RLEDG-AMOUNT TO WS-PROPERTY-GROSS
                       END-IF
                   END-IF
           END-READ.

       B-520-SUM-CLAIMS-FOR-LEASE.
      *>   What a rent guarantee insurer paid on the lease's arrears
      *>   is the owner's money, paid over in the period it came in.
      *>   It never went through the tenant's rent ledger -- the
      *>   arrears stay owed for recovery -- so it is not in the
      *>   collections above and takes no management fee.
           MOVE LEASE-NUMBER TO RGC-LEASE-NUMBER
           START CLAIM-FILE KEY IS NOT LESS THAN RGC-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CLAIM-STATUS
           END-START.
           PERFORM B-530-SCAN-CLAIMS
               UNTIL WS-CLAIM-STATUS NOT = "00"
               AND WS-CLAIM-STATUS NOT = "02".

       B-530-SCAN-CLAIMS.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIM-STATUS
               NOT AT END
                   IF RGC-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-CLAIM-STATUS
                   ELSE
                       IF RGC-IS-SETTLED
                           AND RGC-SETTLED-DATE(1:6)
                               NOT < WS-FROM-PERIOD
                           AND RGC-SETTLED-DATE(1:6)
                               NOT > WS-DISB-PERIOD
                           ADD RGC-SETTLED-AMOUNT
                               TO WS-LANDLORD-CLAIMS
                       END-IF
                   END-IF
           END-READ.

       B-540-SUM-COMPENSATION.
      *>   Compensation agreed to the landlord on a complaint is the
      *>   agency's money paid over with the owner's proceeds, so it
      *>   takes no management fee.  It is paid with the first run
      *>   after it was agreed and stamped with the period paid; a
      *>   rerun of that period picks the same complaints up again by
      *>   the stamp, so the register reprints rather than doubling.
           MOVE LANDLORD-ID TO CMPL-LANDLORD-ID
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMPL-LANDLORD-ID
               INVALID KEY
                   MOVE "10" TO WS-COMPLAINT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-COMPLAINT-STATUS
           END-START.
           PERFORM B-550-SCAN-COMPLAINTS
               UNTIL WS-COMPLAINT-STATUS NOT = "00"
               AND WS-COMPLAINT-STATUS NOT = "02".

       B-550-SCAN-COMPLAINTS.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COMPLAINT-STATUS
               NOT AT END
                   IF CMPL-LANDLORD-ID NOT = LANDLORD-ID
                       MOVE "10" TO WS-COMPLAINT-STATUS
                   ELSE
                       IF CMPL-IS-RESPONDED
                           AND CMPL-COMP-TO-OWNER
                           AND CMPL-COMP-AMOUNT > ZERO
                           PERFORM B-560-PAY-COMPENSATION
                       END-IF
                   END-IF
           END-READ.

       B-560-PAY-COMPENSATION.
           IF CMPL-COMP-POSTED-DATE = ZERO
               MOVE WS-DISB-PERIOD    TO WS-FEE-ENTRY-PERIOD
               MOVE 01                TO WS-FEE-ENTRY-DAY
               MOVE WS-FEE-ENTRY-DATE TO CMPL-COMP-POSTED-DATE
               REWRITE COMPLAINT-RECORD
               ADD 1 TO WS-RUNLOG-COUNT
           END-IF.
           IF CMPL-COMP-POSTED-DATE(1:6) = WS-DISB-PERIOD
               ADD CMPL-COMP-AMOUNT TO WS-LANDLORD-COMPENSATION
           END-IF.

      *>   ---------------------------------------------------------
      *>   Building insurance claims are shown for the owner's
      *>   information only.  The settlement is posted to the opex
      *>   ledger as a credit against the repair costs, and this run
      *>   pays out rent less the fee without taking opex off, so
      *>   the reimbursement does not move the amount due here --
      *>   it shows up in the owner's net costs on the year-end
      *>   summary instead.
      *>   ---------------------------------------------------------
       B-700-LIST-BUILDING-CLAIMS.
           MOVE LANDLORD-ID TO PROP-OWNER-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-OWNER-ID
               INVALID KEY
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PROPERTY-STATUS
           END-START.
           PERFORM B-710-SCAN-OWNER-PROPERTIES
               UNTIL WS-PROPERTY-STATUS NOT = "00"
               AND WS-PROPERTY-STATUS NOT = "02".

       B-710-SCAN-OWNER-PROPERTIES.
           READ PROPERTY-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT AT END
                   IF PROP-OWNER-ID NOT = LANDLORD-ID
                       MOVE "10" TO WS-PROPERTY-STATUS
                   ELSE
                       PERFORM B-720-FIND-PROPERTY-CLAIMS
                   END-IF
           END-READ.

       B-720-FIND-PROPERTY-CLAIMS.
           MOVE PROP-ID TO BIC-PROP-ID
           START BUILDING-CLAIM-FILE KEY IS NOT LESS THAN BIC-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-BUILDING-CLAIM-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BUILDING-CLAIM-STATUS
           END-START.
           PERFORM B-730-SCAN-PROPERTY-CLAIMS
               UNTIL WS-BUILDING-CLAIM-STATUS NOT = "00"
               AND WS-BUILDING-CLAIM-STATUS NOT = "02".

       B-730-SCAN-PROPERTY-CLAIMS.
           READ BUILDING-CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BUILDING-CLAIM-STATUS
               NOT AT END
                   IF BIC-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-BUILDING-CLAIM-STATUS
                   ELSE
                       IF BIC-IS-OPEN
                           OR (BIC-IS-SETTLED
                           AND BIC-SETTLED-DATE(1:6) = WS-DISB-PERIOD)
                           PERFORM B-740-PRINT-BUILDING-CLAIM
                       END-IF
                   END-IF
           END-READ.

       B-740-PRINT-BUILDING-CLAIM.
           MOVE BIC-CLAIM-NUMBER    TO BCL-CLAIM-NUMBER
           MOVE BIC-PROP-ID         TO BCL-PROP-ID
           MOVE BIC-INSURER-NAME    TO BCL-INSURER
           IF BIC-IS-OPEN
               MOVE "OPEN"          TO BCL-STATE
           ELSE
               MOVE "SETTLED"       TO BCL-STATE
           END-IF.
           MOVE BIC-CLAIM-AMOUNT    TO BCL-CLAIMED
           MOVE BIC-SETTLED-AMOUNT  TO BCL-SETTLED
           MOVE BIC-EXCESS-AMOUNT   TO BCL-EXCESS
           WRITE PRINT-LINE FROM BUILDING-CLAIM-LINE.

      *>   ---------------------------------------------------------
      *>   Exception page -- every landlord whose payment was held
      *>   this run, for the compliance officer to chase.
      *>   ---------------------------------------------------------
       B-800-PRINT-HELD-PAYMENTS.
           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM SEPARATOR-LINE
               WRITE PRINT-LINE FROM HELD-HEADING-1
               MOVE WS-DISB-PERIOD TO PL-PERIOD
               WRITE PRINT-LINE FROM PERIOD-LINE
               WRITE PRINT-LINE FROM HELD-HEADING-2
               PERFORM B-810-PRINT-HELD-LANDLORD
                   VARYING WS-HELD-IX FROM 1 BY 1
                   UNTIL WS-HELD-IX > WS-HELD-COUNT
                   OR WS-HELD-IX > 500
               IF WS-HELD-COUNT > 500
                   WRITE PRINT-LINE FROM HELD-OVERFLOW-LINE
               END-IF
               MOVE WS-HELD-COUNT TO HTL-COUNT
               WRITE PRINT-LINE FROM HELD-TOTAL-LINE
           END-IF.

       B-810-PRINT-HELD-LANDLORD.
           MOVE WS-HELD-LANDLORD-ID(WS-HELD-IX) TO HDL-LANDLORD-ID
           MOVE WS-HELD-NAME(WS-HELD-IX)        TO HDL-NAME
           MOVE WS-HELD-STATE(WS-HELD-IX)       TO HDL-STATE
           MOVE WS-HELD-FROM-PERIOD(WS-HELD-IX) TO HDL-FROM-PERIOD
           WRITE PRINT-LINE FROM HELD-DETAIL-LINE.

      *>   ---------------------------------------------------------
      *>   BRANCH SUBTOTALS -- what was collected and the fee taken,
      *>   by the branch each property belongs to.  Held landlords are
      *>   not summarised this run, so they do not appear here either.
      *>   ---------------------------------------------------------
       B-850-PRINT-BRANCH-TOTALS.
           IF WS-BRANCH-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM SEPARATOR-LINE
               WRITE PRINT-LINE FROM BRANCH-HEADING-1
               MOVE WS-DISB-PERIOD TO PL-PERIOD
               WRITE PRINT-LINE FROM PERIOD-LINE
               WRITE PRINT-LINE FROM BRANCH-HEADING-2
               PERFORM B-870-PRINT-ONE-BRANCH
                   VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
           END-IF.

       B-860-ADD-TO-BRANCH.
           MOVE ZERO TO WS-BRANCH-FOUND-IX
           PERFORM B-865-FIND-BRANCH
               VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               OR WS-BRANCH-FOUND-IX > ZERO.
           IF WS-BRANCH-FOUND-IX = ZERO
      *>       More branches than the table holds fold into the last
      *>       entry rather than dropping out of the totals.
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND-IX
                   MOVE PROP-BRANCH-CODE
                       TO WS-BRANCH-CODE(WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BRANCH-GROSS(WS-BRANCH-FOUND-IX)
                   MOVE ZERO TO WS-BRANCH-FEE(WS-BRANCH-FOUND-IX)
               ELSE
                   MOVE 50 TO WS-BRANCH-FOUND-IX
               END-IF
           END-IF.
           ADD WS-PROPERTY-GROSS
               TO WS-BRANCH-GROSS(WS-BRANCH-FOUND-IX)
           ADD WS-PROPERTY-MGMT-FEE
               TO WS-BRANCH-FEE(WS-BRANCH-FOUND-IX).

       B-865-FIND-BRANCH.
           IF WS-BRANCH-CODE(WS-BRANCH-IX) = PROP-BRANCH-CODE
               MOVE WS-BRANCH-IX TO WS-BRANCH-FOUND-IX
           END-IF.

       B-870-PRINT-ONE-BRANCH.
           IF WS-BRANCH-CODE(WS-BRANCH-IX) = SPACES
               MOVE "(NONE)" TO BTL-BRANCH
           ELSE
               MOVE WS-BRANCH-CODE(WS-BRANCH-IX) TO BTL-BRANCH
           END-IF
           MOVE WS-BRANCH-GROSS(WS-BRANCH-IX) TO BTL-GROSS
           MOVE WS-BRANCH-FEE(WS-BRANCH-IX)   TO BTL-FEE
           WRITE PRINT-LINE FROM BRANCH-TOTAL-LINE.

       B-900-READ-LANDLORD.
           READ LANDLORD-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-LANDLORD-FILE
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

       C-100-CLOSE-FILES.
           CLOSE LANDLORD-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE RENT-LEDGER.
           CLOSE OPEX-LEDGER.
           CLOSE DISBURSEMENT-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.
           CLOSE EXCEPTION-LOG.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE CONTROL-FILE.
           CLOSE WITHHOLDING-FILE.
           CLOSE BANK-ACCOUNT-MASTER.
           CLOSE FILE-LOCK-FILE.
           CLOSE CLAIM-FILE.
           CLOSE BUILDING-CLAIM-FILE.
           CLOSE COMPLAINT-FILE.
           CLOSE LANDLORD-VERIFY-FILE.
           CLOSE BANK-CHANGE-FILE.
           CLOSE BANK-HOLIDAY-FILE.

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
                   "PERIOD=" DELIMITED BY SIZE
                   WS-DISB-PERIOD DELIMITED BY SIZE
                   " ACCOUNT=" DELIMITED BY SIZE
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

       END PROGRAM OWNER-DISBURSEMENT.
