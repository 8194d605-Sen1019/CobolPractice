       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURT-ARREARS-PACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-CASE-FILE ASSIGN TO "legal_case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-LEASE-NUMBER
               FILE STATUS IS WS-LEGAL-STATUS.

           SELECT LEASE-MASTER ASSIGN TO "lease_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEASE-NUMBER
               ALTERNATE RECORD KEY IS LEASE-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT1-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEASE-TENANT2-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT RENT-LEDGER ASSIGN TO "rent_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEDG-KEY
               FILE STATUS IS WS-RLEDGER-STATUS.

           SELECT RLEDG-HISTORY ASSIGN TO "rledg_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEDGH-KEY
               FILE STATUS IS WS-RLHIST-STATUS.

      *>   One schedule file per case per day, named for the lease
      *>   and the date it was drawn up, for the solicitor to file
      *>   with the claim.
           SELECT SCHEDULE-OUTPUT ASSIGN TO WS-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-CASE-FILE.
           COPY LEGALREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  RENT-LEDGER.
           COPY RLEDGREC.

       FD  RLEDG-HISTORY.
           COPY RLEDGHIST.

       FD  SCHEDULE-OUTPUT.
       01  PRINT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-STATUS              PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-RLHIST-STATUS             PIC XX.
       01  WS-OUTPUT-STATUS             PIC XX.

       01  SWITCHES.
           05  SW-CASE-OK               PIC X.
               88  CASE-IS-OK               VALUE "Y".
           05  SW-HISTORY-OPEN          PIC X.
               88  HISTORY-IS-OPEN          VALUE "Y".
           05  SW-LIVE-DONE             PIC X.
               88  LIVE-IS-DONE             VALUE "Y".
           05  SW-HIST-DONE             PIC X.
               88  HIST-IS-DONE             VALUE "Y".
           05  SW-PASS                  PIC X.
               88  MEASURE-PASS             VALUE "M".
               88  PRINT-PASS               VALUE "P".
           05  SW-NOTICE-MARKED         PIC X.
               88  NOTICE-IS-MARKED         VALUE "Y".
           05  SW-COURT-MARKED          PIC X.
               88  COURT-IS-MARKED          VALUE "Y".
           05  SW-NOTICE-MET            PIC X.
               88  NOTICE-THRESHOLD-MET     VALUE "Y".
           05  SW-COURT-MET             PIC X.
               88  COURT-THRESHOLD-MET      VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-SCHEDULE-FILE-NAME        PIC X(40).
       01  WS-TENANT-NAMES              PIC X(62).
       01  WS-TENANT1-NAME              PIC X(30).
       01  WS-TENANT2-NAME              PIC X(30).

      *>   The ledger line in hand, whichever of the live and
      *>   archived ledgers it came from.
       01  WS-ENTRY.
           05  WS-ENTRY-DATE            PIC 9(8).
           05  WS-ENTRY-TYPE            PIC X.
               88  ENTRY-IS-RENT            VALUE "C".
               88  ENTRY-IS-RECEIPT         VALUE "R".
               88  ENTRY-IS-FEE             VALUE "F".
               88  ENTRY-IS-COMPENSATION    VALUE "K".
           05  WS-ENTRY-AMOUNT          PIC S9(6)V99.
           05  WS-ENTRY-DESCRIPTION     PIC X(30).
       01  WS-ENTRY-COUNT               PIC 9(6).
       01  WS-PRINTED-COUNT             PIC 9(6).

       01  WS-RUNNING-BALANCE           PIC S9(8)V99.
       01  WS-NOTICE-ARREARS            PIC S9(8)V99.
       01  WS-COURT-ARREARS             PIC S9(8)V99.
      *>   Where the arrears began -- the last line after which the
      *>   account was clear or in credit.  The schedule opens with
      *>   the balance brought forward from there.
       01  WS-CLEAR-COUNT               PIC 9(6).
       01  WS-CLEAR-DATE                PIC 9(8).
       01  WS-CLEAR-BALANCE             PIC S9(8)V99.

       01  WS-PERIOD-RENT               PIC 9(6)V99.
       01  WS-THRESHOLD                 PIC 9(7)V99.
       01  WS-PERIOD-TEXT               PIC X(10).
       01  WS-THRESHOLD-TEXT            PIC X(30).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(60) VALUE
               "SCHEDULE OF RENT ARREARS - CLAIM FOR POSSESSION".

       01  SEPARATOR-LINE.
           05  FILLER  PIC X(96) VALUE ALL "-".

       01  CASE-LINE-1.
           05  FILLER  PIC X(16) VALUE "LEASE NUMBER:   ".
           05  CL1-LEASE-NUMBER         PIC X(6).
           05  FILLER  PIC X(16) VALUE "   PREPARED ON: ".
           05  CL1-TODAY                PIC 9(8).
           05  FILLER  PIC X(16) VALUE "   OUR REF:     ".
           05  CL1-REFERENCE            PIC X(20).

       01  CASE-LINE-2.
           05  FILLER  PIC X(16) VALUE "TENANT(S):      ".
           05  CL2-TENANTS              PIC X(62).

       01  CASE-LINE-3.
           05  FILLER  PIC X(16) VALUE "PROPERTY:       ".
           05  CL3-STREET               PIC X(30).
           05  FILLER  PIC X(2)  VALUE ", ".
           05  CL3-TOWN                 PIC X(20).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  CL3-POSTCODE             PIC X(8).

       01  CASE-LINE-4.
           05  FILLER  PIC X(16) VALUE "TENANCY FROM:   ".
           05  CL4-START                PIC 9(8).
           05  FILLER  PIC X(19) VALUE "   CONTRACT RENT:  ".
           05  CL4-RENT                 PIC ZZZ,ZZ9.99.
           05  FILLER  PIC X(5)  VALUE " PER ".
           05  CL4-PERIOD               PIC X(10).

       01  CASE-LINE-5.
           05  FILLER  PIC X(16) VALUE "NOTICE SERVED:  ".
           05  CL5-NOTICE-DATE          PIC X(8).
           05  FILLER  PIC X(15) VALUE "   NOTICE TYPE ".
           05  CL5-NOTICE-TYPE          PIC X(4).
           05  FILLER  PIC X(15) VALUE "   COURT DATE: ".
           05  CL5-COURT-DATE           PIC X(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(10) VALUE "DATE".
           05  FILLER  PIC X(10) VALUE "ENTRY".
           05  FILLER  PIC X(31) VALUE "DETAILS".
           05  FILLER  PIC X(15) VALUE "      DUE".
           05  FILLER  PIC X(15) VALUE "     PAID".
           05  FILLER  PIC X(15) VALUE "  BALANCE".

       01  DETAIL-LINE.
           05  DL-DATE                  PIC 9(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  DL-ENTRY                 PIC X(10).
           05  DL-DESCRIPTION           PIC X(30).
           05  FILLER  PIC X(1)  VALUE SPACE.
           05  DL-DUE                   PIC Z,ZZZ,ZZ9.99B(3)
                                        BLANK WHEN ZERO.
           05  DL-PAID                  PIC Z,ZZZ,ZZ9.99B(3)
                                        BLANK WHEN ZERO.
           05  DL-BALANCE               PIC Z,ZZZ,ZZ9.99-.

       01  BROUGHT-FORWARD-LINE.
           05  BFL-DATE                 PIC 9(8).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(70) VALUE
               "BALANCE BROUGHT FORWARD - ACCOUNT LAST CLEAR".
           05  BFL-BALANCE              PIC Z,ZZZ,ZZ9.99-.

       01  MARKER-LINE.
           05  FILLER  PIC X(10) VALUE "    ***   ".
           05  ML-EVENT                 PIC X(20).
           05  ML-DATE                  PIC 9(8).
           05  FILLER  PIC X(14) VALUE " - ARREARS OF ".
           05  ML-ARREARS               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(6)  VALUE "   ***".

       01  NO-ARREARS-LINE.
           05  FILLER  PIC X(60) VALUE
               "NO ARREARS - THE ACCOUNT IS CLEAR OR IN CREDIT".

       01  TOTAL-LINE.
           05  FILLER  PIC X(20) VALUE "ARREARS TO DATE".
           05  FILLER  PIC X(61) VALUE SPACES.
           05  TL-BALANCE               PIC Z,ZZZ,ZZ9.99-.

       01  THRESHOLD-LINE.
           05  FILLER  PIC X(30) VALUE
               "MANDATORY ARREARS THRESHOLD: ".
           05  THL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  THL-TEXT                 PIC X(30).

       01  TEST-LINE.
           05  TSL-EVENT                PIC X(24).
           05  TSL-DATE                 PIC X(8).
           05  FILLER  PIC X(10) VALUE "  ARREARS ".
           05  TSL-ARREARS              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  TSL-RESULT               PIC X(30).

       01  VERDICT-LINE.
           05  VL-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           IF CASE-IS-OK
               PERFORM B-100-SET-THRESHOLD
               MOVE "M" TO SW-PASS
               PERFORM C-100-WALK-LEDGERS
               PERFORM D-100-OPEN-SCHEDULE
               PERFORM D-200-PRINT-CASE-DETAILS
               MOVE "P" TO SW-PASS
               PERFORM C-100-WALK-LEDGERS
               PERFORM D-300-PRINT-CLOSING-MARKERS
               PERFORM D-400-PRINT-THRESHOLD-TESTS
               CLOSE SCHEDULE-OUTPUT
               DISPLAY "SCHEDULE WRITTEN TO " WS-SCHEDULE-FILE-NAME
           END-IF.
           PERFORM E-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT LEGAL-CASE-FILE
           OPEN INPUT LEASE-MASTER
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT TENANT-MASTER
           OPEN INPUT RENT-LEDGER
      *>   No history file simply means nothing has been archived
      *>   yet -- the live ledger is then the whole story.
           MOVE "N" TO SW-HISTORY-OPEN
           OPEN INPUT RLEDG-HISTORY
           IF WS-RLHIST-STATUS = "00"
               MOVE "Y" TO SW-HISTORY-OPEN
           END-IF

           MOVE "N" TO SW-CASE-OK
           DISPLAY "ENTER LEASE NUMBER FOR THE CLAIM: "
           ACCEPT WS-TARGET-LEASE-NUMBER
           MOVE WS-TARGET-LEASE-NUMBER TO LGL-LEASE-NUMBER
           READ LEGAL-CASE-FILE
               INVALID KEY
                   DISPLAY "NO LEGAL CASE ON FILE FOR LEASE "
                       WS-TARGET-LEASE-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO SW-CASE-OK
           END-READ.
           IF CASE-IS-OK
               MOVE WS-TARGET-LEASE-NUMBER TO LEASE-NUMBER
               READ LEASE-MASTER
                   INVALID KEY
                       DISPLAY "LEASE NOT ON FILE - "
                           WS-TARGET-LEASE-NUMBER
                       MOVE "N" TO SW-CASE-OK
               END-READ
           END-IF.
           IF CASE-IS-OK
               MOVE LEASE-PROP-ID TO PROP-ID
               READ PROPERTY-MASTER
                   INVALID KEY
                       INITIALIZE PROPERTY-RECORD
               END-READ
               PERFORM A-200-BUILD-TENANT-NAMES
           END-IF.

       A-200-BUILD-TENANT-NAMES.
           MOVE SPACES TO WS-TENANT-NAMES
           MOVE SPACES TO WS-TENANT2-NAME
           MOVE LEASE-TENANT1-ID TO TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   MOVE LEASE-TENANT1-ID TO WS-TENANT1-NAME
               NOT INVALID KEY
                   MOVE TENANT-NAME TO WS-TENANT1-NAME
           END-READ.
           MOVE WS-TENANT1-NAME TO WS-TENANT-NAMES
           IF LEASE-TENANT2-ID NOT = SPACES
               MOVE LEASE-TENANT2-ID TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE LEASE-TENANT2-ID TO WS-TENANT2-NAME
                   NOT INVALID KEY
                       MOVE TENANT-NAME TO WS-TENANT2-NAME
               END-READ
               STRING WS-TENANT1-NAME DELIMITED BY "  "
                      " & " DELIMITED BY SIZE
                      WS-TENANT2-NAME DELIMITED BY "  "
                   INTO WS-TENANT-NAMES
               END-STRING
           END-IF.

      *>   ---------------------------------------------------------
      *>   The mandatory arrears ground -- two months' rent where rent
      *>   is paid monthly, eight weeks' where weekly, and a quarter's
      *>   where quarterly -- owed both when notice was served and at
      *>   the hearing.  The period rent is worked from the monthly
      *>   figure on the property the same way OWNER-CASHFLOW-FORECAST
      *>   works it.
      *>   ---------------------------------------------------------
       B-100-SET-THRESHOLD.
           EVALUATE TRUE
               WHEN PROP-FREQ-WEEKLY
                   COMPUTE WS-PERIOD-RENT ROUNDED =
                       PROP-MONTHLY-RENT * 12 / 52
                   COMPUTE WS-THRESHOLD = WS-PERIOD-RENT * 8
                   MOVE "WEEK"    TO WS-PERIOD-TEXT
                   MOVE "EIGHT WEEKS' RENT" TO WS-THRESHOLD-TEXT
               WHEN PROP-FREQ-QUARTERLY
                   COMPUTE WS-PERIOD-RENT = PROP-MONTHLY-RENT * 3
                   MOVE WS-PERIOD-RENT TO WS-THRESHOLD
                   MOVE "QUARTER" TO WS-PERIOD-TEXT
                   MOVE "ONE QUARTER'S RENT" TO WS-THRESHOLD-TEXT
               WHEN OTHER
                   MOVE PROP-MONTHLY-RENT TO WS-PERIOD-RENT
                   COMPUTE WS-THRESHOLD = WS-PERIOD-RENT * 2
                   MOVE "MONTH"   TO WS-PERIOD-TEXT
                   MOVE "TWO MONTHS' RENT" TO WS-THRESHOLD-TEXT
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   LEDGER WALK -- the live and archived lines for the lease,
      *>   merged into date order.  Made twice: once to measure where
      *>   the arrears began and what was owed on the notice and court
      *>   dates, then again to print the schedule from that point.
      *>   ---------------------------------------------------------
       C-100-WALK-LEDGERS.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-PRINTED-COUNT
           MOVE ZERO TO WS-RUNNING-BALANCE
           MOVE "N" TO SW-NOTICE-MARKED
           MOVE "N" TO SW-COURT-MARKED
           IF MEASURE-PASS
               MOVE ZERO TO WS-NOTICE-ARREARS
               MOVE ZERO TO WS-COURT-ARREARS
               MOVE ZERO TO WS-CLEAR-COUNT
               MOVE ZERO TO WS-CLEAR-DATE
               MOVE ZERO TO WS-CLEAR-BALANCE
           END-IF

           MOVE "N" TO SW-LIVE-DONE
           MOVE WS-TARGET-LEASE-NUMBER TO RLEDG-LEASE-NUMBER
           MOVE ZERO TO RLEDG-SEQUENCE
           START RENT-LEDGER KEY IS NOT LESS THAN RLEDG-KEY
               INVALID KEY
                   MOVE "Y" TO SW-LIVE-DONE
           END-START.
           IF NOT LIVE-IS-DONE
               PERFORM C-110-READ-LIVE
           END-IF.

           MOVE "Y" TO SW-HIST-DONE
           IF HISTORY-IS-OPEN
               MOVE "N" TO SW-HIST-DONE
               MOVE WS-TARGET-LEASE-NUMBER TO RLEDGH-LEASE-NUMBER
               MOVE ZERO TO RLEDGH-SEQUENCE
               START RLEDG-HISTORY KEY IS NOT LESS THAN RLEDGH-KEY
                   INVALID KEY
                       MOVE "Y" TO SW-HIST-DONE
               END-START
               IF NOT HIST-IS-DONE
                   PERFORM C-120-READ-HISTORY
               END-IF
           END-IF.

           PERFORM C-200-TAKE-NEXT-ENTRY
               UNTIL LIVE-IS-DONE AND HIST-IS-DONE.

       C-110-READ-LIVE.
           READ RENT-LEDGER NEXT RECORD
               AT END
                   MOVE "Y" TO SW-LIVE-DONE
               NOT AT END
                   IF RLEDG-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "Y" TO SW-LIVE-DONE
                   END-IF
           END-READ.

       C-120-READ-HISTORY.
           READ RLEDG-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO SW-HIST-DONE
               NOT AT END
                   IF RLEDGH-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "Y" TO SW-HIST-DONE
                   END-IF
           END-READ.

       C-200-TAKE-NEXT-ENTRY.
      *>   The older of the two lines in hand goes first; on the same
      *>   date the archived line, which was posted earlier, leads.
           IF NOT HIST-IS-DONE
               AND (LIVE-IS-DONE
               OR RLEDGH-TRANS-DATE NOT > RLEDG-TRANS-DATE)
               MOVE RLEDGH-TRANS-DATE  TO WS-ENTRY-DATE
               MOVE RLEDGH-TRANS-TYPE  TO WS-ENTRY-TYPE
               MOVE RLEDGH-AMOUNT      TO WS-ENTRY-AMOUNT
               MOVE RLEDGH-DESCRIPTION TO WS-ENTRY-DESCRIPTION
               PERFORM C-120-READ-HISTORY
           ELSE
               MOVE RLEDG-TRANS-DATE   TO WS-ENTRY-DATE
               MOVE RLEDG-TRANS-TYPE   TO WS-ENTRY-TYPE
               MOVE RLEDG-AMOUNT       TO WS-ENTRY-AMOUNT
               MOVE RLEDG-DESCRIPTION  TO WS-ENTRY-DESCRIPTION
               PERFORM C-110-READ-LIVE
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT
           IF PRINT-PASS
               PERFORM C-400-PRINT-ENTRY
           ELSE
               PERFORM C-300-MEASURE-ENTRY
           END-IF.

       C-300-MEASURE-ENTRY.
           PERFORM Z-100-APPLY-ENTRY.
           IF LGL-NOTICE-SERVED-DATE > ZERO
               AND WS-ENTRY-DATE NOT > LGL-NOTICE-SERVED-DATE
               MOVE WS-RUNNING-BALANCE TO WS-NOTICE-ARREARS
           END-IF.
           IF LGL-COURT-DATE > ZERO
               AND WS-ENTRY-DATE NOT > LGL-COURT-DATE
               MOVE WS-RUNNING-BALANCE TO WS-COURT-ARREARS
           END-IF.
           IF WS-RUNNING-BALANCE NOT > ZERO
               MOVE WS-ENTRY-COUNT     TO WS-CLEAR-COUNT
               MOVE WS-ENTRY-DATE      TO WS-CLEAR-DATE
               MOVE WS-RUNNING-BALANCE TO WS-CLEAR-BALANCE
           END-IF.

       C-400-PRINT-ENTRY.
           PERFORM Z-100-APPLY-ENTRY.
           IF WS-ENTRY-COUNT > WS-CLEAR-COUNT
               IF WS-PRINTED-COUNT = ZERO
                   AND WS-CLEAR-COUNT > ZERO
                   MOVE WS-CLEAR-DATE    TO BFL-DATE
                   MOVE WS-CLEAR-BALANCE TO BFL-BALANCE
                   WRITE PRINT-LINE FROM BROUGHT-FORWARD-LINE
               END-IF
               PERFORM C-410-MARK-EVENTS
               MOVE WS-ENTRY-DATE        TO DL-DATE
               MOVE WS-ENTRY-DESCRIPTION TO DL-DESCRIPTION
               MOVE ZERO TO DL-DUE
               MOVE ZERO TO DL-PAID
               EVALUATE TRUE
                   WHEN ENTRY-IS-RENT
                       MOVE "RENT DUE"  TO DL-ENTRY
                   WHEN ENTRY-IS-RECEIPT
                       MOVE "PAYMENT"   TO DL-ENTRY
                   WHEN ENTRY-IS-FEE
                       MOVE "FEE"       TO DL-ENTRY
                   WHEN ENTRY-IS-COMPENSATION
                       MOVE "CREDIT"    TO DL-ENTRY
                   WHEN OTHER
                       MOVE "CHARGE"    TO DL-ENTRY
               END-EVALUATE
      *>       A receipt is money in; any other line is money owed,
      *>       and a negative one (a credit or a reversal) reduces it.
               IF ENTRY-IS-RECEIPT
                   MOVE WS-ENTRY-AMOUNT TO DL-PAID
               ELSE
                   IF WS-ENTRY-AMOUNT < ZERO
                       COMPUTE DL-PAID = WS-ENTRY-AMOUNT * -1
                   ELSE
                       MOVE WS-ENTRY-AMOUNT TO DL-DUE
                   END-IF
               END-IF
               MOVE WS-RUNNING-BALANCE TO DL-BALANCE
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.

       C-410-MARK-EVENTS.
      *>   The notice and court dates are marked in the schedule at
      *>   the point they fall, ahead of the first line dated after.
           IF LGL-NOTICE-SERVED-DATE > ZERO
               AND NOT NOTICE-IS-MARKED
               AND WS-ENTRY-DATE > LGL-NOTICE-SERVED-DATE
               PERFORM Z-200-MARK-NOTICE
           END-IF.
           IF LGL-COURT-DATE > ZERO
               AND NOT COURT-IS-MARKED
               AND WS-ENTRY-DATE > LGL-COURT-DATE
               PERFORM Z-300-MARK-COURT
           END-IF.

      *>   ---------------------------------------------------------
      *>   THE SCHEDULE FILE
      *>   ---------------------------------------------------------
       D-100-OPEN-SCHEDULE.
           MOVE SPACES TO WS-SCHEDULE-FILE-NAME
           STRING "court_arrears_" DELIMITED BY SIZE
                  WS-TARGET-LEASE-NUMBER DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SCHEDULE-FILE-NAME
           END-STRING.
      *>   Drawn up again the same day, the schedule replaces the
      *>   earlier one rather than adding to it.
           OPEN OUTPUT SCHEDULE-OUTPUT.

       D-200-PRINT-CASE-DETAILS.
           WRITE PRINT-LINE FROM HEADING-LINE-1
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-TARGET-LEASE-NUMBER TO CL1-LEASE-NUMBER
           MOVE WS-TODAY-DATE          TO CL1-TODAY
           MOVE LGL-ATTORNEY-REFERENCE TO CL1-REFERENCE
           WRITE PRINT-LINE FROM CASE-LINE-1
           MOVE WS-TENANT-NAMES TO CL2-TENANTS
           WRITE PRINT-LINE FROM CASE-LINE-2
           MOVE PROP-STREET   TO CL3-STREET
           MOVE PROP-TOWN     TO CL3-TOWN
           MOVE PROP-POSTCODE TO CL3-POSTCODE
           WRITE PRINT-LINE FROM CASE-LINE-3
           MOVE LEASE-START-DATE TO CL4-START
           MOVE WS-PERIOD-RENT   TO CL4-RENT
           MOVE WS-PERIOD-TEXT   TO CL4-PERIOD
           WRITE PRINT-LINE FROM CASE-LINE-4
           MOVE "NOT SET" TO CL5-NOTICE-DATE
           IF LGL-NOTICE-SERVED-DATE > ZERO
               MOVE LGL-NOTICE-SERVED-DATE TO CL5-NOTICE-DATE
           END-IF
           MOVE LGL-NOTICE-TYPE TO CL5-NOTICE-TYPE
           MOVE "NOT SET" TO CL5-COURT-DATE
           IF LGL-COURT-DATE > ZERO
               MOVE LGL-COURT-DATE TO CL5-COURT-DATE
           END-IF
           WRITE PRINT-LINE FROM CASE-LINE-5
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           IF WS-RUNNING-BALANCE NOT > ZERO
               WRITE PRINT-LINE FROM NO-ARREARS-LINE
           END-IF
           WRITE PRINT-LINE FROM COLUMN-HEADINGS.

       D-300-PRINT-CLOSING-MARKERS.
      *>   A notice or court date later than the last ledger line is
      *>   marked after it, with the arrears as they now stand.
           IF LGL-NOTICE-SERVED-DATE > ZERO
               AND NOT NOTICE-IS-MARKED
               PERFORM Z-200-MARK-NOTICE
           END-IF.
           IF LGL-COURT-DATE > ZERO
               AND NOT COURT-IS-MARKED
               PERFORM Z-300-MARK-COURT
           END-IF.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-RUNNING-BALANCE TO TL-BALANCE
           WRITE PRINT-LINE FROM TOTAL-LINE.

       D-400-PRINT-THRESHOLD-TESTS.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-THRESHOLD      TO THL-AMOUNT
           MOVE WS-THRESHOLD-TEXT TO THL-TEXT
           WRITE PRINT-LINE FROM THRESHOLD-LINE

           MOVE "N" TO SW-NOTICE-MET
           MOVE "AT NOTICE SERVED ON     " TO TSL-EVENT
           IF LGL-NOTICE-SERVED-DATE = ZERO
               MOVE "NOT SET" TO TSL-DATE
               MOVE ZERO TO TSL-ARREARS
               MOVE "NO NOTICE DATE RECORDED" TO TSL-RESULT
           ELSE
               MOVE LGL-NOTICE-SERVED-DATE TO TSL-DATE
               MOVE WS-NOTICE-ARREARS TO TSL-ARREARS
               IF WS-NOTICE-ARREARS NOT < WS-THRESHOLD
                   AND WS-THRESHOLD > ZERO
                   MOVE "Y" TO SW-NOTICE-MET
                   MOVE "THRESHOLD MET" TO TSL-RESULT
               ELSE
                   MOVE "THRESHOLD NOT MET" TO TSL-RESULT
               END-IF
           END-IF
           WRITE PRINT-LINE FROM TEST-LINE

           MOVE "N" TO SW-COURT-MET
           MOVE "AT THE HEARING ON       " TO TSL-EVENT
           IF LGL-COURT-DATE = ZERO
               MOVE "NOT SET" TO TSL-DATE
               MOVE ZERO TO TSL-ARREARS
               MOVE "NO COURT DATE RECORDED" TO TSL-RESULT
           ELSE
               MOVE LGL-COURT-DATE TO TSL-DATE
               MOVE WS-COURT-ARREARS TO TSL-ARREARS
               IF WS-COURT-ARREARS NOT < WS-THRESHOLD
                   AND WS-THRESHOLD > ZERO
                   MOVE "Y" TO SW-COURT-MET
                   MOVE "THRESHOLD MET" TO TSL-RESULT
               ELSE
                   MOVE "THRESHOLD NOT MET" TO TSL-RESULT
               END-IF
      *>       Before the hearing the figure can only be the arrears
      *>       to date; it must be drawn up again on the day.
               IF LGL-COURT-DATE > WS-TODAY-DATE
                   IF COURT-THRESHOLD-MET
                       MOVE "MET TO DATE - HEARING TO COME"
                           TO TSL-RESULT
                   ELSE
                       MOVE "NOT MET TO DATE - HEARING TO COME"
                           TO TSL-RESULT
                   END-IF
               END-IF
           END-IF
           WRITE PRINT-LINE FROM TEST-LINE

           IF NOTICE-THRESHOLD-MET AND COURT-THRESHOLD-MET
               IF LGL-COURT-DATE > WS-TODAY-DATE
                   MOVE "GROUND MET AT NOTICE AND SO FAR - HEARING DUE"
                       TO VL-TEXT
               ELSE
                   MOVE "MANDATORY ARREARS GROUND MET AT BOTH DATES"
                       TO VL-TEXT
               END-IF
           ELSE
               MOVE "MANDATORY ARREARS GROUND NOT MET AT BOTH DATES"
                   TO VL-TEXT
           END-IF
           WRITE PRINT-LINE FROM VERDICT-LINE
           DISPLAY VL-TEXT.

      *>   ---------------------------------------------------------
      *>   SHARED HELPERS
      *>   ---------------------------------------------------------
       Z-100-APPLY-ENTRY.
      *>   The same sign rule BALANCE-REBUILD applies to the
      *>   maintained summary: receipts reduce the balance, every
      *>   other line adds its signed amount.
           IF ENTRY-IS-RECEIPT
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-RUNNING-BALANCE
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-RUNNING-BALANCE
           END-IF.

       Z-200-MARK-NOTICE.
           MOVE "NOTICE SERVED ON    " TO ML-EVENT
           MOVE LGL-NOTICE-SERVED-DATE TO ML-DATE
           MOVE WS-NOTICE-ARREARS      TO ML-ARREARS
           WRITE PRINT-LINE FROM MARKER-LINE
           MOVE "Y" TO SW-NOTICE-MARKED.

       Z-300-MARK-COURT.
           MOVE "COURT HEARING ON    " TO ML-EVENT
           MOVE LGL-COURT-DATE         TO ML-DATE
           MOVE WS-COURT-ARREARS       TO ML-ARREARS
           WRITE PRINT-LINE FROM MARKER-LINE
           MOVE "Y" TO SW-COURT-MARKED.

       E-100-WRAP-UP.
           CLOSE LEGAL-CASE-FILE
           CLOSE LEASE-MASTER
           CLOSE PROPERTY-MASTER
           CLOSE TENANT-MASTER
           CLOSE RENT-LEDGER
           IF HISTORY-IS-OPEN
               CLOSE RLEDG-HISTORY
           END-IF.

       END PROGRAM COURT-ARREARS-PACK.
