       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-CASHFLOW-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

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

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "work_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WORK-ORDER-STATUS.

           SELECT PLANNED-MAINT-FILE ASSIGN TO "planned_maint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLM-KEY
               FILE STATUS IS WS-PLANNED-STATUS.

           SELECT OPEX-LEDGER ASSIGN TO "opex_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEX-KEY
               FILE STATUS IS WS-OPEX-STATUS.

           SELECT BUILDING-EXPENSE-FILE ASSIGN TO "building_expense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEX-KEY
               FILE STATUS IS WS-BLDGEXP-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT FORECAST-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  PLANNED-MAINT-FILE.
           COPY PLANMNTREC.

       FD  OPEX-LEDGER.
           COPY OPEXREC.

       FD  BUILDING-EXPENSE-FILE.
           COPY BLDGEXPREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  FORECAST-PRINT.
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
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-WORK-ORDER-STATUS         PIC XX.
       01  WS-PLANNED-STATUS            PIC XX.
       01  WS-OPEX-STATUS               PIC XX.
       01  WS-BLDGEXP-STATUS            PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-LANDLORD-FILE  PIC X.
               88  END-OF-LANDLORD-FILE     VALUE "Y".
           05  SW-SELECTED-READ         PIC X.
               88  SELECTED-WAS-READ        VALUE "Y".
           05  SW-FOUND                 PIC X.
               88  ENTRY-WAS-FOUND          VALUE "Y".
           05  SW-OVERDRAWN             PIC X.
               88  OWNER-GOES-OVERDRAWN     VALUE "Y".

      *>   Blank runs every landlord; an id runs that one owner only,
      *>   for the owner who rings to ask what next month will bring.
       01  WS-SELECT-LANDLORD-ID        PIC X(6).
       01  WS-TARGET-OWNER-ID           PIC X(6).

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(4).
           05  WS-TODAY-MONTH           PIC 99.
           05  WS-TODAY-DAY             PIC 99.
       01  WS-TODAY-INT                 PIC 9(7).
       01  WS-HORIZON-END-DATE          PIC 9(8).
       01  WS-HORIZON-END-INT           PIC 9(7).

      *>   Month arithmetic on a YYYYMMDD figure.  The day is held
      *>   back to the 28th so the result is always a real date the
      *>   integer-date functions will take.
       01  WS-CAL-DATE                  PIC 9(8).
       01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
           05  WS-CAL-YEAR              PIC 9(4).
           05  WS-CAL-MONTH             PIC 99.
           05  WS-CAL-DAY               PIC 99.
       01  WS-ADD-MONTHS                PIC 9(3).
       01  WS-TOTAL-MONTHS              PIC 9(6).

       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DUE-INT                   PIC 9(7).
       01  WS-TERMS-DAYS                PIC 9(3).
       01  WS-WX                        PIC 9(5).
       01  WS-MX                        PIC 9.
       01  WS-FX                        PIC 9.
       01  WS-TX                        PIC 9(3).
       01  WS-BX                        PIC 9(3).
       01  WS-EX                        PIC 9(3).
       01  WS-SX                        PIC 9(4).

      *>   The thirteen forecast weeks, the first starting today.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WK-START-DATE     PIC 9(8).
               10  WS-WK-START-INT      PIC 9(7).
               10  WS-WK-RENT           PIC 9(7)V99.
               10  WS-WK-FEES           PIC 9(7)V99.
               10  WS-WK-REPAIRS        PIC 9(7)V99.
               10  WS-WK-PLANNED        PIC 9(7)V99.
               10  WS-WK-OPEX           PIC 9(7)V99.
               10  WS-WK-SVC-CHARGE     PIC 9(7)V99.
               10  WS-WK-NET            PIC S9(8)V99.
               10  WS-WK-POSITION       PIC S9(8)V99.

       01  WS-LANDLORD-TOTALS.
           05  WS-LL-PROPERTY-COUNT     PIC 9(4).
           05  WS-LL-RENT               PIC 9(8)V99.
           05  WS-LL-FEES               PIC 9(8)V99.
           05  WS-LL-REPAIRS            PIC 9(8)V99.
           05  WS-LL-PLANNED            PIC 9(8)V99.
           05  WS-LL-OPEX               PIC 9(8)V99.
           05  WS-LL-SVC-CHARGE         PIC 9(8)V99.
           05  WS-LL-COSTS              PIC 9(8)V99.
           05  WS-LL-NET                PIC S9(8)V99.
           05  WS-LL-POSITION           PIC S9(8)V99.
           05  WS-LL-LOWEST             PIC S9(8)V99.
           05  WS-LL-OVERDRAWN-WEEK     PIC 99.
           05  WS-LL-NO-ESTIMATE-COUNT  PIC 9(4).

      *>   Leases whose rent stops inside the forecast -- listed under
      *>   the owner's weeks so the drop in rent is explained.
       01  WS-ENDING-COUNT              PIC 9(3).
       01  WS-ENDING-TABLE.
           05  WS-ENDING-ENTRY OCCURS 50 TIMES.
               10  WS-END-LEASE-NUMBER  PIC X(6).
               10  WS-END-PROP-ID       PIC X(6).
               10  WS-END-DATE          PIC 9(8).
               10  WS-END-REASON        PIC X(28).

      *>   Per-lease working fields.
       01  WS-RENT-AMOUNT               PIC 9(6)V99.
       01  WS-FEE-AMOUNT                PIC 9(6)V99.
       01  WS-RENT-FROM-DATE            PIC 9(8).
       01  WS-RENT-FROM-INT             PIC 9(7).
       01  WS-STOP-DATE                 PIC 9(8).
       01  WS-STOP-REASON               PIC X(28).
       01  WS-RENT-DAY                  PIC 99.
       01  WS-START-MONTHS              PIC 9(6).
       01  WS-MONTHS-SINCE-START        PIC S9(6).
       01  WS-QUARTERS                  PIC S9(6).

      *>   A flat management fee is taken once a month per property,
      *>   however many rent payments fall in the month -- the same
      *>   one-fee-per-period rule OWNER-DISBURSEMENT applies.
       01  WS-FEE-MONTH-COUNT           PIC 9.
       01  WS-FEE-MONTH-TABLE.
           05  WS-FEE-MONTH OCCURS 5 TIMES PIC 9(6).

      *>   The latest completed cost of each planned task on the
      *>   property, picked up on the work-order pass and used when
      *>   the schedule carries no estimate of its own.
       01  WS-TASK-COST-COUNT           PIC 9(3).
       01  WS-TASK-COST-TABLE.
           05  WS-TASK-COST-ENTRY OCCURS 50 TIMES.
               10  WS-TC-TASK-CODE      PIC X(8).
               10  WS-TC-DATE           PIC 9(8).
               10  WS-TC-COST           PIC 9(6)V99.
       01  WS-VISIT-COST                PIC 9(6)V99.
       01  WS-PLM-DUE-DATE              PIC 9(8).

      *>   Each building's member units and the sum of their agreed
      *>   percentages, gathered once up front -- there is no index
      *>   on PROP-BLDG-ID -- so a unit's share of an unpaid block
      *>   invoice is split the way SERVICE-CHARGE-RUN splits it.
       01  WS-BUILDING-COUNT            PIC 9(3).
       01  WS-BUILDING-TABLE.
           05  WS-BUILDING-ENTRY OCCURS 500 TIMES.
               10  WS-BLD-ID            PIC X(6).
               10  WS-BLD-MEMBERS       PIC 9(3).
               10  WS-BLD-PCT-SUM       PIC 9(5)V99.
       01  WS-SHARE-AMOUNT              PIC 9(6)V99.

       01  WS-SUMMARY-COUNT             PIC 9(4).
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 500 TIMES.
               10  WS-SUM-LANDLORD-ID   PIC X(6).
               10  WS-SUM-NAME          PIC X(24).
               10  WS-SUM-RENT          PIC 9(8)V99.
               10  WS-SUM-COSTS         PIC 9(8)V99.
               10  WS-SUM-NET           PIC S9(8)V99.
               10  WS-SUM-LOWEST        PIC S9(8)V99.
               10  WS-SUM-OVERDRAWN-WEEK PIC 99.

       01  WS-PORTFOLIO-TOTALS.
           05  WS-PF-LANDLORDS          PIC 9(5).
           05  WS-PF-OVERDRAWN          PIC 9(5).
           05  WS-PF-RENT               PIC 9(9)V99.
           05  WS-PF-COSTS              PIC 9(9)V99.
           05  WS-PF-NET                PIC S9(9)V99.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(36) VALUE
               "OWNER CASH-FLOW FORECAST - 13 WEEKS ".
           05  FILLER  PIC X(5)  VALUE "FROM ".
           05  HL-FROM-DATE             PIC 9(8).
           05  FILLER  PIC X(4)  VALUE " TO ".
           05  HL-TO-DATE               PIC 9(8).

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  SEPARATOR-LINE.
           05  FILLER  PIC X(40) VALUE ALL "-".

       01  LANDLORD-LINE.
           05  FILLER  PIC X(10) VALUE "LANDLORD: ".
           05  LL-ID                     PIC X(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  LL-NAME                   PIC X(30).
           05  FILLER  PIC X(14) VALUE "  PROPERTIES: ".
           05  LL-PROPERTY-COUNT         PIC ZZZ9.

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(12) VALUE "WK START".
           05  FILLER  PIC X(10) VALUE "      RENT".
           05  FILLER  PIC X(10) VALUE "      FEES".
           05  FILLER  PIC X(10) VALUE "   REPAIRS".
           05  FILLER  PIC X(10) VALUE "   PLANNED".
           05  FILLER  PIC X(10) VALUE "      OPEX".
           05  FILLER  PIC X(10) VALUE "   SVC CHG".
           05  FILLER  PIC X(12) VALUE "         NET".
           05  FILLER  PIC X(12) VALUE "    POSITION".

       01  WEEK-LINE.
           05  WL-WEEK                   PIC Z9.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-START-DATE             PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-RENT                   PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-FEES                   PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-REPAIRS                PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-PLANNED                PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-OPEX                   PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-SVC-CHARGE             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-NET                    PIC -ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WL-POSITION               PIC -ZZZ,ZZ9.99.

       01  LANDLORD-TOTAL-LINE.
           05  FILLER  PIC X(12) VALUE "13-WK TOTAL".
           05  LTL-RENT                  PIC ZZZ,ZZ9.99.
           05  LTL-FEES                  PIC ZZZ,ZZ9.99.
           05  LTL-REPAIRS               PIC ZZZ,ZZ9.99.
           05  LTL-PLANNED               PIC ZZZ,ZZ9.99.
           05  LTL-OPEX                  PIC ZZZ,ZZ9.99.
           05  LTL-SVC-CHARGE            PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  LTL-NET                   PIC -ZZZ,ZZ9.99.

       01  ENDING-LINE.
           05  FILLER  PIC X(20) VALUE "  RENT STOPS: LEASE ".
           05  EL-LEASE-NUMBER           PIC X(6).
           05  FILLER  PIC X(10) VALUE " PROPERTY ".
           05  EL-PROP-ID                PIC X(6).
           05  FILLER  PIC X(9)  VALUE " ENDS ON ".
           05  EL-DATE                   PIC 9(8).
           05  FILLER  PIC X(3)  VALUE " - ".
           05  EL-REASON                 PIC X(28).

       01  NO-ESTIMATE-LINE.
           05  FILLER  PIC X(15) VALUE "  NOT COSTED: ".
           05  NEL-COUNT                 PIC ZZZ9.
           05  FILLER  PIC X(42) VALUE
               " REPAIR(S) OR VISIT(S) WITH NO ESTIMATE ON".
           05  FILLER  PIC X(5)  VALUE " FILE".

       01  OVERDRAWN-LINE.
           05  FILLER  PIC X(34) VALUE
               "  *** FORECAST OVERDRAWN FROM WEEK".
           05  FILLER                    PIC X     VALUE SPACE.
           05  OL-WEEK                   PIC Z9.
           05  FILLER  PIC X(18) VALUE " - LOWEST POSITION".
           05  OL-LOWEST                 PIC -ZZZ,ZZ9.99.
           05  FILLER  PIC X(28) VALUE
               " - ASK OWNER FOR FUNDS ***".

       01  SUMMARY-HEADING-1.
           05  FILLER  PIC X(40) VALUE
               "PORTFOLIO SUMMARY - 13 WEEKS FROM ".
           05  SH-FROM-DATE              PIC 9(8).

       01  SUMMARY-HEADING-2.
           05  FILLER  PIC X(32) VALUE "LANDLORD".
           05  FILLER  PIC X(11) VALUE "    RENT IN".
           05  FILLER  PIC X(11) VALUE "  COSTS OUT".
           05  FILLER  PIC X(12) VALUE "         NET".
           05  FILLER  PIC X(12) VALUE "      LOWEST".
           05  FILLER  PIC X(12) VALUE "  OVERDRAWN".

       01  SUMMARY-LINE.
           05  SL-LANDLORD-ID            PIC X(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  SL-NAME                   PIC X(24).
           05  FILLER                    PIC X     VALUE SPACE.
           05  SL-RENT                   PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  SL-COSTS                  PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  SL-NET                    PIC -ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  SL-LOWEST                 PIC -ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  SL-OVERDRAWN              PIC X(8).

       01  SUMMARY-TOTAL-LINE.
           05  FILLER  PIC X(32) VALUE "PORTFOLIO TOTAL".
           05  STL-RENT                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  STL-COSTS                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  STL-NET                   PIC -Z,ZZZ,ZZ9.99.

       01  SUMMARY-COUNT-LINE-1.
           05  FILLER  PIC X(32) VALUE "LANDLORDS FORECAST:".
           05  SCL1-COUNT                PIC ZZ,ZZ9.

       01  SUMMARY-COUNT-LINE-2.
           05  FILLER  PIC X(32) VALUE "FORECAST TO GO OVERDRAWN:".
           05  SCL2-COUNT                PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "owner_cashflow_forecast".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "OWNER-CASHFLOW-FORECAST".
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
      *>   What each owner can expect over the next thirteen weeks:
      *>   rent due on every live lease at its property's payment
      *>   frequency, less the management fee on it, open repairs at
      *>   their estimate, planned maintenance visits falling due,
      *>   unpaid operating expenses and the owner's share of unpaid
      *>   block costs, each placed in the week it is expected to go
      *>   out.  The running position shows an owner whose bills
      *>   fall due before enough rent has come in to meet them, so
      *>   funds can be asked for ahead of time.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-LANDLORDS
               UNTIL END-OF-LANDLORD-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-LANDLORD-FILE
           MOVE "N" TO SW-SELECTED-READ
           MOVE ZERO TO WS-SUMMARY-COUNT
           INITIALIZE WS-PORTFOLIO-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-HORIZON-END-INT = WS-TODAY-INT + 90
           COMPUTE WS-HORIZON-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-END-INT)
           PERFORM A-110-SET-WEEK-START
               VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > 13.

           OPEN INPUT LANDLORD-MASTER
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
           OPEN INPUT VENDOR-MASTER

           OPEN INPUT NOTICE-TO-QUIT-FILE.
           IF WS-NTQ-STATUS = "35"
               OPEN OUTPUT NOTICE-TO-QUIT-FILE
               CLOSE NOTICE-TO-QUIT-FILE
               OPEN INPUT NOTICE-TO-QUIT-FILE
           END-IF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN INPUT WORK-ORDER-FILE
           END-IF.
           OPEN INPUT PLANNED-MAINT-FILE.
           IF WS-PLANNED-STATUS = "35"
               OPEN OUTPUT PLANNED-MAINT-FILE
               CLOSE PLANNED-MAINT-FILE
               OPEN INPUT PLANNED-MAINT-FILE
           END-IF.
           OPEN INPUT OPEX-LEDGER.
           IF WS-OPEX-STATUS = "35"
               OPEN OUTPUT OPEX-LEDGER
               CLOSE OPEX-LEDGER
               OPEN INPUT OPEX-LEDGER
           END-IF.
           OPEN INPUT BUILDING-EXPENSE-FILE.
           IF WS-BLDGEXP-STATUS = "35"
               OPEN OUTPUT BUILDING-EXPENSE-FILE
               CLOSE BUILDING-EXPENSE-FILE
               OPEN INPUT BUILDING-EXPENSE-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT FORECAST-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           PERFORM A-200-LOAD-BUILDINGS.

           DISPLAY "ENTER LANDLORD ID (ENTER FOR ALL LANDLORDS): "
           ACCEPT WS-SELECT-LANDLORD-ID.

           MOVE WS-TODAY-DATE       TO HL-FROM-DATE
           MOVE WS-HORIZON-END-DATE TO HL-TO-DATE
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           PERFORM B-900-READ-LANDLORD.

       A-110-SET-WEEK-START.
           COMPUTE WS-WK-START-INT(WS-WX) =
               WS-TODAY-INT + (WS-WX - 1) * 7
           COMPUTE WS-WK-START-DATE(WS-WX) =
               FUNCTION DATE-OF-INTEGER(WS-WK-START-INT(WS-WX)).

       A-200-LOAD-BUILDINGS.
           MOVE ZERO TO WS-BUILDING-COUNT
           MOVE LOW-VALUES TO PROP-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PROPERTY-STATUS
           END-START.
           PERFORM A-210-ADD-BUILDING-MEMBER
               UNTIL WS-PROPERTY-STATUS NOT = "00"
               AND WS-PROPERTY-STATUS NOT = "02".

       A-210-ADD-BUILDING-MEMBER.
           READ PROPERTY-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT AT END
                   IF PROP-BLDG-ID NOT = SPACES
                       PERFORM B-670-FIND-BUILDING
                       IF NOT ENTRY-WAS-FOUND
                           AND WS-BUILDING-COUNT < 500
                           ADD 1 TO WS-BUILDING-COUNT
                           MOVE WS-BUILDING-COUNT TO WS-BX
                           MOVE PROP-BLDG-ID TO WS-BLD-ID(WS-BX)
                           MOVE ZERO TO WS-BLD-MEMBERS(WS-BX)
                           MOVE ZERO TO WS-BLD-PCT-SUM(WS-BX)
                           MOVE "Y" TO SW-FOUND
                       END-IF
                       IF ENTRY-WAS-FOUND
                           ADD 1 TO WS-BLD-MEMBERS(WS-BX)
                           ADD PROP-APPORTION-PCT
                               TO WS-BLD-PCT-SUM(WS-BX)
                       END-IF
                   END-IF
           END-READ.

       B-100-PROCESS-LANDLORDS.
           PERFORM B-200-FORECAST-LANDLORD.
           IF WS-LL-PROPERTY-COUNT > ZERO
               PERFORM B-680-COMPUTE-POSITION
               PERFORM B-700-PRINT-LANDLORD
               PERFORM B-850-ADD-TO-SUMMARY
           END-IF.
           PERFORM B-900-READ-LANDLORD.

       B-200-FORECAST-LANDLORD.
           INITIALIZE WS-LANDLORD-TOTALS
           MOVE ZERO TO WS-ENDING-COUNT
           PERFORM B-210-CLEAR-WEEK
               VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > 13.
           MOVE LANDLORD-ID TO WS-TARGET-OWNER-ID
           MOVE WS-TARGET-OWNER-ID TO PROP-OWNER-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PROP-OWNER-ID
               INVALID KEY
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PROPERTY-STATUS
           END-START.
           PERFORM B-300-SCAN-PROPERTIES
               UNTIL WS-PROPERTY-STATUS NOT = "00"
               AND WS-PROPERTY-STATUS NOT = "02".

       B-210-CLEAR-WEEK.
           MOVE ZERO TO WS-WK-RENT(WS-WX)
           MOVE ZERO TO WS-WK-FEES(WS-WX)
           MOVE ZERO TO WS-WK-REPAIRS(WS-WX)
           MOVE ZERO TO WS-WK-PLANNED(WS-WX)
           MOVE ZERO TO WS-WK-OPEX(WS-WX)
           MOVE ZERO TO WS-WK-SVC-CHARGE(WS-WX)
           MOVE ZERO TO WS-WK-NET(WS-WX)
           MOVE ZERO TO WS-WK-POSITION(WS-WX).

       B-300-SCAN-PROPERTIES.
           READ PROPERTY-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROPERTY-STATUS
               NOT AT END
                   IF PROP-OWNER-ID NOT = WS-TARGET-OWNER-ID
                       MOVE "10" TO WS-PROPERTY-STATUS
                   ELSE
                       ADD 1 TO WS-LL-PROPERTY-COUNT
                       PERFORM B-400-FORECAST-RENT
                       PERFORM B-500-FORECAST-REPAIRS
                       PERFORM B-550-FORECAST-PLANNED
                       PERFORM B-600-FORECAST-OPEX
                       PERFORM B-650-FORECAST-SVC-CHARGE
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   RENT -- every live lease on the property, at the rent and
      *>   frequency RENT-LEDGER charges it.  Rent is assumed paid on
      *>   the day it falls due: weekly payers every week, monthly
      *>   and quarterly payers on the day of the month the lease
      *>   started.  A lease stops paying at the end of its fixed
      *>   term, or at the vacate date of a notice to quit; a
      *>   renewal moves LEASE-END-DATE on, so a renewed lease runs
      *>   on here.  A fixed term already past its end is still
      *>   being charged while it waits for PERIODIC-ROLLOVER, and
      *>   runs on as the periodic tenancy it is about to become.
      *>   ---------------------------------------------------------
       B-400-FORECAST-RENT.
           MOVE ZERO TO WS-FEE-MONTH-COUNT
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM B-410-SCAN-LEASES
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       B-410-SCAN-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           PERFORM B-420-FORECAST-LEASE
                       END-IF
                   END-IF
           END-READ.

       B-420-FORECAST-LEASE.
           PERFORM B-430-FIND-STOP-DATE.
           EVALUATE TRUE
               WHEN PROP-FREQ-WEEKLY
                   COMPUTE WS-RENT-AMOUNT ROUNDED =
                       PROP-MONTHLY-RENT * 12 / 52
               WHEN PROP-FREQ-QUARTERLY
                   COMPUTE WS-RENT-AMOUNT = PROP-MONTHLY-RENT * 3
               WHEN OTHER
                   MOVE PROP-MONTHLY-RENT TO WS-RENT-AMOUNT
           END-EVALUATE.
           IF LEASE-START-DATE > WS-TODAY-DATE
               MOVE LEASE-START-DATE TO WS-RENT-FROM-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RENT-FROM-DATE
           END-IF.
           COMPUTE WS-RENT-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-RENT-FROM-DATE)
           IF WS-RENT-AMOUNT > ZERO
               IF PROP-FREQ-WEEKLY
                   PERFORM B-440-WEEKLY-RENT
                       VARYING WS-WX FROM 1 BY 1
                       UNTIL WS-WX > 13
               ELSE
                   MOVE 1 TO WS-RENT-DAY
                   IF LEASE-START-DATE > ZERO
                       MOVE LEASE-START-DATE(7:2) TO WS-RENT-DAY
                       IF WS-RENT-DAY > 28
                           MOVE 28 TO WS-RENT-DAY
                       END-IF
                   END-IF
                   COMPUTE WS-START-MONTHS =
                       WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
                   IF LEASE-START-DATE > ZERO
                       MOVE LEASE-START-DATE TO WS-CAL-DATE
                       COMPUTE WS-START-MONTHS =
                           WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1
                   END-IF
                   PERFORM B-450-PERIOD-RENT
                       VARYING WS-MX FROM 0 BY 1
                       UNTIL WS-MX > 3
               END-IF
           END-IF.

       B-430-FIND-STOP-DATE.
           MOVE 99999999 TO WS-STOP-DATE
           MOVE SPACES TO WS-STOP-REASON
           IF LEASE-IS-FIXED-TERM
               AND LEASE-END-DATE NOT < WS-TODAY-DATE
               MOVE LEASE-END-DATE TO WS-STOP-DATE
               MOVE "FIXED TERM ENDS, NO RENEWAL" TO WS-STOP-REASON
           END-IF.
           MOVE LEASE-NUMBER TO NTQ-LEASE-NUMBER
           READ NOTICE-TO-QUIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NTQ-IS-PENDING
                       AND NTQ-VACATE-DATE < WS-STOP-DATE
                       AND NTQ-VACATE-DATE NOT < WS-TODAY-DATE
                       MOVE NTQ-VACATE-DATE TO WS-STOP-DATE
                       MOVE "NOTICE TO QUIT SERVED" TO WS-STOP-REASON
                   END-IF
           END-READ.
           IF WS-STOP-DATE NOT > WS-HORIZON-END-DATE
               AND WS-ENDING-COUNT < 50
               ADD 1 TO WS-ENDING-COUNT
               MOVE WS-ENDING-COUNT TO WS-EX
               MOVE LEASE-NUMBER   TO WS-END-LEASE-NUMBER(WS-EX)
               MOVE LEASE-PROP-ID  TO WS-END-PROP-ID(WS-EX)
               MOVE WS-STOP-DATE   TO WS-END-DATE(WS-EX)
               MOVE WS-STOP-REASON TO WS-END-REASON(WS-EX)
           END-IF.

       B-440-WEEKLY-RENT.
      *>   One week's rent for every forecast week the lease is live
      *>   in at any point.
           IF WS-WK-START-INT(WS-WX) + 6 NOT < WS-RENT-FROM-INT
               AND WS-WK-START-DATE(WS-WX) NOT > WS-STOP-DATE
               MOVE WS-WK-START-DATE(WS-WX) TO WS-DUE-DATE
               IF WS-RENT-FROM-DATE > WS-DUE-DATE
                   MOVE WS-RENT-FROM-DATE TO WS-DUE-DATE
               END-IF
               PERFORM B-460-ADD-RENT
           END-IF.

       B-450-PERIOD-RENT.
      *>   This month and the next three between them cover the
      *>   ninety-one days; a quarterly payer pays only in the months
      *>   a whole number of quarters on from the lease start.
           COMPUTE WS-TOTAL-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1 + WS-MX
           COMPUTE WS-CAL-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CAL-MONTH =
               WS-TOTAL-MONTHS - WS-CAL-YEAR * 12 + 1
           MOVE WS-RENT-DAY TO WS-CAL-DAY
           MOVE WS-CAL-DATE TO WS-DUE-DATE
           COMPUTE WS-MONTHS-SINCE-START =
               WS-TOTAL-MONTHS - WS-START-MONTHS
           COMPUTE WS-QUARTERS = WS-MONTHS-SINCE-START / 3
           IF PROP-FREQ-QUARTERLY
               AND WS-QUARTERS * 3 NOT = WS-MONTHS-SINCE-START
               CONTINUE
           ELSE
               IF WS-DUE-DATE NOT < WS-RENT-FROM-DATE
                   AND WS-DUE-DATE NOT > WS-HORIZON-END-DATE
                   AND WS-DUE-DATE NOT > WS-STOP-DATE
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   PERFORM B-800-FIND-WEEK
                   PERFORM B-460-ADD-RENT
               END-IF
           END-IF.

       B-460-ADD-RENT.
      *>   The fee follows the rent into the same week -- the same
      *>   fee basis OWNER-DISBURSEMENT's B-350-ADD-MGMT-FEE uses.
           IF WS-WX NOT < 1 AND WS-WX NOT > 13
               ADD WS-RENT-AMOUNT TO WS-WK-RENT(WS-WX)
               MOVE ZERO TO WS-FEE-AMOUNT
               IF PROP-FEE-IS-PERCENT
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-RENT-AMOUNT * PROP-MGMT-FEE-VALUE / 100
               ELSE
                   IF PROP-FEE-IS-FLAT
                       PERFORM B-470-CHECK-FEE-MONTH
                       IF NOT ENTRY-WAS-FOUND
                           AND WS-FEE-MONTH-COUNT < 5
                           ADD 1 TO WS-FEE-MONTH-COUNT
                           MOVE WS-DUE-DATE(1:6)
                               TO WS-FEE-MONTH(WS-FEE-MONTH-COUNT)
                           MOVE PROP-MGMT-FEE-VALUE TO WS-FEE-AMOUNT
                       END-IF
                   END-IF
               END-IF
               ADD WS-FEE-AMOUNT TO WS-WK-FEES(WS-WX)
           END-IF.

       B-470-CHECK-FEE-MONTH.
           MOVE "N" TO SW-FOUND
           PERFORM B-475-COMPARE-FEE-MONTH
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEE-MONTH-COUNT
               OR ENTRY-WAS-FOUND.

       B-475-COMPARE-FEE-MONTH.
           IF WS-FEE-MONTH(WS-FX) = WS-DUE-DATE(1:6)
               MOVE "Y" TO SW-FOUND
           END-IF.

      *>   ---------------------------------------------------------
      *>   REPAIRS -- every work order on the property not yet
      *>   completed or declined, at its estimate, due at once.  The
      *>   work-order file has no index on property, so it is walked
      *>   end to end per property; the same pass notes each planned
      *>   task's latest completed cost for the visits below.
      *>   ---------------------------------------------------------
       B-500-FORECAST-REPAIRS.
           MOVE ZERO TO WS-TASK-COST-COUNT
           MOVE LOW-VALUES TO WO-NUMBER
           START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-WORK-ORDER-STATUS
           END-START.
           PERFORM B-510-CHECK-ONE-WORK-ORDER
               UNTIL WS-WORK-ORDER-STATUS NOT = "00"
               AND WS-WORK-ORDER-STATUS NOT = "02".

       B-510-CHECK-ONE-WORK-ORDER.
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-ORDER-STATUS
               NOT AT END
                   IF WO-PROP-ID = PROP-ID
                       EVALUATE TRUE
                           WHEN WO-IS-OPEN
                           WHEN WO-IS-SCHEDULED
                           WHEN WO-IS-AWAITING-APPROVAL
                               IF WO-ESTIMATED-COST > ZERO
                                   ADD WO-ESTIMATED-COST
                                       TO WS-WK-REPAIRS(1)
                               ELSE
                                   ADD 1 TO WS-LL-NO-ESTIMATE-COUNT
                               END-IF
                           WHEN WO-IS-COMPLETE
                               IF WO-PLM-TASK-CODE NOT = SPACES
                                   PERFORM B-520-NOTE-TASK-COST
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       B-520-NOTE-TASK-COST.
           PERFORM B-580-FIND-TASK-COST.
           IF NOT ENTRY-WAS-FOUND AND WS-TASK-COST-COUNT < 50
               ADD 1 TO WS-TASK-COST-COUNT
               MOVE WS-TASK-COST-COUNT TO WS-TX
               MOVE WO-PLM-TASK-CODE TO WS-TC-TASK-CODE(WS-TX)
               MOVE ZERO TO WS-TC-DATE(WS-TX)
               MOVE "Y" TO SW-FOUND
           END-IF.
           IF ENTRY-WAS-FOUND
               AND WO-COMPLETED-DATE NOT < WS-TC-DATE(WS-TX)
               MOVE WO-COMPLETED-DATE TO WS-TC-DATE(WS-TX)
               MOVE WO-COMPLETED-COST TO WS-TC-COST(WS-TX)
           END-IF.

      *>   ---------------------------------------------------------
      *>   PLANNED MAINTENANCE -- each scheduled task's visits falling
      *>   due in the thirteen weeks, worked out the way
      *>   PLANNED-MAINT-RUN works out a due date.  A task with an
      *>   order already raised and not yet done is left out: that
      *>   order is counted with the repairs above.
      *>   ---------------------------------------------------------
       B-550-FORECAST-PLANNED.
           MOVE PROP-ID TO PLM-PROP-ID
           MOVE LOW-VALUES TO PLM-TASK-CODE
           START PLANNED-MAINT-FILE KEY IS NOT LESS THAN PLM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PLANNED-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PLANNED-STATUS
           END-START.
           PERFORM B-560-CHECK-ONE-TASK
               UNTIL WS-PLANNED-STATUS NOT = "00"
               AND WS-PLANNED-STATUS NOT = "02".

       B-560-CHECK-ONE-TASK.
           READ PLANNED-MAINT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PLANNED-STATUS
               NOT AT END
                   IF PLM-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-PLANNED-STATUS
                   ELSE
                       IF PLM-LAST-RAISED-DATE NOT > PLM-LAST-DONE-DATE
                           PERFORM B-565-FORECAST-TASK
                       END-IF
                   END-IF
           END-READ.

       B-565-FORECAST-TASK.
           MOVE PLM-ESTIMATED-COST TO WS-VISIT-COST
           IF WS-VISIT-COST = ZERO
               MOVE PLM-TASK-CODE TO WO-PLM-TASK-CODE
               PERFORM B-580-FIND-TASK-COST
               IF ENTRY-WAS-FOUND
                   MOVE WS-TC-COST(WS-TX) TO WS-VISIT-COST
               END-IF
           END-IF.
           IF PLM-LAST-DONE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-PLM-DUE-DATE
           ELSE
               MOVE PLM-LAST-DONE-DATE TO WS-CAL-DATE
               MOVE PLM-FREQUENCY-MONTHS TO WS-ADD-MONTHS
               PERFORM B-575-ADD-MONTHS
               MOVE WS-CAL-DATE TO WS-PLM-DUE-DATE
           END-IF.
           PERFORM B-570-ADD-VISIT
               UNTIL WS-PLM-DUE-DATE > WS-HORIZON-END-DATE.

       B-570-ADD-VISIT.
           IF WS-PLM-DUE-DATE < WS-TODAY-DATE
               MOVE 1 TO WS-WX
           ELSE
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PLM-DUE-DATE)
               PERFORM B-800-FIND-WEEK
           END-IF.
           IF WS-WX NOT > 13
               IF WS-VISIT-COST > ZERO
                   ADD WS-VISIT-COST TO WS-WK-PLANNED(WS-WX)
               ELSE
                   ADD 1 TO WS-LL-NO-ESTIMATE-COUNT
               END-IF
           END-IF.
      *>   The next visit is a whole cycle on from this one; an overdue
      *>   visit is counted once, now, and the cycle restarts from
      *>   today as it will when the job is done.
           IF PLM-FREQUENCY-MONTHS = ZERO
               MOVE 99999999 TO WS-PLM-DUE-DATE
           ELSE
               IF WS-PLM-DUE-DATE < WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO WS-CAL-DATE
               ELSE
                   MOVE WS-PLM-DUE-DATE TO WS-CAL-DATE
               END-IF
               MOVE PLM-FREQUENCY-MONTHS TO WS-ADD-MONTHS
               PERFORM B-575-ADD-MONTHS
               MOVE WS-CAL-DATE TO WS-PLM-DUE-DATE
           END-IF.

       B-575-ADD-MONTHS.
           COMPUTE WS-TOTAL-MONTHS =
               WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-CAL-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CAL-MONTH =
               WS-TOTAL-MONTHS - WS-CAL-YEAR * 12 + 1
           IF WS-CAL-DAY > 28
               MOVE 28 TO WS-CAL-DAY
           END-IF.

       B-580-FIND-TASK-COST.
           MOVE "N" TO SW-FOUND
           PERFORM B-585-COMPARE-TASK-CODE
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TASK-COST-COUNT
               OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-TX
           END-IF.

       B-585-COMPARE-TASK-CODE.
           IF WS-TC-TASK-CODE(WS-TX) = WO-PLM-TASK-CODE
               MOVE "Y" TO SW-FOUND
           END-IF.

      *>   ---------------------------------------------------------
      *>   OPERATING EXPENSES -- unpaid invoices, bills and premiums on
      *>   the property's own ledger, falling due when the vendor's
      *>   payment terms run out.  Management fees are the agent's own
      *>   charge, recharge lines are the tenant's, and insurance
      *>   settlements are credits already marked paid; none of them
      *>   is a payment still to go out for the owner.
      *>   ---------------------------------------------------------
       B-600-FORECAST-OPEX.
           MOVE PROP-ID TO OPEX-PROP-ID
           MOVE LOW-VALUES TO OPEX-SEQUENCE
           START OPEX-LEDGER KEY IS NOT LESS THAN OPEX-KEY
               INVALID KEY
                   MOVE "10" TO WS-OPEX-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPEX-STATUS
           END-START.
           PERFORM B-610-CHECK-ONE-EXPENSE
               UNTIL WS-OPEX-STATUS NOT = "00"
               AND WS-OPEX-STATUS NOT = "02".

       B-610-CHECK-ONE-EXPENSE.
           READ OPEX-LEDGER NEXT RECORD
               AT END
                   MOVE "10" TO WS-OPEX-STATUS
               NOT AT END
                   IF OPEX-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-OPEX-STATUS
                   ELSE
                       IF NOT OPEX-IS-PAID
                           AND NOT OPEX-IS-MGMT-FEE
                           AND NOT OPEX-IS-TENANT-RECHARGE
                           AND NOT OPEX-IS-INS-REIMBURSEMENT
                           MOVE OPEX-VENDOR-ID TO VEND-ID
                           MOVE OPEX-TRANS-DATE TO WS-DUE-DATE
                           PERFORM B-690-FIND-DUE-WEEK
                           IF WS-WX NOT > 13
                               ADD OPEX-AMOUNT TO WS-WK-OPEX(WS-WX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   ---------------------------------------------------------
      *>   SERVICE CHARGES -- the property's share of every block-wide
      *>   invoice on its building still waiting to be paid.  The
      *>   split already posted to the unit's ledger is marked paid at
      *>   birth, so the unpaid building entry is the one that shows
      *>   when the money goes out.
      *>   ---------------------------------------------------------
       B-650-FORECAST-SVC-CHARGE.
           MOVE "N" TO SW-FOUND
           IF PROP-BLDG-ID NOT = SPACES
               PERFORM B-670-FIND-BUILDING
           END-IF.
           IF ENTRY-WAS-FOUND
               MOVE PROP-BLDG-ID TO BEX-BLDG-ID
               MOVE LOW-VALUES TO BEX-SEQUENCE
               START BUILDING-EXPENSE-FILE KEY IS NOT LESS THAN BEX-KEY
                   INVALID KEY
                       MOVE "10" TO WS-BLDGEXP-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-BLDGEXP-STATUS
               END-START
               PERFORM B-660-CHECK-ONE-BLDG-EXPENSE
                   UNTIL WS-BLDGEXP-STATUS NOT = "00"
                   AND WS-BLDGEXP-STATUS NOT = "02"
           END-IF.

       B-660-CHECK-ONE-BLDG-EXPENSE.
           READ BUILDING-EXPENSE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BLDGEXP-STATUS
               NOT AT END
                   IF BEX-BLDG-ID NOT = PROP-BLDG-ID
                       MOVE "10" TO WS-BLDGEXP-STATUS
                   ELSE
                       IF NOT BEX-IS-PAID
                           PERFORM B-665-ADD-SHARE
                       END-IF
                   END-IF
           END-READ.

       B-665-ADD-SHARE.
           IF WS-BLD-PCT-SUM(WS-BX) > ZERO
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   BEX-AMOUNT * PROP-APPORTION-PCT
                   / WS-BLD-PCT-SUM(WS-BX)
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   BEX-AMOUNT / WS-BLD-MEMBERS(WS-BX)
           END-IF.
           MOVE BEX-VENDOR-ID TO VEND-ID
           MOVE BEX-TRANS-DATE TO WS-DUE-DATE
           PERFORM B-690-FIND-DUE-WEEK.
           IF WS-WX NOT > 13
               ADD WS-SHARE-AMOUNT TO WS-WK-SVC-CHARGE(WS-WX)
           END-IF.

       B-670-FIND-BUILDING.
           MOVE "N" TO SW-FOUND
           PERFORM B-675-COMPARE-BUILDING
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BUILDING-COUNT
               OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-BX
           END-IF.

       B-675-COMPARE-BUILDING.
           IF WS-BLD-ID(WS-BX) = PROP-BLDG-ID
               MOVE "Y" TO SW-FOUND
           END-IF.

       B-690-FIND-DUE-WEEK.
      *>   Invoice date plus the vendor's payment terms, the way the
      *>   vendor payment run is expected to settle it.  VEND-ID and
      *>   WS-DUE-DATE carry the vendor and the invoice date in.
           MOVE ZERO TO WS-TERMS-DAYS
           IF VEND-ID NOT = SPACES
               READ VENDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-PAYMENT-TERMS-DAYS TO WS-TERMS-DAYS
               END-READ
           END-IF.
           IF WS-DUE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-DUE-DATE
           END-IF.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + WS-TERMS-DAYS
           PERFORM B-800-FIND-WEEK.

       B-680-COMPUTE-POSITION.
      *>   Nothing is assumed to be paid out to the owner during the
      *>   forecast, so the position is what would be left of the
      *>   rent once each week's bills are met.  The first week it
      *>   goes below nothing is when the owner needs to send funds.
           MOVE ZERO TO WS-LL-POSITION
           MOVE ZERO TO WS-LL-OVERDRAWN-WEEK
           MOVE "N" TO SW-OVERDRAWN
           PERFORM B-685-POSITION-ONE-WEEK
               VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > 13.
           COMPUTE WS-LL-COSTS = WS-LL-FEES + WS-LL-REPAIRS
               + WS-LL-PLANNED + WS-LL-OPEX + WS-LL-SVC-CHARGE
           COMPUTE WS-LL-NET = WS-LL-RENT - WS-LL-COSTS.

       B-685-POSITION-ONE-WEEK.
           COMPUTE WS-WK-NET(WS-WX) = WS-WK-RENT(WS-WX)
               - WS-WK-FEES(WS-WX) - WS-WK-REPAIRS(WS-WX)
               - WS-WK-PLANNED(WS-WX) - WS-WK-OPEX(WS-WX)
               - WS-WK-SVC-CHARGE(WS-WX)
           ADD WS-WK-NET(WS-WX) TO WS-LL-POSITION
           MOVE WS-LL-POSITION TO WS-WK-POSITION(WS-WX)
           IF WS-WX = 1 OR WS-LL-POSITION < WS-LL-LOWEST
               MOVE WS-LL-POSITION TO WS-LL-LOWEST
           END-IF.
           IF WS-LL-POSITION < ZERO AND NOT OWNER-GOES-OVERDRAWN
               MOVE "Y" TO SW-OVERDRAWN
               MOVE WS-WX TO WS-LL-OVERDRAWN-WEEK
           END-IF.
           ADD WS-WK-RENT(WS-WX)       TO WS-LL-RENT
           ADD WS-WK-FEES(WS-WX)       TO WS-LL-FEES
           ADD WS-WK-REPAIRS(WS-WX)    TO WS-LL-REPAIRS
           ADD WS-WK-PLANNED(WS-WX)    TO WS-LL-PLANNED
           ADD WS-WK-OPEX(WS-WX)       TO WS-LL-OPEX
           ADD WS-WK-SVC-CHARGE(WS-WX) TO WS-LL-SVC-CHARGE.

       B-700-PRINT-LANDLORD.
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE LANDLORD-ID          TO LL-ID
           MOVE LANDLORD-NAME        TO LL-NAME
           MOVE WS-LL-PROPERTY-COUNT TO LL-PROPERTY-COUNT
           WRITE PRINT-LINE FROM LANDLORD-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-710-PRINT-ONE-WEEK
               VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > 13.
           MOVE WS-LL-RENT       TO LTL-RENT
           MOVE WS-LL-FEES       TO LTL-FEES
           MOVE WS-LL-REPAIRS    TO LTL-REPAIRS
           MOVE WS-LL-PLANNED    TO LTL-PLANNED
           MOVE WS-LL-OPEX       TO LTL-OPEX
           MOVE WS-LL-SVC-CHARGE TO LTL-SVC-CHARGE
           MOVE WS-LL-NET        TO LTL-NET
           WRITE PRINT-LINE FROM LANDLORD-TOTAL-LINE
           PERFORM B-720-PRINT-ONE-ENDING
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-ENDING-COUNT.
           IF WS-LL-NO-ESTIMATE-COUNT > ZERO
               MOVE WS-LL-NO-ESTIMATE-COUNT TO NEL-COUNT
               WRITE PRINT-LINE FROM NO-ESTIMATE-LINE
           END-IF.
           IF OWNER-GOES-OVERDRAWN
               MOVE WS-LL-OVERDRAWN-WEEK TO OL-WEEK
               MOVE WS-LL-LOWEST         TO OL-LOWEST
               WRITE PRINT-LINE FROM OVERDRAWN-LINE
           END-IF.

       B-710-PRINT-ONE-WEEK.
           MOVE WS-WX                   TO WL-WEEK
           MOVE WS-WK-START-DATE(WS-WX) TO WL-START-DATE
           MOVE WS-WK-RENT(WS-WX)       TO WL-RENT
           MOVE WS-WK-FEES(WS-WX)       TO WL-FEES
           MOVE WS-WK-REPAIRS(WS-WX)    TO WL-REPAIRS
           MOVE WS-WK-PLANNED(WS-WX)    TO WL-PLANNED
           MOVE WS-WK-OPEX(WS-WX)       TO WL-OPEX
           MOVE WS-WK-SVC-CHARGE(WS-WX) TO WL-SVC-CHARGE
           MOVE WS-WK-NET(WS-WX)        TO WL-NET
           MOVE WS-WK-POSITION(WS-WX)   TO WL-POSITION
           WRITE PRINT-LINE FROM WEEK-LINE.

       B-720-PRINT-ONE-ENDING.
           MOVE WS-END-LEASE-NUMBER(WS-EX) TO EL-LEASE-NUMBER
           MOVE WS-END-PROP-ID(WS-EX)      TO EL-PROP-ID
           MOVE WS-END-DATE(WS-EX)         TO EL-DATE
           MOVE WS-END-REASON(WS-EX)       TO EL-REASON
           WRITE PRINT-LINE FROM ENDING-LINE.

       B-800-FIND-WEEK.
      *>   WS-DUE-INT in, WS-WX out: anything already overdue goes in
      *>   week 1, and anything past the last week comes out above 13
      *>   for the caller to leave out.
           IF WS-DUE-INT < WS-TODAY-INT
               MOVE 1 TO WS-WX
           ELSE
               COMPUTE WS-WX = (WS-DUE-INT - WS-TODAY-INT) / 7 + 1
           END-IF.

       B-850-ADD-TO-SUMMARY.
           ADD 1 TO WS-PF-LANDLORDS
           ADD WS-LL-RENT  TO WS-PF-RENT
           ADD WS-LL-COSTS TO WS-PF-COSTS
           ADD WS-LL-NET   TO WS-PF-NET
           IF OWNER-GOES-OVERDRAWN
               ADD 1 TO WS-PF-OVERDRAWN
           END-IF.
           ADD 1 TO WS-SUMMARY-COUNT
           IF WS-SUMMARY-COUNT NOT > 500
               MOVE WS-SUMMARY-COUNT TO WS-SX
               MOVE LANDLORD-ID     TO WS-SUM-LANDLORD-ID(WS-SX)
               MOVE LANDLORD-NAME   TO WS-SUM-NAME(WS-SX)
               MOVE WS-LL-RENT      TO WS-SUM-RENT(WS-SX)
               MOVE WS-LL-COSTS     TO WS-SUM-COSTS(WS-SX)
               MOVE WS-LL-NET       TO WS-SUM-NET(WS-SX)
               MOVE WS-LL-LOWEST    TO WS-SUM-LOWEST(WS-SX)
               MOVE WS-LL-OVERDRAWN-WEEK
                   TO WS-SUM-OVERDRAWN-WEEK(WS-SX)
           END-IF.

       B-900-READ-LANDLORD.
           IF WS-SELECT-LANDLORD-ID NOT = SPACES
               IF SELECTED-WAS-READ
                   MOVE "Y" TO SW-END-OF-LANDLORD-FILE
               ELSE
                   MOVE "Y" TO SW-SELECTED-READ
                   MOVE WS-SELECT-LANDLORD-ID TO LANDLORD-ID
                   READ LANDLORD-MASTER
                       INVALID KEY
                           DISPLAY "LANDLORD NOT ON FILE"
                           MOVE "Y" TO SW-END-OF-LANDLORD-FILE
                   END-READ
               END-IF
           ELSE
               READ LANDLORD-MASTER NEXT RECORD
                   AT END MOVE "Y" TO SW-END-OF-LANDLORD-FILE
               END-READ
               IF WS-LANDLORD-STATUS NOT = "00"
                   AND WS-LANDLORD-STATUS NOT = "10"
                   MOVE "Y" TO SW-END-OF-LANDLORD-FILE
                   PERFORM B-950-LOG-READ-EXCEPTION
               END-IF
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "OWNER-CASHFLOW-FORECAST" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LANDLORD-MASTER"    TO EXC-FILE-NAME
           MOVE LANDLORD-ID          TO EXC-KEY-VALUE
           MOVE WS-LANDLORD-STATUS   TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           PERFORM C-200-PRINT-SUMMARY.
           CLOSE LANDLORD-MASTER
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           CLOSE NOTICE-TO-QUIT-FILE
           CLOSE WORK-ORDER-FILE
           CLOSE PLANNED-MAINT-FILE
           CLOSE OPEX-LEDGER
           CLOSE BUILDING-EXPENSE-FILE
           CLOSE VENDOR-MASTER
           CLOSE FORECAST-PRINT
           PERFORM Z-970-CLOSE-REPORT-GENERATION
           CLOSE EXCEPTION-LOG.

       C-200-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SEPARATOR-LINE
           MOVE WS-TODAY-DATE TO SH-FROM-DATE
           WRITE PRINT-LINE FROM SUMMARY-HEADING-1
           WRITE PRINT-LINE FROM SUMMARY-HEADING-2
           PERFORM C-210-PRINT-ONE-SUMMARY
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SUMMARY-COUNT
               OR WS-SX > 500.
           MOVE WS-PF-RENT  TO STL-RENT
           MOVE WS-PF-COSTS TO STL-COSTS
           MOVE WS-PF-NET   TO STL-NET
           WRITE PRINT-LINE FROM SUMMARY-TOTAL-LINE
           MOVE WS-PF-LANDLORDS TO SCL1-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE-1
           MOVE WS-PF-OVERDRAWN TO SCL2-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE-2.

       C-210-PRINT-ONE-SUMMARY.
           MOVE WS-SUM-LANDLORD-ID(WS-SX) TO SL-LANDLORD-ID
           MOVE WS-SUM-NAME(WS-SX)        TO SL-NAME
           MOVE WS-SUM-RENT(WS-SX)        TO SL-RENT
           MOVE WS-SUM-COSTS(WS-SX)       TO SL-COSTS
           MOVE WS-SUM-NET(WS-SX)         TO SL-NET
           MOVE WS-SUM-LOWEST(WS-SX)      TO SL-LOWEST
           MOVE SPACES TO SL-OVERDRAWN
           IF WS-SUM-OVERDRAWN-WEEK(WS-SX) > ZERO
               STRING "WEEK " WS-SUM-OVERDRAWN-WEEK(WS-SX)
                   DELIMITED BY SIZE INTO SL-OVERDRAWN
           END-IF.
           WRITE PRINT-LINE FROM SUMMARY-LINE.

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
                   "LANDLORD=" DELIMITED BY SIZE
                   WS-SELECT-LANDLORD-ID DELIMITED BY SIZE
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

       END PROGRAM OWNER-CASHFLOW-FORECAST.
