       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCUPIER-NOTICE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCCUPIER-NOTICE-FILE ASSIGN TO "occupier_notice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONT-KEY
               ALTERNATE RECORD KEY IS ONT-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT PROPERTY-SUPPLIER-FILE
               ASSIGN TO "property_supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSUP-KEY
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
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

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

      *>   One notice file per council or supplier per run, named
      *>   for the recipient and the run date.
           SELECT NOTICE-OUTPUT ASSIGN TO WS-NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT NOTICE-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  OCCUPIER-NOTICE-FILE.
           COPY OCCNOTREC.

       FD  PROPERTY-SUPPLIER-FILE.
           COPY PROPSUPREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  NOTICE-OUTPUT.
       01  NOTICE-OUTPUT-LINE           PIC X(80).

       FD  NOTICE-PRINT.
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
       01  WS-NOTICE-STATUS             PIC XX.
       01  WS-SUPPLIER-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-OUTPUT-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-OUTPUT-OPEN           PIC X.
               88  OUTPUT-IS-OPEN           VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-NOTICE-FILE-NAME          PIC X(40).
       01  WS-CURRENT-VENDOR-ID         PIC X(6).
       01  WS-DAYS-OUTSTANDING          PIC 9(5).

       01  WS-OWNER-NAME                PIC X(30).
       01  WS-TENANT-NAMES              PIC X(62).
       01  WS-TENANT1-NAME              PIC X(30).
       01  WS-OUTGOING-NAMES            PIC X(62).
       01  WS-INCOMING-NAMES            PIC X(62).

       01  WS-RELEASED-COUNT            PIC 9(5).
       01  WS-SENT-COUNT                PIC 9(5).
       01  WS-FILE-COUNT                PIC 9(5).
       01  WS-HELD-COUNT                PIC 9(5).
       01  WS-PENDING-COUNT             PIC 9(5).

      *>   ---- recipient notice file ----
       01  NOTICE-HEADER-LINE.
           05  FILLER  PIC X(45) VALUE
               "NOTIFICATION OF CHANGE OF OCCUPIER - ISSUED ".
           05  NHL-DATE                  PIC 9(8).

       01  NOTICE-ADDRESS-LINE.
           05  FILLER                   PIC X(4)  VALUE "TO: ".
           05  NAL-TEXT                 PIC X(76).

       01  NOTICE-FIELD-LINE.
           05  NFL-LABEL                PIC X(20).
           05  NFL-VALUE                PIC X(60).

       01  NOTICE-READING-LINE.
           05  FILLER                   PIC X(20) VALUE
               "METER READING:".
           05  NRL-READING              PIC Z,ZZZ,ZZ9.99.

       01  NOTICE-RULE-LINE             PIC X(80) VALUE ALL "-".

      *>   ---- register print ----
       01  HEADING-LINE-1.
           05  FILLER  PIC X(50) VALUE
               "CHANGE OF OCCUPIER NOTICES".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  SECTION-LINE-SENT.
           05  FILLER  PIC X(40) VALUE
               "NOTICES SENT THIS RUN".

       01  SECTION-LINE-UNSENT.
           05  FILLER  PIC X(40) VALUE
               "NOTICES NOT SENT".

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(10) VALUE "EVENT".
           05  FILLER  PIC X(10) VALUE "SERVICE".
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(10) VALUE "CHANGED".
           05  FILLER  PIC X(8)  VALUE "VENDOR".
           05  FILLER  PIC X(22) VALUE "ACCOUNT REFERENCE".
           05  FILLER  PIC X(6)  VALUE " DAYS".
           05  FILLER  PIC X(18) VALUE " STATE".

       01  DETAIL-LINE.
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-EVENT                 PIC X(10).
           05  DL-SERVICE               PIC X(10).
           05  DL-PROP-ID               PIC X(8).
           05  DL-CHANGE-DATE           PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-VENDOR-ID             PIC X(8).
           05  DL-ACCOUNT-REF           PIC X(22).
           05  DL-DAYS                  PIC ZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  DL-STATE                 PIC X(18).

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "HELD NOTICES RELEASED".
           05  TL-RELEASED              PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "NOTICES SENT".
           05  TL-SENT                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(4)  VALUE " IN ".
           05  TL-FILES                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(6)  VALUE " FILES".

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "HELD - NO RECIPIENT".
           05  TL-HELD                  PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                   PIC X(28) VALUE
               "PENDING - NOT WRITTEN".
           05  TL-PENDING               PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "occupier_notice".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "OCCUPIER-NOTICE-RUN".
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
           PERFORM B-100-RELEASE-HELD-NOTICES
               UNTIL END-OF-FILE.
           PERFORM B-200-START-BY-RECIPIENT.
           PERFORM B-300-SEND-NOTICES
               UNTIL END-OF-FILE.
           IF OUTPUT-IS-OPEN
               CLOSE NOTICE-OUTPUT
           END-IF.
           PERFORM B-600-START-UNSENT-LIST.
           PERFORM B-700-LIST-UNSENT
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE "N" TO SW-OUTPUT-OPEN
           MOVE SPACES TO WS-CURRENT-VENDOR-ID
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
           OPEN INPUT TENANT-MASTER
           OPEN INPUT LANDLORD-MASTER
           OPEN INPUT VENDOR-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT NOTICE-PRINT

           OPEN I-O OCCUPIER-NOTICE-FILE.
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT OCCUPIER-NOTICE-FILE
               CLOSE OCCUPIER-NOTICE-FILE
               OPEN I-O OCCUPIER-NOTICE-FILE
           END-IF.

           OPEN I-O PROPERTY-SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS = "35"
               OPEN OUTPUT PROPERTY-SUPPLIER-FILE
               CLOSE PROPERTY-SUPPLIER-FILE
               OPEN I-O PROPERTY-SUPPLIER-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-LINE-SENT
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-NOTICE.

      *>   ---------------------------------------------------------
      *>   A notice raised before the property's council or supplier
      *>   was on the register is held.  Each run looks again, and
      *>   once the register names a recipient the notice goes out
      *>   with the rest.
      *>   ---------------------------------------------------------
       B-100-RELEASE-HELD-NOTICES.
           IF ONT-IS-HELD
               MOVE ONT-PROP-ID TO PSUP-PROP-ID
               MOVE ONT-SERVICE TO PSUP-SERVICE
               READ PROPERTY-SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PSUP-VENDOR-ID   TO ONT-VENDOR-ID
                       MOVE PSUP-ACCOUNT-REF TO ONT-ACCOUNT-REF
                       MOVE "P" TO ONT-STATUS
                       REWRITE OCCUPIER-NOTICE-RECORD
                       ADD 1 TO WS-RELEASED-COUNT
               END-READ
           END-IF.
           PERFORM B-900-READ-NOTICE.

       B-200-START-BY-RECIPIENT.
           MOVE "N" TO SW-END-OF-FILE
           MOVE LOW-VALUES TO ONT-VENDOR-ID
           START OCCUPIER-NOTICE-FILE
               KEY IS NOT LESS THAN ONT-VENDOR-ID
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-NOTICE
           END-IF.

      *>   ---------------------------------------------------------
      *>   Pending notices in recipient order -- each council or
      *>   supplier gets one file holding every change this run owes
      *>   it, headed with its name and address from the vendor
      *>   master.
      *>   ---------------------------------------------------------
       B-300-SEND-NOTICES.
           IF ONT-IS-PENDING
               IF ONT-VENDOR-ID NOT = WS-CURRENT-VENDOR-ID
                   PERFORM B-310-START-RECIPIENT-FILE
               END-IF
               PERFORM B-400-FIND-OCCUPIERS
               PERFORM B-500-WRITE-NOTICE
               MOVE "S" TO ONT-STATUS
               MOVE WS-TODAY-DATE TO ONT-SENT-DATE
               REWRITE OCCUPIER-NOTICE-RECORD
               ADD 1 TO WS-SENT-COUNT
               MOVE ZERO TO DL-DAYS
               MOVE "SENT" TO DL-STATE
               PERFORM B-800-PRINT-NOTICE
           END-IF.
           PERFORM B-900-READ-NOTICE.

       B-310-START-RECIPIENT-FILE.
           IF OUTPUT-IS-OPEN
               CLOSE NOTICE-OUTPUT
           END-IF.
           MOVE ONT-VENDOR-ID TO WS-CURRENT-VENDOR-ID
           MOVE SPACES TO WS-NOTICE-FILE-NAME
           STRING "occupier_notice_" DELIMITED BY SIZE
                  WS-CURRENT-VENDOR-ID DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOTICE-FILE-NAME
           END-STRING.
      *>   A second run the same day adds to that day's file.
           OPEN EXTEND NOTICE-OUTPUT
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT NOTICE-OUTPUT
           END-IF.
           MOVE "Y" TO SW-OUTPUT-OPEN
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-CURRENT-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO VEND-NAME
                   MOVE SPACES TO VEND-STREET
                   MOVE SPACES TO VEND-TOWN
                   MOVE SPACES TO VEND-POSTCODE
           END-READ.
           MOVE WS-TODAY-DATE TO NHL-DATE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-HEADER-LINE
           MOVE VEND-NAME TO NAL-TEXT
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-ADDRESS-LINE
           MOVE SPACES TO NAL-TEXT
           STRING VEND-STREET DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  VEND-TOWN DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  VEND-POSTCODE DELIMITED BY SIZE
               INTO NAL-TEXT
           END-STRING.
           MOVE SPACES TO NOTICE-OUTPUT-LINE
           MOVE NAL-TEXT TO NOTICE-OUTPUT-LINE (5:76)
           WRITE NOTICE-OUTPUT-LINE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-RULE-LINE.

      *>   ---------------------------------------------------------
      *>   The owner is the occupier either side of a tenancy, so on
      *>   a move-in the account passes from the owner to the lease's
      *>   tenants and on a move-out it passes back.
      *>   ---------------------------------------------------------
       B-400-FIND-OCCUPIERS.
           MOVE SPACES TO WS-OWNER-NAME
           MOVE SPACES TO WS-TENANT-NAMES
           MOVE ONT-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-STREET PROP-TOWN PROP-CITY
                                  PROP-POSTCODE
                   MOVE "OWNER NOT KNOWN" TO WS-OWNER-NAME
               NOT INVALID KEY
                   MOVE PROP-OWNER-ID TO LANDLORD-ID
                   READ LANDLORD-MASTER
                       INVALID KEY
                           MOVE "OWNER NOT KNOWN" TO WS-OWNER-NAME
                       NOT INVALID KEY
                           MOVE LANDLORD-NAME TO WS-OWNER-NAME
                   END-READ
           END-READ.
           MOVE ONT-LEASE-NUMBER TO LEASE-NUMBER
           READ LEASE-MASTER
               INVALID KEY
                   MOVE "TENANT NOT KNOWN" TO WS-TENANT-NAMES
               NOT INVALID KEY
                   PERFORM B-410-NAME-TENANTS
           END-READ.
           IF ONT-IS-MOVE-IN
               MOVE WS-OWNER-NAME   TO WS-OUTGOING-NAMES
               MOVE WS-TENANT-NAMES TO WS-INCOMING-NAMES
           ELSE
               MOVE WS-TENANT-NAMES TO WS-OUTGOING-NAMES
               MOVE WS-OWNER-NAME   TO WS-INCOMING-NAMES
           END-IF.

       B-410-NAME-TENANTS.
           MOVE LEASE-TENANT1-ID TO TENANT-ID
           READ TENANT-MASTER
               INVALID KEY
                   MOVE "TENANT NOT KNOWN" TO TENANT-NAME
           END-READ.
           MOVE TENANT-NAME TO WS-TENANT1-NAME
           MOVE TENANT-NAME TO WS-TENANT-NAMES
           IF LEASE-TENANT2-ID NOT = SPACES
               MOVE LEASE-TENANT2-ID TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-TENANT-NAMES
                       STRING WS-TENANT1-NAME DELIMITED BY "  "
                              " AND " DELIMITED BY SIZE
                              TENANT-NAME DELIMITED BY "  "
                           INTO WS-TENANT-NAMES
                       END-STRING
               END-READ
           END-IF.

       B-500-WRITE-NOTICE.
           MOVE "ACCOUNT REFERENCE:" TO NFL-LABEL
           MOVE ONT-ACCOUNT-REF TO NFL-VALUE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           MOVE "SERVICE:" TO NFL-LABEL
           MOVE ONT-SERVICE TO NFL-VALUE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           MOVE "PROPERTY:" TO NFL-LABEL
           MOVE SPACES TO NFL-VALUE
           STRING PROP-STREET DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  PROP-TOWN DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  PROP-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PROP-POSTCODE DELIMITED BY SIZE
               INTO NFL-VALUE
           END-STRING.
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           MOVE "DATE OF CHANGE:" TO NFL-LABEL
           MOVE SPACES TO NFL-VALUE
           MOVE ONT-CHANGE-DATE TO NFL-VALUE (1:8)
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           MOVE "OUTGOING OCCUPIER:" TO NFL-LABEL
           MOVE WS-OUTGOING-NAMES TO NFL-VALUE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           MOVE "INCOMING OCCUPIER:" TO NFL-LABEL
           MOVE WS-INCOMING-NAMES TO NFL-VALUE
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-FIELD-LINE
           IF ONT-HAS-READING
               MOVE ONT-READING TO NRL-READING
               WRITE NOTICE-OUTPUT-LINE FROM NOTICE-READING-LINE
           END-IF.
           WRITE NOTICE-OUTPUT-LINE FROM NOTICE-RULE-LINE.

      *>   ---------------------------------------------------------
      *>   Whatever is still unsent after the run -- held for want of
      *>   a recipient, or pending because its file could not be
      *>   written -- is listed with the days since it was raised.
      *>   ---------------------------------------------------------
       B-600-START-UNSENT-LIST.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-LINE-UNSENT
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           MOVE "N" TO SW-END-OF-FILE
           MOVE LOW-VALUES TO ONT-KEY
           START OCCUPIER-NOTICE-FILE KEY IS NOT LESS THAN ONT-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-NOTICE
           END-IF.

       B-700-LIST-UNSENT.
           IF NOT ONT-IS-SENT
               MOVE ZERO TO WS-DAYS-OUTSTANDING
               IF ONT-RAISED-DATE > ZERO
                   AND ONT-RAISED-DATE < WS-TODAY-DATE
                   COMPUTE WS-DAYS-OUTSTANDING =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE (ONT-RAISED-DATE)
               END-IF
               MOVE WS-DAYS-OUTSTANDING TO DL-DAYS
               IF ONT-IS-HELD
                   MOVE "HELD-NO RECIPIENT" TO DL-STATE
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE "PENDING" TO DL-STATE
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM B-800-PRINT-NOTICE
           END-IF.
           PERFORM B-900-READ-NOTICE.

       B-800-PRINT-NOTICE.
           MOVE ONT-LEASE-NUMBER TO DL-LEASE-NUMBER
           IF ONT-IS-MOVE-IN
               MOVE "MOVE-IN"  TO DL-EVENT
           ELSE
               MOVE "MOVE-OUT" TO DL-EVENT
           END-IF.
           MOVE ONT-SERVICE      TO DL-SERVICE
           MOVE ONT-PROP-ID      TO DL-PROP-ID
           MOVE ONT-CHANGE-DATE  TO DL-CHANGE-DATE
           MOVE ONT-VENDOR-ID    TO DL-VENDOR-ID
           MOVE ONT-ACCOUNT-REF  TO DL-ACCOUNT-REF
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-NOTICE.
           READ OCCUPIER-NOTICE-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-NOTICE-STATUS NOT = "00"
               AND WS-NOTICE-STATUS NOT = "10"
               AND WS-NOTICE-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "OCCUPIER-NOTICE-RUN" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "OCCUPIER-NOTICE"    TO EXC-FILE-NAME
           MOVE ONT-KEY              TO EXC-KEY-VALUE
           MOVE WS-NOTICE-STATUS     TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RELEASED-COUNT TO TL-RELEASED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-SENT-COUNT TO TL-SENT
           MOVE WS-FILE-COUNT TO TL-FILES
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-HELD-COUNT TO TL-HELD
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           MOVE WS-PENDING-COUNT TO TL-PENDING
           WRITE PRINT-LINE FROM TOTAL-LINE-4
           CLOSE OCCUPIER-NOTICE-FILE
           CLOSE PROPERTY-SUPPLIER-FILE
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           CLOSE TENANT-MASTER
           CLOSE LANDLORD-MASTER
           CLOSE VENDOR-MASTER
           CLOSE NOTICE-PRINT
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

       END PROGRAM OCCUPIER-NOTICE-RUN.
