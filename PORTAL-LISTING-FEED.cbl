       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-LISTING-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT PORTAL-LISTING-FILE ASSIGN TO "portal_listing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLST-PROP-ID
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT LISTING-FEED-FILE
               ASSIGN TO "portal_listing_feed.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  PORTAL-LISTING-FILE.
           COPY PORTLSTREC.

       FD  LISTING-FEED-FILE.
       01  CSV-LINE                    PIC X(300).

       FD  FEED-PRINT.
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
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-LISTING-STATUS            PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-NOTICES-ON-FILE       PIC X.
               88  NOTICES-ARE-ON-FILE      VALUE "Y".
           05  SW-COMING-VACANT         PIC X.
               88  LET-IS-COMING-VACANT     VALUE "Y".
           05  SW-LISTING-ON-FILE       PIC X.
               88  LISTING-IS-ON-FILE       VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-ACTIVE-LEASE-COUNT        PIC 9(3).
       01  WS-LET-LEASE-NUMBER          PIC X(6).
       01  WS-AVAILABLE-DATE            PIC 9(8).
       01  WS-ASKING-RENT               PIC 9(6)V99.

       01  WS-RENT-EDITED               PIC ZZZZZ9.99.
       01  WS-BEDROOMS-EDITED           PIC Z9.
       01  WS-TYPE-TEXT                 PIC X(10).
       01  WS-FURNISHED-TEXT            PIC X(14).
       01  WS-PETS-TEXT                 PIC X(10).
       01  WS-ACTION-TEXT               PIC X(8).

       01  WS-LIVE-COUNT                PIC 9(5).
       01  WS-WITHDRAWN-COUNT           PIC 9(5).
       01  WS-INCOMPLETE-COUNT          PIC 9(5).

       01  CSV-HEADING.
           05  FILLER  PIC X(44) VALUE
               "ACTION,LISTING REF,STREET,TOWN,CITY,POSTCODE".
           05  FILLER  PIC X(44) VALUE
               ",RENT PCM,BEDROOMS,TYPE,FURNISHED,PETS,AVAIL".
           05  FILLER  PIC X(21) VALUE
               "ABLE FROM,DESCRIPTION".

       01  HEADING-LINE-1.
           05  FILLER  PIC X(50) VALUE
               "LETTINGS PORTAL LISTING FEED".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(32) VALUE "ADDRESS".
           05  FILLER  PIC X(10) VALUE "POSTCODE".
           05  FILLER  PIC X(12) VALUE "   RENT PCM".
           05  FILLER  PIC X(10) VALUE "AVAILABLE".
           05  FILLER  PIC X(28) VALUE "ACTION".

       01  DETAIL-LINE.
           05  DL-PROP-ID               PIC X(8).
           05  DL-ADDRESS               PIC X(32).
           05  DL-POSTCODE              PIC X(10).
           05  DL-RENT                  PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-AVAILABLE-DATE        PIC X(10).
           05  DL-ACTION                PIC X(28).

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "ADVERTISED".
           05  TL-LIVE                  PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "WITHDRAWN - NOW LET".
           05  TL-WITHDRAWN             PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "NOT SENT - DETAILS MISSING".
           05  TL-INCOMPLETE            PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "portal_listing_feed".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "PORTAL-LISTING-FEED".
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
           PERFORM B-100-PROCESS-PROPERTIES
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-WITHDRAWN-COUNT
           MOVE ZERO TO WS-INCOMPLETE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
      *>   No register yet simply means no notices have been keyed.
           MOVE "Y" TO SW-NOTICES-ON-FILE
           OPEN INPUT NOTICE-TO-QUIT-FILE
           IF WS-NTQ-STATUS NOT = "00"
               MOVE "N" TO SW-NOTICES-ON-FILE
           END-IF
           OPEN OUTPUT LISTING-FEED-FILE
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT FEED-PRINT

           OPEN I-O PORTAL-LISTING-FILE.
           IF WS-LISTING-STATUS = "35"
               OPEN OUTPUT PORTAL-LISTING-FILE
               CLOSE PORTAL-LISTING-FILE
               OPEN I-O PORTAL-LISTING-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE CSV-LINE FROM CSV-HEADING
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-PROPERTY.

      *>   ---------------------------------------------------------
      *>   A property is advertised while it has no live lease, or
      *>   its one live lease has a pending notice to quit (the same
      *>   test VACANCY-RPT uses for its coming-vacant list).  A
      *>   coming-vacant property that has since been let again has a
      *>   second live lease, so it drops off.  Anything the portals
      *>   were last told was live and is no longer advertisable is
      *>   withdrawn.
      *>   ---------------------------------------------------------
       B-100-PROCESS-PROPERTIES.
           PERFORM B-200-CHECK-LEASES.
           MOVE "Y" TO SW-LISTING-ON-FILE
           MOVE PROP-ID TO PLST-PROP-ID
           READ PORTAL-LISTING-FILE
               INVALID KEY
                   MOVE "N" TO SW-LISTING-ON-FILE
           END-READ.
           IF WS-ACTIVE-LEASE-COUNT = ZERO
               OR (WS-ACTIVE-LEASE-COUNT = 1
                   AND LET-IS-COMING-VACANT)
               PERFORM B-300-ADVERTISE-PROPERTY
           ELSE
               IF LISTING-IS-ON-FILE AND PLST-IS-LIVE
                   PERFORM B-500-WITHDRAW-PROPERTY
               END-IF
           END-IF.
           PERFORM B-900-READ-PROPERTY.

       B-200-CHECK-LEASES.
           MOVE ZERO TO WS-ACTIVE-LEASE-COUNT
           MOVE "N" TO SW-COMING-VACANT
           MOVE ZERO TO WS-AVAILABLE-DATE
           MOVE SPACES TO WS-LET-LEASE-NUMBER
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM B-210-SCAN-LEASES
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".
           IF WS-ACTIVE-LEASE-COUNT = 1
               AND NOTICES-ARE-ON-FILE
               MOVE WS-LET-LEASE-NUMBER TO NTQ-LEASE-NUMBER
               READ NOTICE-TO-QUIT-FILE
                   NOT INVALID KEY
                       IF NTQ-IS-PENDING
                           MOVE "Y" TO SW-COMING-VACANT
      *>                   Free the day after the tenant goes.
                           COMPUTE WS-AVAILABLE-DATE =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                               (NTQ-VACATE-DATE) + 1)
                       END-IF
               END-READ
           END-IF.

       B-210-SCAN-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           ADD 1 TO WS-ACTIVE-LEASE-COUNT
                           MOVE LEASE-NUMBER TO WS-LET-LEASE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       B-300-ADVERTISE-PROPERTY.
           IF WS-AVAILABLE-DATE < WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-AVAILABLE-DATE
           END-IF.
           IF PROP-AVAILABLE-DATE > WS-AVAILABLE-DATE
               MOVE PROP-AVAILABLE-DATE TO WS-AVAILABLE-DATE
           END-IF.
           IF PROP-ASKING-RENT > ZERO
               MOVE PROP-ASKING-RENT TO WS-ASKING-RENT
           ELSE
               MOVE PROP-MONTHLY-RENT TO WS-ASKING-RENT
           END-IF.
           MOVE PROP-ID             TO DL-PROP-ID
           MOVE PROP-STREET         TO DL-ADDRESS
           MOVE PROP-POSTCODE       TO DL-POSTCODE
           MOVE WS-ASKING-RENT      TO DL-RENT
           MOVE WS-AVAILABLE-DATE   TO DL-AVAILABLE-DATE
      *>   A listing the portals would reject, or that would
      *>   advertise a home at no rent, is held back until the
      *>   details are keyed on PROP-LISTING-MAINTENANCE.
           IF NOT PROP-TYPE-IS-VALID
               OR NOT PROP-FURNISHED-IS-VALID
               OR NOT PROP-PET-POLICY-IS-VALID
               OR PROP-DESCRIPTION = SPACES
               OR WS-ASKING-RENT = ZERO
               MOVE "NOT SENT - DETAILS MISSING" TO DL-ACTION
               ADD 1 TO WS-INCOMPLETE-COUNT
           ELSE
               MOVE "LIVE" TO WS-ACTION-TEXT
               PERFORM B-400-WRITE-FEED-LINE
               IF LET-IS-COMING-VACANT
                   MOVE "ADVERTISED - COMING VACANT" TO DL-ACTION
               ELSE
                   MOVE "ADVERTISED - VACANT" TO DL-ACTION
               END-IF
               ADD 1 TO WS-LIVE-COUNT
               PERFORM B-350-MARK-LISTING-LIVE
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-350-MARK-LISTING-LIVE.
           IF LISTING-IS-ON-FILE
               IF NOT PLST-IS-LIVE
                   MOVE WS-TODAY-DATE TO PLST-FIRST-LISTED-DATE
               END-IF
               MOVE "L" TO PLST-STATUS
               MOVE WS-TODAY-DATE TO PLST-LAST-SENT-DATE
               MOVE ZERO TO PLST-WITHDRAWN-DATE
               REWRITE PORTAL-LISTING-RECORD
           ELSE
               MOVE PROP-ID TO PLST-PROP-ID
               MOVE "L" TO PLST-STATUS
               MOVE WS-TODAY-DATE TO PLST-FIRST-LISTED-DATE
               MOVE WS-TODAY-DATE TO PLST-LAST-SENT-DATE
               MOVE ZERO TO PLST-WITHDRAWN-DATE
               WRITE PORTAL-LISTING-RECORD
           END-IF.

      *>   ---------------------------------------------------------
      *>   One line per property in the portals' bulk-upload layout
      *>   -- comma-separated, text fields quoted, action first.  A
      *>   withdraw line carries the reference and address only.
      *>   ---------------------------------------------------------
       B-400-WRITE-FEED-LINE.
           MOVE SPACES TO CSV-LINE
           IF WS-ACTION-TEXT = "WITHDRAW"
               STRING WS-ACTION-TEXT DELIMITED BY SPACE
                      ","  DELIMITED BY SIZE
                      PROP-ID DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-STREET) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-TOWN) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-CITY) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(PROP-POSTCODE) DELIMITED BY SIZE
                      ",,,,,,,"  DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
           ELSE
               PERFORM B-410-DESCRIBE-ATTRIBUTES
               MOVE WS-ASKING-RENT TO WS-RENT-EDITED
               MOVE PROP-BEDROOMS TO WS-BEDROOMS-EDITED
               STRING WS-ACTION-TEXT DELIMITED BY SPACE
                      ","  DELIMITED BY SIZE
                      PROP-ID DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-STREET) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-TOWN) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-CITY) QUOTE
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(PROP-POSTCODE) DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RENT-EDITED) DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BEDROOMS-EDITED)
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TYPE-TEXT) DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FURNISHED-TEXT)
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PETS-TEXT) DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      WS-AVAILABLE-DATE DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      QUOTE FUNCTION TRIM(PROP-DESCRIPTION) QUOTE
                          DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
           END-IF.
           WRITE CSV-LINE.

       B-410-DESCRIBE-ATTRIBUTES.
           EVALUATE TRUE
               WHEN PROP-TYPE-HOUSE
                   MOVE "HOUSE" TO WS-TYPE-TEXT
               WHEN PROP-TYPE-FLAT
                   MOVE "FLAT" TO WS-TYPE-TEXT
               WHEN PROP-TYPE-BUNGALOW
                   MOVE "BUNGALOW" TO WS-TYPE-TEXT
               WHEN PROP-TYPE-MAISONETTE
                   MOVE "MAISONETTE" TO WS-TYPE-TEXT
               WHEN PROP-TYPE-STUDIO
                   MOVE "STUDIO" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "ROOM" TO WS-TYPE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PROP-IS-FURNISHED
                   MOVE "FURNISHED"      TO WS-FURNISHED-TEXT
               WHEN PROP-IS-PART-FURNISHED
                   MOVE "PART FURNISHED" TO WS-FURNISHED-TEXT
               WHEN OTHER
                   MOVE "UNFURNISHED"    TO WS-FURNISHED-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PROP-PETS-ALLOWED
                   MOVE "YES"        TO WS-PETS-TEXT
               WHEN PROP-PETS-BY-CONSENT
                   MOVE "BY CONSENT" TO WS-PETS-TEXT
               WHEN OTHER
                   MOVE "NO"         TO WS-PETS-TEXT
           END-EVALUATE.

       B-500-WITHDRAW-PROPERTY.
           MOVE "WITHDRAW" TO WS-ACTION-TEXT
           PERFORM B-400-WRITE-FEED-LINE
           MOVE "W" TO PLST-STATUS
           MOVE WS-TODAY-DATE TO PLST-WITHDRAWN-DATE
           REWRITE PORTAL-LISTING-RECORD
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE PROP-ID             TO DL-PROP-ID
           MOVE PROP-STREET         TO DL-ADDRESS
           MOVE PROP-POSTCODE       TO DL-POSTCODE
           MOVE ZERO                TO DL-RENT
           MOVE SPACES              TO DL-AVAILABLE-DATE
           MOVE "WITHDRAWN - LET"   TO DL-ACTION
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-900-READ-PROPERTY.
           READ PROPERTY-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-PROPERTY-STATUS NOT = "00" AND WS-PROPERTY-STATUS
                   NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-910-LOG-READ-EXCEPTION
           END-IF.

       B-910-LOG-READ-EXCEPTION.
           MOVE "PORTAL-LISTING-FEED" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "PROPERTY-MASTER"   TO EXC-FILE-NAME
           MOVE PROP-ID             TO EXC-KEY-VALUE
           MOVE WS-PROPERTY-STATUS  TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                     TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIVE-COUNT TO TL-LIVE
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-WITHDRAWN-COUNT TO TL-WITHDRAWN
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-INCOMPLETE-COUNT TO TL-INCOMPLETE
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           IF NOTICES-ARE-ON-FILE
               CLOSE NOTICE-TO-QUIT-FILE
           END-IF
           CLOSE PORTAL-LISTING-FILE
           CLOSE LISTING-FEED-FILE
           CLOSE FEED-PRINT
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

       END PROGRAM PORTAL-LISTING-FEED.
