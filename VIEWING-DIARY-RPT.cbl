       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIEWING-DIARY-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEWING-FILE ASSIGN TO "viewing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEW-ID
               ALTERNATE RECORD KEY IS VIEW-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIEW-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEWING-STATUS.

           SELECT PROSPECT-MASTER ASSIGN TO "prospect_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROSPECT-ID
               FILE STATUS IS WS-PROSPECT-STATUS.

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

           SELECT DIARY-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  VIEWING-FILE.
           COPY VIEWREC.

       FD  PROSPECT-MASTER.
           COPY PROSPECTREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  DIARY-PRINT.
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
       01  WS-VIEWING-STATUS            PIC XX.
       01  WS-PROSPECT-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-NOTICES-ON-FILE       PIC X.
               88  NOTICES-ARE-ON-FILE      VALUE "Y".
           05  SW-COMING-VACANT         PIC X.
               88  LET-IS-COMING-VACANT     VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-DIARY-DATE                PIC 9(8).
       01  WS-CURRENT-NEGOTIATOR        PIC X(8).
       01  WS-ACTIVE-LEASE-COUNT        PIC 9(3).
       01  WS-LET-LEASE-NUMBER          PIC X(6).

      *>   Two viewings of the same property closer together than
      *>   this are a double booking -- the same slot length
      *>   VIEWING-MAINTENANCE warns on when booking.
       01  WS-SLOT-MINUTES              PIC 9(3)  VALUE 30.
       01  WS-TIME-PARTS.
           05  WS-TIME-HH               PIC 99.
           05  WS-TIME-MM               PIC 99.
       01  WS-GAP-MINUTES               PIC S9(4).

      *>   The day's appointments, held so each can be checked
      *>   against the others on the same property before printing.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT             PIC 9(3).
           05  WS-DAY-ENTRY OCCURS 300 TIMES.
               10  WS-DAY-VIEW-ID       PIC X(6).
               10  WS-DAY-PROP-ID       PIC X(6).
               10  WS-DAY-MINUTES       PIC 9(4).
               10  WS-DAY-CLASH         PIC X.
                   88  DAY-IS-DOUBLE-BOOKED VALUE "Y".
       01  WS-IX                        PIC 9(3).
       01  WS-JX                        PIC 9(3).

       01  WS-NEGOTIATOR-COUNT          PIC 9(5).
       01  WS-APPOINTMENT-COUNT         PIC 9(5).
       01  WS-DOUBLE-BOOKED-COUNT       PIC 9(5).
       01  WS-NOT-VACANT-COUNT          PIC 9(5).
       01  WS-OVERFLOW-COUNT            PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "VIEWING APPOINTMENTS DIARY FOR ".
           05  HL-DATE                   PIC 9(8).

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  NEGOTIATOR-LINE.
           05  FILLER  PIC X(12) VALUE "NEGOTIATOR: ".
           05  NL-NEGOTIATOR             PIC X(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(6)  VALUE "TIME".
           05  FILLER  PIC X(8)  VALUE "VIEWING".
           05  FILLER  PIC X(28) VALUE "PROPERTY".
           05  FILLER  PIC X(22) VALUE "PROSPECT".
           05  FILLER  PIC X(16) VALUE "PHONE".
           05  FILLER  PIC X(20) VALUE "WARNING".

       01  DETAIL-LINE.
           05  DL-TIME                  PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-VIEW-ID               PIC X(8).
           05  DL-PROPERTY              PIC X(28).
           05  DL-PROSPECT-NAME         PIC X(22).
           05  DL-PHONE                 PIC X(16).
           05  DL-WARNING               PIC X(20).

       01  NEGOTIATOR-TOTAL-LINE.
           05  FILLER                   PIC X(28) VALUE
               "  APPOINTMENTS".
           05  NTL-COUNT                PIC ZZ,ZZ9.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "APPOINTMENTS".
           05  TL-APPOINTMENTS          PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "DOUBLE BOOKED".
           05  TL-DOUBLE-BOOKED         PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                   PIC X(28) VALUE
               "PROPERTY NO LONGER VACANT".
           05  TL-NOT-VACANT            PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                   PIC X(28) VALUE
               "NOT CHECKED - DAY TOO FULL".
           05  TL-OVERFLOW              PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "viewing_diary".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "VIEWING-DIARY-RPT".
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
           PERFORM B-100-LOAD-DAY
               UNTIL END-OF-FILE.
           PERFORM B-200-FIND-DOUBLE-BOOKINGS.
           PERFORM B-300-START-DIARY.
           PERFORM B-400-PRINT-APPOINTMENTS
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-NEGOTIATOR-COUNT
           MOVE ZERO TO WS-APPOINTMENT-COUNT
           MOVE ZERO TO WS-DOUBLE-BOOKED-COUNT
           MOVE ZERO TO WS-NOT-VACANT-COUNT
           MOVE ZERO TO WS-OVERFLOW-COUNT
           MOVE SPACES TO WS-CURRENT-NEGOTIATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           DISPLAY "DIARY DATE (YYYYMMDD) (ENTER FOR TODAY): "
           ACCEPT WS-DIARY-DATE.
           IF WS-DIARY-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-DIARY-DATE
           END-IF.

           OPEN INPUT PROSPECT-MASTER
           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
      *>   No register yet simply means no notices have been keyed.
           MOVE "Y" TO SW-NOTICES-ON-FILE
           OPEN INPUT NOTICE-TO-QUIT-FILE
           IF WS-NTQ-STATUS NOT = "00"
               MOVE "N" TO SW-NOTICES-ON-FILE
           END-IF
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT DIARY-PRINT

           OPEN I-O VIEWING-FILE.
           IF WS-VIEWING-STATUS = "35"
               OPEN OUTPUT VIEWING-FILE
               CLOSE VIEWING-FILE
               OPEN I-O VIEWING-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           MOVE WS-DIARY-DATE TO HL-DATE
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           PERFORM B-050-START-DAY.

       B-050-START-DAY.
           MOVE "N" TO SW-END-OF-FILE
           MOVE LOW-VALUES TO VIEW-DIARY-KEY
           MOVE WS-DIARY-DATE TO VIEW-DATE
           START VIEWING-FILE KEY IS NOT LESS THAN VIEW-DIARY-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-VIEWING
           END-IF.

      *>   ---------------------------------------------------------
      *>   First pass -- the day's live appointments into the table.
      *>   ---------------------------------------------------------
       B-100-LOAD-DAY.
           IF NOT VIEW-IS-CANCELLED
               IF WS-DAY-COUNT < 300
                   ADD 1 TO WS-DAY-COUNT
                   MOVE VIEW-ID TO WS-DAY-VIEW-ID (WS-DAY-COUNT)
                   MOVE VIEW-PROP-ID TO WS-DAY-PROP-ID (WS-DAY-COUNT)
                   MOVE VIEW-TIME TO WS-TIME-PARTS
                   COMPUTE WS-DAY-MINUTES (WS-DAY-COUNT) =
                       WS-TIME-HH * 60 + WS-TIME-MM
                   MOVE "N" TO WS-DAY-CLASH (WS-DAY-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
           PERFORM B-900-READ-VIEWING.

       B-200-FIND-DOUBLE-BOOKINGS.
           PERFORM B-210-CHECK-ONE-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-DAY-COUNT.

       B-210-CHECK-ONE-ENTRY.
           PERFORM B-220-COMPARE-ENTRIES
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-DAY-COUNT.

       B-220-COMPARE-ENTRIES.
           IF WS-JX NOT = WS-IX
               AND WS-DAY-PROP-ID (WS-JX) = WS-DAY-PROP-ID (WS-IX)
               COMPUTE WS-GAP-MINUTES = WS-DAY-MINUTES (WS-JX)
                   - WS-DAY-MINUTES (WS-IX)
               IF WS-GAP-MINUTES < ZERO
                   COMPUTE WS-GAP-MINUTES = ZERO - WS-GAP-MINUTES
               END-IF
               IF WS-GAP-MINUTES < WS-SLOT-MINUTES
                   MOVE "Y" TO WS-DAY-CLASH (WS-IX)
               END-IF
           END-IF.

       B-300-START-DIARY.
           PERFORM B-050-START-DAY.
           MOVE ZERO TO WS-IX.

      *>   ---------------------------------------------------------
      *>   Second pass -- the same records in the same order, one
      *>   block per negotiator, each appointment warned if it is
      *>   double-booked or the property has been let since it was
      *>   booked.
      *>   ---------------------------------------------------------
       B-400-PRINT-APPOINTMENTS.
           IF NOT VIEW-IS-CANCELLED
               IF VIEW-NEGOTIATOR NOT = WS-CURRENT-NEGOTIATOR
                   PERFORM B-410-NEGOTIATOR-BREAK
               END-IF
               PERFORM B-500-PRINT-ONE-APPOINTMENT
           END-IF.
           PERFORM B-900-READ-VIEWING.

       B-410-NEGOTIATOR-BREAK.
           IF WS-CURRENT-NEGOTIATOR NOT = SPACES
               PERFORM B-420-NEGOTIATOR-TOTAL
           END-IF.
           MOVE VIEW-NEGOTIATOR TO WS-CURRENT-NEGOTIATOR
           MOVE ZERO TO WS-NEGOTIATOR-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CURRENT-NEGOTIATOR TO NL-NEGOTIATOR
           WRITE PRINT-LINE FROM NEGOTIATOR-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS.

       B-420-NEGOTIATOR-TOTAL.
           MOVE WS-NEGOTIATOR-COUNT TO NTL-COUNT
           WRITE PRINT-LINE FROM NEGOTIATOR-TOTAL-LINE.

       B-500-PRINT-ONE-APPOINTMENT.
           ADD 1 TO WS-NEGOTIATOR-COUNT
           ADD 1 TO WS-APPOINTMENT-COUNT
           MOVE VIEW-TIME TO DL-TIME
           MOVE VIEW-ID TO DL-VIEW-ID
           MOVE VIEW-PROSPECT-ID TO PROSPECT-ID
           READ PROSPECT-MASTER
               INVALID KEY
                   MOVE "PROSPECT NOT ON FILE" TO PROSPECT-NAME
                   MOVE SPACES TO PROSPECT-PHONE
           END-READ.
           MOVE PROSPECT-NAME TO DL-PROSPECT-NAME
           MOVE PROSPECT-PHONE TO DL-PHONE
           MOVE VIEW-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE "PROPERTY NOT ON FILE" TO PROP-STREET
           END-READ.
           MOVE PROP-STREET TO DL-PROPERTY
           MOVE SPACES TO DL-WARNING
           PERFORM B-600-CHECK-STILL-VACANT
           IF WS-ACTIVE-LEASE-COUNT > 1
               OR (WS-ACTIVE-LEASE-COUNT = 1
                   AND NOT LET-IS-COMING-VACANT)
               MOVE "NO LONGER VACANT" TO DL-WARNING
               ADD 1 TO WS-NOT-VACANT-COUNT
           END-IF.
           ADD 1 TO WS-IX
           IF WS-IX NOT > WS-DAY-COUNT
               IF DAY-IS-DOUBLE-BOOKED (WS-IX)
                   IF DL-WARNING = SPACES
                       MOVE "DOUBLE BOOKED" TO DL-WARNING
                   ELSE
                       MOVE "LET + DOUBLE BOOKED" TO DL-WARNING
                   END-IF
                   ADD 1 TO WS-DOUBLE-BOOKED-COUNT
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

      *>   The same vacancy test PORTAL-LISTING-FEED advertises on --
      *>   no live lease, or one live lease the tenant has given
      *>   notice on.
       B-600-CHECK-STILL-VACANT.
           MOVE ZERO TO WS-ACTIVE-LEASE-COUNT
           MOVE "N" TO SW-COMING-VACANT
           MOVE SPACES TO WS-LET-LEASE-NUMBER
           MOVE VIEW-PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM B-610-SCAN-LEASES
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".
           IF WS-ACTIVE-LEASE-COUNT = 1
               AND NOTICES-ARE-ON-FILE
               MOVE WS-LET-LEASE-NUMBER TO NTQ-LEASE-NUMBER
               READ NOTICE-TO-QUIT-FILE
                   NOT INVALID KEY
                       IF NTQ-IS-PENDING
                           MOVE "Y" TO SW-COMING-VACANT
                       END-IF
               END-READ
           END-IF.

       B-610-SCAN-LEASES.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID NOT = VIEW-PROP-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           ADD 1 TO WS-ACTIVE-LEASE-COUNT
                           MOVE LEASE-NUMBER TO WS-LET-LEASE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       B-900-READ-VIEWING.
           READ VIEWING-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-VIEWING-STATUS NOT = "00"
               AND WS-VIEWING-STATUS NOT = "10"
               AND WS-VIEWING-STATUS NOT = "02"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.
           IF NOT END-OF-FILE
               IF VIEW-DATE NOT = WS-DIARY-DATE
                   MOVE "Y" TO SW-END-OF-FILE
               END-IF
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "VIEWING-DIARY-RPT"  TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "VIEWING-FILE"       TO EXC-FILE-NAME
           MOVE VIEW-ID              TO EXC-KEY-VALUE
           MOVE WS-VIEWING-STATUS    TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           IF WS-CURRENT-NEGOTIATOR NOT = SPACES
               PERFORM B-420-NEGOTIATOR-TOTAL
           END-IF.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-APPOINTMENT-COUNT TO TL-APPOINTMENTS
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-DOUBLE-BOOKED-COUNT TO TL-DOUBLE-BOOKED
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-NOT-VACANT-COUNT TO TL-NOT-VACANT
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO TL-OVERFLOW
               WRITE PRINT-LINE FROM TOTAL-LINE-4
           END-IF.
           CLOSE VIEWING-FILE
           CLOSE PROSPECT-MASTER
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           IF NOTICES-ARE-ON-FILE
               CLOSE NOTICE-TO-QUIT-FILE
           END-IF
           CLOSE DIARY-PRINT
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
               STRING
                   "DATE=" DELIMITED BY SIZE
                   WS-DIARY-DATE DELIMITED BY SIZE
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

       END PROGRAM VIEWING-DIARY-RPT.
