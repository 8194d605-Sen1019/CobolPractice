       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCE-RENEWAL-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-LICENCE-FILE
               ASSIGN TO "property_licence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIC-PROP-ID
               FILE STATUS IS WS-LICENCE-STATUS.

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

           SELECT RENEWAL-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  PROPERTY-LICENCE-FILE.
           COPY PROPLICREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  RENEWAL-PRINT.
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
       01  WS-LICENCE-STATUS            PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-PRINT-LICENCE         PIC X.
               88  LICENCE-IS-DUE           VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-DAYS-REMAINING            PIC S9(5).
       01  WS-DAYS-EDIT                 PIC ----9.
       01  WS-OCCUPANTS                 PIC 9(3).
       01  WS-HOUSEHOLDS                PIC 9(3).
       01  WS-LEASE-OCCUPANTS           PIC 9(2).
       01  WS-LEASE-HOUSEHOLDS          PIC 9(2).
       01  WS-NOTICE-COUNT              PIC 9(4).
       01  WS-FLAG-COUNT                PIC 9(4).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(44) VALUE
               "PROPERTY LICENCE RENEWALS AND OCCUPANCY".

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(24) VALUE "ADDRESS".
           05  FILLER  PIC X(8)  VALUE "TYPE".
           05  FILLER  PIC X(10) VALUE "EXPIRES".
           05  FILLER  PIC X(6)  VALUE "DAYS".
           05  FILLER  PIC X(10) VALUE "NOTICE".
           05  FILLER  PIC X(8)  VALUE "OCC/MAX".
           05  FILLER  PIC X(8)  VALUE "HH/MAX".
           05  FILLER  PIC X(10) VALUE "FLAG".

       01  DETAIL-LINE.
           05  DL-PROP-ID               PIC X(8).
           05  DL-ADDRESS               PIC X(23).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-TYPE                  PIC X(8).
           05  DL-EXPIRY-DATE           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-DAYS-REMAINING        PIC X(5).
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-NOTICE                PIC X(10).
           05  DL-OCCUPANTS             PIC ZZ9.
           05  FILLER                   PIC X     VALUE "/".
           05  DL-MAX-OCCUPANTS         PIC ZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-HOUSEHOLDS            PIC ZZ9.
           05  FILLER                   PIC X     VALUE "/".
           05  DL-MAX-HOUSEHOLDS        PIC ZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-FLAG                  PIC X(10).

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(28) VALUE
               "LICENCES NEEDING ACTION".
           05  TL-NOTICE-COUNT          PIC ZZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "PROPERTIES FLAGGED".
           05  TL-FLAG-COUNT            PIC ZZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "licence_renewal".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "LICENCE-RENEWAL-RPT".
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
           PERFORM B-100-PROCESS-LICENCES
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-FLAG-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT PROPERTY-LICENCE-FILE.
           IF WS-LICENCE-STATUS = "35"
               OPEN OUTPUT PROPERTY-LICENCE-FILE
               CLOSE PROPERTY-LICENCE-FILE
               OPEN INPUT PROPERTY-LICENCE-FILE
           END-IF.

           OPEN INPUT PROPERTY-MASTER
           OPEN INPUT LEASE-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT RENEWAL-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS
           PERFORM B-900-READ-LICENCE.

       B-100-PROCESS-LICENCES.
      *>   A council takes months to process a licence application,
      *>   so a granted licence is listed from 180 days before it
      *>   runs out; one only required or applied for is listed
      *>   every run until it is granted.  Any property with more
      *>   people or households living there than the licence allows,
      *>   or let at all without one, is listed whatever its dates.
           IF NOT LIC-NOT-REQUIRED
               MOVE "N" TO SW-PRINT-LICENCE
               MOVE SPACES TO DL-FLAG
               PERFORM B-200-WORK-NOTICE
               PERFORM B-300-COUNT-OCCUPANCY
               PERFORM B-400-CHECK-OCCUPANCY
               IF LICENCE-IS-DUE
                   PERFORM B-500-PRINT-LICENCE
               END-IF
           END-IF.
           PERFORM B-900-READ-LICENCE.

       B-200-WORK-NOTICE.
           MOVE SPACES TO DL-EXPIRY-DATE
           MOVE SPACES TO DL-DAYS-REMAINING
           EVALUATE TRUE
               WHEN LIC-IS-REQUIRED
                   MOVE "NOT HELD" TO DL-NOTICE
                   MOVE "Y" TO SW-PRINT-LICENCE
               WHEN LIC-IS-APPLIED
                   MOVE "APPLIED" TO DL-NOTICE
                   MOVE "Y" TO SW-PRINT-LICENCE
               WHEN OTHER
                   MOVE LIC-EXPIRY-DATE TO DL-EXPIRY-DATE
                   COMPUTE WS-DAYS-REMAINING =
                       FUNCTION INTEGER-OF-DATE(LIC-EXPIRY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   MOVE WS-DAYS-REMAINING TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO DL-DAYS-REMAINING
                   PERFORM B-210-EXPIRY-BAND
           END-EVALUATE.

       B-210-EXPIRY-BAND.
           MOVE SPACES TO DL-NOTICE
           IF WS-DAYS-REMAINING < ZERO
               MOVE "EXPIRED" TO DL-NOTICE
           ELSE
               IF WS-DAYS-REMAINING <= 60
                   MOVE "60-DAY" TO DL-NOTICE
               ELSE
                   IF WS-DAYS-REMAINING <= 120
                       MOVE "120-DAY" TO DL-NOTICE
                   ELSE
                       IF WS-DAYS-REMAINING <= 180
                           MOVE "180-DAY" TO DL-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DL-NOTICE NOT = SPACES
               MOVE "Y" TO SW-PRINT-LICENCE
           END-IF.

       B-300-COUNT-OCCUPANCY.
           MOVE ZERO TO WS-OCCUPANTS
           MOVE ZERO TO WS-HOUSEHOLDS
           MOVE LIC-PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM B-310-ADD-LEASE-OCCUPANCY
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       B-310-ADD-LEASE-OCCUPANCY.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID NOT = LIC-PROP-ID
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE
                           PERFORM B-320-LEASE-OCCUPANCY
                           ADD WS-LEASE-OCCUPANTS TO WS-OCCUPANTS
                           ADD WS-LEASE-HOUSEHOLDS TO WS-HOUSEHOLDS
                       END-IF
                   END-IF
           END-READ.

       B-320-LEASE-OCCUPANCY.
      *>   Counted the way Leases counts them -- a lease keyed before
      *>   occupancy was kept is its named tenants as one household.
           MOVE LEASE-OCCUPANT-COUNT TO WS-LEASE-OCCUPANTS
           IF WS-LEASE-OCCUPANTS = ZERO
               MOVE 1 TO WS-LEASE-OCCUPANTS
               IF LEASE-TENANT2-ID NOT = SPACES
                   ADD 1 TO WS-LEASE-OCCUPANTS
               END-IF
           END-IF.
           MOVE LEASE-HOUSEHOLD-COUNT TO WS-LEASE-HOUSEHOLDS
           IF WS-LEASE-HOUSEHOLDS = ZERO
               MOVE 1 TO WS-LEASE-HOUSEHOLDS
           END-IF.

       B-400-CHECK-OCCUPANCY.
           IF WS-OCCUPANTS > ZERO
               AND (NOT LIC-IS-GRANTED
                    OR LIC-EXPIRY-DATE < WS-TODAY-DATE)
               MOVE "LET-UNLIC" TO DL-FLAG
           ELSE
               IF (LIC-MAX-OCCUPANTS > ZERO
                   AND WS-OCCUPANTS > LIC-MAX-OCCUPANTS)
                   OR (LIC-MAX-HOUSEHOLDS > ZERO
                   AND WS-HOUSEHOLDS > LIC-MAX-HOUSEHOLDS)
                   MOVE "OVER LIMIT" TO DL-FLAG
               END-IF
           END-IF.
           IF DL-FLAG NOT = SPACES
               MOVE "Y" TO SW-PRINT-LICENCE
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

       B-500-PRINT-LICENCE.
           MOVE LIC-PROP-ID TO DL-PROP-ID
           MOVE LIC-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE "UNKNOWN PROPERTY" TO DL-ADDRESS
               NOT INVALID KEY
                   MOVE PROP-STREET TO DL-ADDRESS
           END-READ.
           MOVE LIC-TYPE           TO DL-TYPE
           MOVE WS-OCCUPANTS       TO DL-OCCUPANTS
           MOVE LIC-MAX-OCCUPANTS  TO DL-MAX-OCCUPANTS
           MOVE WS-HOUSEHOLDS      TO DL-HOUSEHOLDS
           MOVE LIC-MAX-HOUSEHOLDS TO DL-MAX-HOUSEHOLDS
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-NOTICE-COUNT.

       B-900-READ-LICENCE.
           READ PROPERTY-LICENCE-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-LICENCE-STATUS NOT = "00"
               AND WS-LICENCE-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "LICENCE-RENEWAL-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "PROPERTY-LICENCE"      TO EXC-FILE-NAME
           MOVE LIC-PROP-ID           TO EXC-KEY-VALUE
           MOVE WS-LICENCE-STATUS     TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NOTICE-COUNT TO TL-NOTICE-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-FLAG-COUNT   TO TL-FLAG-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           CLOSE PROPERTY-LICENCE-FILE
           CLOSE PROPERTY-MASTER
           CLOSE LEASE-MASTER
           CLOSE RENEWAL-PRINT
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

       END PROGRAM LICENCE-RENEWAL-RPT.
