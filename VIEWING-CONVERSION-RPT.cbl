       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIEWING-CONVERSION-RPT.

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

           SELECT VIEWING-FILE ASSIGN TO "viewing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEW-ID
               ALTERNATE RECORD KEY IS VIEW-PROP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIEW-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEWING-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO "application.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPLICATION-STATUS.

           SELECT CONVERSION-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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

       FD  VIEWING-FILE.
           COPY VIEWREC.

       FD  APPLICATION-FILE.
           COPY APPLICREC.

       FD  CONVERSION-PRINT.
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
       01  WS-VIEWING-STATUS            PIC XX.
       01  WS-APPLICATION-STATUS        PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(4).
           05  WS-TODAY-MONTH           PIC 99.
           05  WS-TODAY-DAY             PIC 99.
       01  WS-REPORT-MONTH              PIC 9(6).
       01  WS-DEFAULT-MONTH             PIC 9(6).
       01  WS-DEFAULT-MONTH-PARTS REDEFINES WS-DEFAULT-MONTH.
           05  WS-DEFAULT-YEAR          PIC 9(4).
           05  WS-DEFAULT-MM            PIC 99.

      *>   Applications received in the month, counted by property
      *>   in one pass of the application file, which has no key by
      *>   property to go to them one property at a time.
       01  WS-APPL-TABLE.
           05  WS-APPL-PROP-COUNT       PIC 9(3).
           05  WS-APPL-ENTRY OCCURS 500 TIMES.
               10  WS-APPL-PROP-ID      PIC X(6).
               10  WS-APPL-COUNT        PIC 9(5).
       01  WS-IX                        PIC 9(3).
       01  WS-FOUND-IX                  PIC 9(3).

       01  WS-PROP-COUNTS.
           05  WS-BOOKED                PIC 9(5).
           05  WS-ATTENDED              PIC 9(5).
           05  WS-NO-SHOW               PIC 9(5).
           05  WS-INTERESTED            PIC 9(5).
           05  WS-NOT-INTERESTED        PIC 9(5).
           05  WS-APPLICATIONS          PIC 9(5).
       01  WS-TOTAL-COUNTS.
           05  WS-TOT-BOOKED            PIC 9(5).
           05  WS-TOT-ATTENDED          PIC 9(5).
           05  WS-TOT-NO-SHOW           PIC 9(5).
           05  WS-TOT-INTERESTED        PIC 9(5).
           05  WS-TOT-NOT-INTERESTED    PIC 9(5).
           05  WS-TOT-APPLICATIONS      PIC 9(5).
       01  WS-PROPERTIES-LISTED         PIC 9(5).
       01  WS-CONVERSION-PCT            PIC 9(3)V9.
       01  WS-VIEWS-PER-APPL            PIC 9(3)V9.

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "VIEWING CONVERSION BY PROPERTY - MONTH ".
           05  HL-MONTH                  PIC 9(6).

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS-1.
           05  FILLER  PIC X(8)  VALUE "PROPERTY".
           05  FILLER  PIC X(24) VALUE "ADDRESS".
           05  FILLER  PIC X(8)  VALUE "OWNER".
           05  FILLER  PIC X(42) VALUE
               "BOOKD ATTND NOSHW INTST NOTIN APPLS".
           05  FILLER  PIC X(18) VALUE " CONV%  VIEW/APP".

       01  DETAIL-LINE.
           05  DL-PROP-ID               PIC X(8).
           05  DL-ADDRESS               PIC X(24).
           05  DL-OWNER-ID              PIC X(8).
           05  DL-BOOKED                PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-ATTENDED              PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-NO-SHOW               PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-INTERESTED            PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-NOT-INTERESTED        PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-APPLICATIONS          PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DL-CONVERSION-PCT        PIC ZZ9.9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  DL-VIEWS-PER-APPL        PIC ZZ9.9.

       01  TOTAL-LINE-1.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE
               "ALL PROPERTIES".
           05  TL-BOOKED                PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-ATTENDED              PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-NO-SHOW               PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-INTERESTED            PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-NOT-INTERESTED        PIC ZZZZ9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-APPLICATIONS          PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TL-CONVERSION-PCT        PIC ZZ9.9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TL-VIEWS-PER-APPL        PIC ZZ9.9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(28) VALUE
               "PROPERTIES LISTED".
           05  TL-PROPERTIES            PIC ZZ,ZZ9.

       01  NOTE-LINE.
           05  FILLER  PIC X(50) VALUE
               "ATTND = VIEWINGS THAT TOOK PLACE.  CONV% = APPLS".
           05  FILLER  PIC X(50) VALUE
               " PER 100 ATTENDED.  VIEW/APP = ATTND PER APPL.".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "viewing_conversion".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "VIEWING-CONVERSION-RPT".
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
           PERFORM B-100-COUNT-APPLICATIONS
               UNTIL END-OF-FILE.
           PERFORM B-200-START-PROPERTIES.
           PERFORM B-300-PROCESS-PROPERTIES
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-APPL-PROP-COUNT
           MOVE ZERO TO WS-PROPERTIES-LISTED
           INITIALIZE WS-TOTAL-COUNTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT PROPERTY-MASTER
           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT CONVERSION-PRINT

           OPEN I-O VIEWING-FILE.
           IF WS-VIEWING-STATUS = "35"
               OPEN OUTPUT VIEWING-FILE
               CLOSE VIEWING-FILE
               OPEN I-O VIEWING-FILE
           END-IF.

           OPEN I-O APPLICATION-FILE.
           IF WS-APPLICATION-STATUS = "35"
               OPEN OUTPUT APPLICATION-FILE
               CLOSE APPLICATION-FILE
               OPEN I-O APPLICATION-FILE
           END-IF.

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           PERFORM A-200-GET-REPORT-MONTH.
           PERFORM B-950-READ-APPLICATION.

       A-200-GET-REPORT-MONTH.
      *>   Run early in the month for the month just gone, so that is
      *>   the default.
           MOVE WS-TODAY-YEAR TO WS-DEFAULT-YEAR
           MOVE WS-TODAY-MONTH TO WS-DEFAULT-MM
           IF WS-DEFAULT-MM = 1
               SUBTRACT 1 FROM WS-DEFAULT-YEAR
               MOVE 12 TO WS-DEFAULT-MM
           ELSE
               SUBTRACT 1 FROM WS-DEFAULT-MM
           END-IF.
           DISPLAY "DEFAULT MONTH IS " WS-DEFAULT-MONTH
           DISPLAY "ENTER MONTH (YYYYMM) (ENTER TO KEEP DEFAULT): "
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-DEFAULT-MONTH TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO HL-MONTH
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE WS-TODAY-DATE TO DTL-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADINGS-1.

       B-100-COUNT-APPLICATIONS.
           IF APPL-DATE(1:6) = WS-REPORT-MONTH
               MOVE ZERO TO WS-FOUND-IX
               PERFORM B-110-FIND-APPL-PROPERTY
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-APPL-PROP-COUNT
                   OR WS-FOUND-IX > ZERO
               IF WS-FOUND-IX = ZERO
                   AND WS-APPL-PROP-COUNT < 500
                   ADD 1 TO WS-APPL-PROP-COUNT
                   MOVE WS-APPL-PROP-COUNT TO WS-FOUND-IX
                   MOVE APPL-PROP-ID
                       TO WS-APPL-PROP-ID (WS-FOUND-IX)
                   MOVE ZERO TO WS-APPL-COUNT (WS-FOUND-IX)
               END-IF
               IF WS-FOUND-IX > ZERO
                   ADD 1 TO WS-APPL-COUNT (WS-FOUND-IX)
               END-IF
           END-IF.
           PERFORM B-950-READ-APPLICATION.

       B-110-FIND-APPL-PROPERTY.
           IF WS-APPL-PROP-ID (WS-IX) = APPL-PROP-ID
               MOVE WS-IX TO WS-FOUND-IX
           END-IF.

       B-200-START-PROPERTIES.
           MOVE "N" TO SW-END-OF-FILE
           PERFORM B-900-READ-PROPERTY.

      *>   ---------------------------------------------------------
      *>   One line per property with any viewing or application in
      *>   the month.  A property with plenty of viewings and no
      *>   applications, or plenty of no-shows, is the conversation
      *>   to have with its owner about price or presentation.
      *>   ---------------------------------------------------------
       B-300-PROCESS-PROPERTIES.
           INITIALIZE WS-PROP-COUNTS
           MOVE PROP-ID TO VIEW-PROP-ID
           START VIEWING-FILE KEY IS NOT LESS THAN VIEW-PROP-ID
               INVALID KEY
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VIEWING-STATUS
           END-START.
           PERFORM B-310-COUNT-VIEWINGS
               UNTIL WS-VIEWING-STATUS NOT = "00"
               AND WS-VIEWING-STATUS NOT = "02".
           MOVE ZERO TO WS-FOUND-IX
           PERFORM B-330-FIND-PROP-APPLICATIONS
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-APPL-PROP-COUNT
               OR WS-FOUND-IX > ZERO.
           IF WS-FOUND-IX > ZERO
               MOVE WS-APPL-COUNT (WS-FOUND-IX) TO WS-APPLICATIONS
           END-IF.
           IF WS-BOOKED > ZERO OR WS-APPLICATIONS > ZERO
               PERFORM B-400-PRINT-PROPERTY
           END-IF.
           PERFORM B-900-READ-PROPERTY.

       B-310-COUNT-VIEWINGS.
           READ VIEWING-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT AT END
                   IF VIEW-PROP-ID NOT = PROP-ID
                       MOVE "10" TO WS-VIEWING-STATUS
                   ELSE
                       IF VIEW-DATE(1:6) = WS-REPORT-MONTH
                           AND NOT VIEW-IS-CANCELLED
                           PERFORM B-320-COUNT-ONE-VIEWING
                       END-IF
                   END-IF
           END-READ.

       B-320-COUNT-ONE-VIEWING.
           ADD 1 TO WS-BOOKED
           IF VIEW-WAS-ATTENDED
               ADD 1 TO WS-ATTENDED
           END-IF.
           EVALUATE TRUE
               WHEN VIEW-IS-NO-SHOW
                   ADD 1 TO WS-NO-SHOW
               WHEN VIEW-IS-INTERESTED
                   ADD 1 TO WS-INTERESTED
               WHEN VIEW-IS-NOT-INTERESTED
                   ADD 1 TO WS-NOT-INTERESTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       B-330-FIND-PROP-APPLICATIONS.
           IF WS-APPL-PROP-ID (WS-IX) = PROP-ID
               MOVE WS-IX TO WS-FOUND-IX
           END-IF.

       B-400-PRINT-PROPERTY.
           MOVE PROP-ID            TO DL-PROP-ID
           MOVE PROP-STREET        TO DL-ADDRESS
           MOVE PROP-OWNER-ID      TO DL-OWNER-ID
           MOVE WS-BOOKED          TO DL-BOOKED
           MOVE WS-ATTENDED        TO DL-ATTENDED
           MOVE WS-NO-SHOW         TO DL-NO-SHOW
           MOVE WS-INTERESTED      TO DL-INTERESTED
           MOVE WS-NOT-INTERESTED  TO DL-NOT-INTERESTED
           MOVE WS-APPLICATIONS    TO DL-APPLICATIONS
           PERFORM B-410-WORK-RATIOS
           MOVE WS-CONVERSION-PCT  TO DL-CONVERSION-PCT
           MOVE WS-VIEWS-PER-APPL  TO DL-VIEWS-PER-APPL
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-PROPERTIES-LISTED
           ADD WS-BOOKED          TO WS-TOT-BOOKED
           ADD WS-ATTENDED        TO WS-TOT-ATTENDED
           ADD WS-NO-SHOW         TO WS-TOT-NO-SHOW
           ADD WS-INTERESTED      TO WS-TOT-INTERESTED
           ADD WS-NOT-INTERESTED  TO WS-TOT-NOT-INTERESTED
           ADD WS-APPLICATIONS    TO WS-TOT-APPLICATIONS.

       B-410-WORK-RATIOS.
           MOVE ZERO TO WS-CONVERSION-PCT
           MOVE ZERO TO WS-VIEWS-PER-APPL
           IF WS-ATTENDED > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-APPLICATIONS * 100 / WS-ATTENDED
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-CONVERSION-PCT
               END-COMPUTE
           END-IF.
           IF WS-APPLICATIONS > ZERO
               COMPUTE WS-VIEWS-PER-APPL ROUNDED =
                   WS-ATTENDED / WS-APPLICATIONS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-VIEWS-PER-APPL
               END-COMPUTE
           END-IF.

       B-900-READ-PROPERTY.
           READ PROPERTY-MASTER NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-PROPERTY-STATUS NOT = "00" AND WS-PROPERTY-STATUS
                   NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               MOVE "PROPERTY-MASTER"   TO EXC-FILE-NAME
               MOVE PROP-ID             TO EXC-KEY-VALUE
               MOVE WS-PROPERTY-STATUS  TO EXC-FILE-STATUS
               PERFORM B-990-LOG-READ-EXCEPTION
           END-IF.

       B-950-READ-APPLICATION.
           READ APPLICATION-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-APPLICATION-STATUS NOT = "00"
               AND WS-APPLICATION-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               MOVE "APPLICATION-FILE"  TO EXC-FILE-NAME
               MOVE APPL-ID             TO EXC-KEY-VALUE
               MOVE WS-APPLICATION-STATUS TO EXC-FILE-STATUS
               PERFORM B-990-LOG-READ-EXCEPTION
           END-IF.

       B-990-LOG-READ-EXCEPTION.
           MOVE "VIEWING-CONVERSION-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                     TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-BOOKED          TO WS-BOOKED TL-BOOKED
           MOVE WS-TOT-ATTENDED        TO WS-ATTENDED TL-ATTENDED
           MOVE WS-TOT-NO-SHOW         TO TL-NO-SHOW
           MOVE WS-TOT-INTERESTED      TO TL-INTERESTED
           MOVE WS-TOT-NOT-INTERESTED  TO TL-NOT-INTERESTED
           MOVE WS-TOT-APPLICATIONS    TO WS-APPLICATIONS
                                          TL-APPLICATIONS
           PERFORM B-410-WORK-RATIOS
           MOVE WS-CONVERSION-PCT      TO TL-CONVERSION-PCT
           MOVE WS-VIEWS-PER-APPL      TO TL-VIEWS-PER-APPL
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-PROPERTIES-LISTED   TO TL-PROPERTIES
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           WRITE PRINT-LINE FROM NOTE-LINE
           CLOSE PROPERTY-MASTER
           CLOSE VIEWING-FILE
           CLOSE APPLICATION-FILE
           CLOSE CONVERSION-PRINT
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
                   "MONTH=" DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
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

       END PROGRAM VIEWING-CONVERSION-RPT.
