       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-BANK-CHANGE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CHANGE-FILE ASSIGN TO "payee_bank_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBC-KEY
               FILE STATUS IS WS-BANK-CHANGE-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT LANDLORD-MASTER ASSIGN TO "landlord_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANDLORD-ID
               FILE STATUS IS WS-LANDLORD-STATUS.

           SELECT CHANGE-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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
       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  LANDLORD-MASTER.
           COPY LANDLREC.

       FD  CHANGE-PRINT.
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
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-VENDORS-ON-FILE       PIC X.
               88  VENDORS-ARE-ON-FILE      VALUE "Y".
           05  SW-LANDLORDS-ON-FILE     PIC X.
               88  LANDLORDS-ARE-ON-FILE    VALUE "Y".
           05  SW-IN-MONTH              PIC X.
               88  CHANGE-IS-IN-MONTH       VALUE "Y".

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

       01  WS-TOTALS.
           05  WS-TOT-LISTED            PIC 9(5).
           05  WS-TOT-KEYED             PIC 9(5).
           05  WS-TOT-APPROVED          PIC 9(5).
           05  WS-TOT-REJECTED          PIC 9(5).
           05  WS-TOT-IN-FORCE          PIC 9(5).
           05  WS-TOT-STILL-OPEN        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "PAYEE BANK DETAIL CHANGES - MONTH ".
           05  HL-MONTH                  PIC 9(6).

       01  DATE-LINE.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  DTL-DATE                  PIC 9(8).

       01  COLUMN-HEADINGS-1.
           05  FILLER  PIC X(14) VALUE "PAYEE  CHANGE".
           05  FILLER  PIC X(26) VALUE "NAME".
           05  FILLER  PIC X(19) VALUE "STATE".
           05  FILLER  PIC X(20) VALUE "KEYED BY  ON".
           05  FILLER  PIC X(20) VALUE "APPROVED BY  ON".

       01  COLUMN-HEADINGS-2.
           05  FILLER  PIC X(14) VALUE SPACES.
           05  FILLER  PIC X(60) VALUE
               "OLD SORT/ACCOUNT     NEW SORT/ACCOUNT     CALL-BACK".

       01  DETAIL-LINE.
           05  DL-PAYEE-TYPE             PIC X.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL-PAYEE-ID               PIC X(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL-CHANGE-SEQ             PIC 9(4).
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL-NAME                   PIC X(24).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL-STATE                  PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL-REQUESTED-BY           PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL-REQUESTED-DATE         PIC 9(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL-APPROVED-BY            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL-APPROVED-DATE          PIC 9(8) BLANK WHEN ZERO.

       01  DETAIL-LINE-2.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  DL2-OLD-SORT-CODE         PIC X(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL2-OLD-ACCOUNT           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL2-NEW-SORT-CODE         PIC X(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL2-NEW-ACCOUNT           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL2-CALLBACK-DATE         PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL2-CALLBACK-PHONE        PIC X(20).

      *>   What happened to the change after approval -- in force from
      *>   (or due in force on) a date, or rejected, by whom.
       01  DETAIL-LINE-3.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  DL3-SPOKE-TO-CAPTION      PIC X(10).
           05  DL3-SPOKE-TO              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DL3-OUTCOME-CAPTION       PIC X(16).
           05  DL3-OUTCOME-DATE          PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DL3-OUTCOME-BY            PIC X(8).

       01  TOTAL-LINE-1.
           05  FILLER  PIC X(32) VALUE "CHANGES LISTED:".
           05  TL1-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER  PIC X(32) VALUE "  KEYED IN THE MONTH:".
           05  TL2-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER  PIC X(32) VALUE "  APPROVED IN THE MONTH:".
           05  TL3-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER  PIC X(32) VALUE "  REJECTED IN THE MONTH:".
           05  TL4-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-5.
           05  FILLER  PIC X(32) VALUE "  PUT IN FORCE IN THE MONTH:".
           05  TL5-COUNT                 PIC ZZ,ZZ9.

       01  TOTAL-LINE-6.
           05  FILLER  PIC X(32) VALUE "  NOT YET IN FORCE TODAY:".
           05  TL6-COUNT                 PIC ZZ,ZZ9.

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "payee_bank_change".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "PAYEE-BANK-CHANGE-RPT".
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
      *>   Every payee bank detail change that was keyed, approved,
      *>   rejected or put in force by a payment run in the month,
      *>   with who keyed it, who approved it and the call-back that
      *>   confirmed it -- the audit trail for the dual-authorisation
      *>   control on where supplier and owner payments go.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-CHANGES
               UNTIL END-OF-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           INITIALIZE WS-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT BANK-CHANGE-FILE.
           IF WS-BANK-CHANGE-STATUS = "35"
               OPEN OUTPUT BANK-CHANGE-FILE
               CLOSE BANK-CHANGE-FILE
               OPEN INPUT BANK-CHANGE-FILE
           END-IF.

           MOVE "N" TO SW-VENDORS-ON-FILE
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "00"
               MOVE "Y" TO SW-VENDORS-ON-FILE
           END-IF.
           MOVE "N" TO SW-LANDLORDS-ON-FILE
           OPEN INPUT LANDLORD-MASTER.
           IF WS-LANDLORD-STATUS = "00"
               MOVE "Y" TO SW-LANDLORDS-ON-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT CHANGE-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

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
           WRITE PRINT-LINE FROM COLUMN-HEADINGS-1
           WRITE PRINT-LINE FROM COLUMN-HEADINGS-2
           PERFORM B-900-READ-CHANGE.

       B-100-PROCESS-CHANGES.
           MOVE "N" TO SW-IN-MONTH
           IF PBC-REQUESTED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO SW-IN-MONTH
               ADD 1 TO WS-TOT-KEYED
           END-IF.
           IF PBC-APPROVED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO SW-IN-MONTH
               ADD 1 TO WS-TOT-APPROVED
           END-IF.
           IF PBC-REJECTED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO SW-IN-MONTH
               ADD 1 TO WS-TOT-REJECTED
           END-IF.
           IF PBC-APPLIED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO SW-IN-MONTH
               ADD 1 TO WS-TOT-IN-FORCE
           END-IF.
           IF CHANGE-IS-IN-MONTH
               PERFORM B-200-PRINT-CHANGE
           END-IF.
           PERFORM B-900-READ-CHANGE.

       B-200-PRINT-CHANGE.
           ADD 1 TO WS-TOT-LISTED
           IF PBC-IS-OPEN
               ADD 1 TO WS-TOT-STILL-OPEN
           END-IF.
           MOVE PBC-PAYEE-TYPE     TO DL-PAYEE-TYPE
           MOVE PBC-PAYEE-ID       TO DL-PAYEE-ID
           MOVE PBC-CHANGE-SEQ     TO DL-CHANGE-SEQ
           PERFORM B-210-FIND-PAYEE-NAME.
           EVALUATE TRUE
               WHEN PBC-IS-PENDING
                   MOVE "AWAITING APPROVAL" TO DL-STATE
               WHEN PBC-IS-APPROVED
                   MOVE "COOLING OFF"       TO DL-STATE
               WHEN PBC-IS-IN-FORCE
                   MOVE "IN FORCE"          TO DL-STATE
               WHEN PBC-IS-REJECTED
                   MOVE "REJECTED"          TO DL-STATE
               WHEN OTHER
                   MOVE SPACES              TO DL-STATE
           END-EVALUATE.
           MOVE PBC-REQUESTED-BY   TO DL-REQUESTED-BY
           MOVE PBC-REQUESTED-DATE TO DL-REQUESTED-DATE
           MOVE PBC-APPROVED-BY    TO DL-APPROVED-BY
           MOVE PBC-APPROVED-DATE  TO DL-APPROVED-DATE
           WRITE PRINT-LINE FROM DETAIL-LINE
           MOVE PBC-OLD-SORT-CODE  TO DL2-OLD-SORT-CODE
           MOVE PBC-OLD-ACCOUNT    TO DL2-OLD-ACCOUNT
           MOVE PBC-NEW-SORT-CODE  TO DL2-NEW-SORT-CODE
           MOVE PBC-NEW-ACCOUNT    TO DL2-NEW-ACCOUNT
           MOVE PBC-CALLBACK-DATE  TO DL2-CALLBACK-DATE
           MOVE PBC-CALLBACK-PHONE TO DL2-CALLBACK-PHONE
           WRITE PRINT-LINE FROM DETAIL-LINE-2
           PERFORM B-220-PRINT-OUTCOME.

       B-210-FIND-PAYEE-NAME.
           MOVE "NOT ON FILE" TO DL-NAME
           IF PBC-PAYEE-IS-VENDOR AND VENDORS-ARE-ON-FILE
               MOVE PBC-PAYEE-ID TO VEND-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-NAME TO DL-NAME
               END-READ
           END-IF.
           IF PBC-PAYEE-IS-LANDLORD AND LANDLORDS-ARE-ON-FILE
               MOVE PBC-PAYEE-ID TO LANDLORD-ID
               READ LANDLORD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LANDLORD-NAME TO DL-NAME
               END-READ
           END-IF.

       B-220-PRINT-OUTCOME.
           MOVE SPACES TO DL3-SPOKE-TO-CAPTION
           MOVE PBC-CALLBACK-SPOKE-TO TO DL3-SPOKE-TO
           IF PBC-CALLBACK-SPOKE-TO NOT = SPACES
               MOVE "SPOKE TO: " TO DL3-SPOKE-TO-CAPTION
           END-IF.
           MOVE SPACES TO DL3-OUTCOME-CAPTION
           MOVE ZERO   TO DL3-OUTCOME-DATE
           MOVE SPACES TO DL3-OUTCOME-BY
           EVALUATE TRUE
               WHEN PBC-IS-REJECTED
                   MOVE "REJECTED ON"      TO DL3-OUTCOME-CAPTION
                   MOVE PBC-REJECTED-DATE  TO DL3-OUTCOME-DATE
                   MOVE PBC-REJECTED-BY    TO DL3-OUTCOME-BY
               WHEN PBC-IS-IN-FORCE
                   MOVE "IN FORCE FROM"    TO DL3-OUTCOME-CAPTION
                   MOVE PBC-APPLIED-DATE   TO DL3-OUTCOME-DATE
               WHEN PBC-IS-APPROVED
                   MOVE "PAYABLE FROM"     TO DL3-OUTCOME-CAPTION
                   MOVE PBC-EFFECTIVE-DATE TO DL3-OUTCOME-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DL3-SPOKE-TO-CAPTION NOT = SPACES
               OR DL3-OUTCOME-CAPTION NOT = SPACES
               WRITE PRINT-LINE FROM DETAIL-LINE-3
           END-IF.

       B-900-READ-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02"
               AND WS-BANK-CHANGE-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "PAYEE-BANK-CHANGE-RPT" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "PAYEE-BANK-CHANGE"   TO EXC-FILE-NAME
           MOVE PBC-KEY               TO EXC-KEY-VALUE
           MOVE WS-BANK-CHANGE-STATUS TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                       TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-LISTED     TO TL1-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-TOT-KEYED      TO TL2-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-TOT-APPROVED   TO TL3-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           MOVE WS-TOT-REJECTED   TO TL4-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-4
           MOVE WS-TOT-IN-FORCE   TO TL5-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-5
           MOVE WS-TOT-STILL-OPEN TO TL6-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-6
           CLOSE BANK-CHANGE-FILE
           IF VENDORS-ARE-ON-FILE
               CLOSE VENDOR-MASTER
           END-IF.
           IF LANDLORDS-ARE-ON-FILE
               CLOSE LANDLORD-MASTER
           END-IF.
           CLOSE CHANGE-PRINT
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

       END PROGRAM PAYEE-BANK-CHANGE-RPT.
