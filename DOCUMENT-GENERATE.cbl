                   WITH DUPLICATES
               FILE STATUS IS WS-CORRESPONDENCE-STATUS.

           SELECT DOCUMENT-SERVED-FILE ASSIGN TO "document_served.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSRV-KEY
               FILE STATUS IS WS-DOC-SERVED-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO "compliance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT DOCUMENT-PRINT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  CLAUSE-FILE.
       FD  CORRESPONDENCE-FILE.
           COPY CORRESPREC.

       FD  DOCUMENT-SERVED-FILE.
           COPY DOCSRVREC.

       FD  COMPLIANCE-FILE.
           COPY COMPLYREC.

       FD  DOCUMENT-PRINT.
       01  DOCUMENT-LINE                PIC X(100).

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-CLAUSE-STATUS             PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-CORRESPONDENCE-STATUS     PIC XX.
       01  WS-DOC-SERVED-STATUS         PIC XX.
       01  WS-COMPLIANCE-STATUS         PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-TARGET-DOC-TYPE           PIC X(8).
           88  TARGET-IS-PRESCRIBED         VALUE "HOWTORNT" "EPC"
                                                  "GASSAFE" "EICR".
       01  WS-SERVED-METHOD             PIC X.
           88  SERVED-METHOD-IS-VALID       VALUE "E" "H" "P".
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-CLAUSE-COUNT              PIC 9(3).
       01  WS-CORR-MAX-SEQUENCE         PIC 9(6).
       01  WS-STRING-PTR                PIC 9(3).
       01  WS-REST-POS                  PIC 9(3).

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "document_output".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "DOCUMENT-GENERATE".
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
               PERFORM B-300-GENERATE-DOCUMENT
               IF WS-CLAUSE-COUNT > ZERO
                   PERFORM B-500-LOG-CORRESPONDENCE
                   IF TARGET-IS-PRESCRIBED
                       PERFORM B-600-RECORD-DOCUMENT-SERVED
                   END-IF
                   DISPLAY "DOCUMENT GENERATED - " WS-CLAUSE-COUNT
                       " CLAUSE LINE(S)"
               ELSE
               OPEN I-O CORRESPONDENCE-FILE
           END-IF.

           OPEN I-O DOCUMENT-SERVED-FILE.
           IF WS-DOC-SERVED-STATUS = "35"
               OPEN OUTPUT DOCUMENT-SERVED-FILE
               CLOSE DOCUMENT-SERVED-FILE
               OPEN I-O DOCUMENT-SERVED-FILE
           END-IF.

           OPEN INPUT COMPLIANCE-FILE.
           IF WS-COMPLIANCE-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-FILE
               CLOSE COMPLIANCE-FILE
               OPEN INPUT COMPLIANCE-FILE
           END-IF.

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT DOCUMENT-PRINT.

       B-100-GET-REQUEST.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DOC TYPE - TENANCY, MOVEOUT, LEGAL, "
                   "HOWTORNT, EPC, GASSAFE OR EICR: "
               ACCEPT WS-TARGET-DOC-TYPE
               EVALUATE TRUE
                   WHEN WS-TARGET-DOC-TYPE = "TENANCY"
                   WHEN WS-TARGET-DOC-TYPE = "MOVEOUT"
                   WHEN WS-TARGET-DOC-TYPE = "LEGAL"
                   WHEN TARGET-IS-PRESCRIBED
                       MOVE "Y" TO SW-ENTRY-OK
                   WHEN OTHER
                       DISPLAY "INVALID DOC TYPE - TRY AGAIN"
                   END-IF
           END-READ.

       B-600-RECORD-DOCUMENT-SERVED.
      *>   The covering letter for a prescribed document goes out
      *>   with the document itself, so producing it ticks the lease's
      *>   documents-served checklist with today's date.  A document
      *>   already ticked keeps its first service date -- serving it
      *>   again does not make an earlier service late.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "SERVED BY - E EMAIL, H HAND, P POST: "
               ACCEPT WS-SERVED-METHOD
               IF SERVED-METHOD-IS-VALID
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ENTER E, H OR P - TRY AGAIN"
               END-IF
           END-PERFORM.
           MOVE WS-TARGET-LEASE-NUMBER TO DSRV-LEASE-NUMBER
           MOVE WS-TARGET-DOC-TYPE     TO DSRV-DOC-TYPE
           READ DOCUMENT-SERVED-FILE
               INVALID KEY
                   PERFORM B-610-WRITE-DOCUMENT-SERVED
               NOT INVALID KEY
                   DISPLAY WS-TARGET-DOC-TYPE " ALREADY RECORDED AS "
                       "SERVED ON " DSRV-SERVED-DATE
           END-READ.

       B-610-WRITE-DOCUMENT-SERVED.
           INITIALIZE DOCUMENT-SERVED-RECORD
           MOVE WS-TARGET-LEASE-NUMBER TO DSRV-LEASE-NUMBER
           MOVE WS-TARGET-DOC-TYPE     TO DSRV-DOC-TYPE
           MOVE WS-TODAY-DATE          TO DSRV-SERVED-DATE
           MOVE WS-SERVED-METHOD       TO DSRV-METHOD
           SET DSRV-FROM-DOCGEN TO TRUE
           MOVE WS-TODAY-DATE          TO DSRV-RECORDED-DATE
           IF NOT DSRV-IS-HOW-TO-RENT
               MOVE LEASE-PROP-ID      TO CMP-PROP-ID
               MOVE WS-TARGET-DOC-TYPE TO CMP-CERT-TYPE
               READ COMPLIANCE-FILE
                   NOT INVALID KEY
                       MOVE CMP-CERT-REFERENCE TO DSRV-CERT-REFERENCE
               END-READ
           END-IF.
           WRITE DOCUMENT-SERVED-RECORD.
           DISPLAY WS-TARGET-DOC-TYPE " RECORDED AS SERVED ON "
               WS-TODAY-DATE.

       C-100-CLOSE-FILES.
           CLOSE CLAUSE-FILE.
           CLOSE LEASE-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE TENANT-MASTER.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE DOCUMENT-SERVED-FILE.
           CLOSE COMPLIANCE-FILE.
           CLOSE DOCUMENT-PRINT.
           PERFORM Z-970-CLOSE-REPORT-GENERATION.

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
                   "TYPE=" DELIMITED BY SIZE
                   WS-TARGET-DOC-TYPE DELIMITED BY SIZE
                   " LEASE=" DELIMITED BY SIZE
                   WS-TARGET-LEASE-NUMBER DELIMITED BY SIZE
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

       END PROGRAM DOCUMENT-GENERATE.
