       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-MOVEOUT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

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

           SELECT CORRESPONDENCE-FILE ASSIGN TO "correspondence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORR-KEY
               ALTERNATE RECORD KEY IS CORR-TENANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CORRESPONDENCE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT MOVEOUT-PRINT ASSIGN TO WS-REPORT-FILE-NAME
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

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRESPREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  MOVEOUT-PRINT.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-LOG.
           COPY EXCEPREC.

       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-CORRESPONDENCE-STATUS     PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS          PIC XX.
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-RUNLOG-COUNT              PIC 9(9).

       01  SWITCHES.
           05  SW-END-OF-FILE           PIC X.
               88  END-OF-FILE              VALUE "Y".
           05  SW-LEASE-ENDED           PIC X.
               88  LEASE-WAS-ENDED          VALUE "Y".
               88  LEASE-REWRITE-FAILED     VALUE "F".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-CORR-MAX-SEQUENCE         PIC 9(6).
       01  WS-TARGET-LEASE-NUMBER       PIC X(6).
       01  WS-ENDED-COUNT               PIC 9(4).
       01  WS-CLOSED-COUNT              PIC 9(4).

       01  HEADING-LINE-1.
           05  FILLER  PIC X(40) VALUE
               "NOTICE-TO-QUIT MOVE-OUT REPORT".

       01  COLUMN-HEADINGS.
           05  FILLER  PIC X(8)  VALUE "LEASE".
           05  FILLER  PIC X(8)  VALUE "PROP".
           05  FILLER  PIC X(32) VALUE "NOTICE GIVEN BY".
           05  FILLER  PIC X(10) VALUE "VACATING".
           05  FILLER  PIC X(40) VALUE "ACTION".

       01  DETAIL-LINE.
           05  DL-LEASE-NUMBER          PIC X(8).
           05  DL-PROP-ID               PIC X(8).
           05  DL-GIVEN-BY              PIC X(32).
           05  DL-VACATE-DATE           PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DL-ACTION                PIC X(40).

       01  TOTAL-LINE.
           05  FILLER                   PIC X(30) VALUE
               "TOTAL LEASES ENDED ON NOTICE".
           05  TL-ENDED-COUNT           PIC ZZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               "TOTAL NOTICES ALREADY ENDED".
           05  TL-CLOSED-COUNT          PIC ZZZ9.

       01  FOOTING-LINE.
           05  FILLER                   PIC X(60) VALUE
               "COMPLETE THE CHECK-OUT OF EACH LEASE IN LEASE-MOVEOUT".

       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RRET-STATUS               PIC XX.
       01  WS-REPORT-FILE-NAME          PIC X(60).
       01  WS-REPORT-PARAMETERS         PIC X(60).

       01  WS-REPORT-GENERATION.
           05  WS-RG-REPORT-NAME        PIC X(30)
               VALUE "notice_moveout".
           05  WS-RG-PROGRAM-ID         PIC X(26)
               VALUE "NOTICE-MOVEOUT-RUN".
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
      *>   Nightly.  Every notice to quit still pending whose vacating
      *>   date has arrived ends its lease on that date -- the lease
      *>   is terminated, the property goes vacant and the move-out
      *>   is logged against each tenant, exactly as LEASE-MOVEOUT
      *>   does by hand.  The inventory, meter and deposit check-out
      *>   needs someone at the property, so it is left to
      *>   LEASE-MOVEOUT, which lets the ended lease through once.
      *>   ---------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM A-100-INITIALIZATION.
           PERFORM A-150-START-RUN-LOG.
           PERFORM B-100-PROCESS-NOTICES
               UNTIL END-OF-FILE.
           PERFORM C-050-FINISH-RUN-LOG.
           PERFORM C-100-WRAP-UP.
           STOP RUN.

       A-100-INITIALIZATION.
           MOVE "N" TO SW-END-OF-FILE
           MOVE ZERO TO WS-ENDED-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN I-O NOTICE-TO-QUIT-FILE
           IF WS-NTQ-STATUS = "35"
               OPEN OUTPUT NOTICE-TO-QUIT-FILE
               CLOSE NOTICE-TO-QUIT-FILE
               OPEN I-O NOTICE-TO-QUIT-FILE
           END-IF
           OPEN I-O LEASE-MASTER
           IF WS-LEASE-STATUS = "35"
               OPEN OUTPUT LEASE-MASTER
               CLOSE LEASE-MASTER
               OPEN I-O LEASE-MASTER
           END-IF
           OPEN I-O PROPERTY-MASTER
           IF WS-PROPERTY-STATUS = "35"
               OPEN OUTPUT PROPERTY-MASTER
               CLOSE PROPERTY-MASTER
               OPEN I-O PROPERTY-MASTER
           END-IF
           OPEN I-O CORRESPONDENCE-FILE
           IF WS-CORRESPONDENCE-STATUS = "35"
               OPEN OUTPUT CORRESPONDENCE-FILE
               CLOSE CORRESPONDENCE-FILE
               OPEN I-O CORRESPONDENCE-FILE
           END-IF

           OPEN I-O RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF
           MOVE ZERO TO WS-RUNLOG-COUNT

           PERFORM Z-960-OPEN-REPORT-GENERATION
           OPEN OUTPUT MOVEOUT-PRINT

           OPEN EXTEND EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF

           WRITE PRINT-LINE FROM HEADING-LINE-1
           WRITE PRINT-LINE FROM COLUMN-HEADINGS

           MOVE LOW-VALUES TO NTQ-LEASE-NUMBER
           START NOTICE-TO-QUIT-FILE KEY IS NOT LESS THAN
               NTQ-LEASE-NUMBER
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           IF NOT END-OF-FILE
               PERFORM B-900-READ-NOTICE
           END-IF.

       A-150-START-RUN-LOG.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           MOVE "NOTICE-MOVEOUT-RUN"  TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO                  TO RUNLOG-BATCH-NUMBER
           MOVE RUNLOG-KEY TO WS-RG-RUNLOG-KEY
           WRITE RUN-LOG-RECORD.

       B-100-PROCESS-NOTICES.
           IF NTQ-IS-PENDING
               AND NTQ-VACATE-DATE NOT > WS-TODAY-DATE
               PERFORM B-200-END-LEASE
               IF NOT LEASE-REWRITE-FAILED
                   PERFORM B-400-CLOSE-NOTICE
               END-IF
           END-IF.
           PERFORM B-900-READ-NOTICE.

       B-200-END-LEASE.
      *>   A lease someone already ended by hand (or that was ended
      *>   some other way since the notice came in) is not touched --
      *>   the notice is simply closed and listed so it can be seen.
           MOVE "N" TO SW-LEASE-ENDED
           MOVE NTQ-LEASE-NUMBER TO DL-LEASE-NUMBER
           MOVE NTQ-PROP-ID      TO DL-PROP-ID
           MOVE NTQ-GIVEN-BY-NAME TO DL-GIVEN-BY
           MOVE NTQ-VACATE-DATE  TO DL-VACATE-DATE
           MOVE NTQ-LEASE-NUMBER TO LEASE-NUMBER
           READ LEASE-MASTER
               INVALID KEY
                   MOVE "LEASE NOT ON FILE - NOTICE CLOSED"
                                        TO DL-ACTION
               NOT INVALID KEY
                   IF LEASE-IS-ACTIVE
                       SET LEASE-IS-TERMINATED TO TRUE
                       MOVE NTQ-VACATE-DATE TO LEASE-TERM-DATE
                       REWRITE LEASE-RECORD
                           INVALID KEY
                               PERFORM B-960-LOG-REWRITE-EXCEPTION
                               MOVE "F" TO SW-LEASE-ENDED
                               MOVE "LEASE NOT REWRITTEN - SEE LOG"
                                        TO DL-ACTION
                           NOT INVALID KEY
                               MOVE "Y" TO SW-LEASE-ENDED
                               MOVE "LEASE ENDED - CHECK-OUT DUE"
                                        TO DL-ACTION
                       END-REWRITE
                   ELSE
                       MOVE "LEASE ALREADY ENDED - NOTICE CLOSED"
                                        TO DL-ACTION
                   END-IF
           END-READ.
           IF LEASE-WAS-ENDED
               PERFORM B-300-VACATE-PROPERTY
               PERFORM B-210-LOG-CORRESPONDENCE
               ADD 1 TO WS-ENDED-COUNT
               ADD 1 TO WS-RUNLOG-COUNT
           ELSE
               IF NOT LEASE-REWRITE-FAILED
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

       B-210-LOG-CORRESPONDENCE.
      *>   The same MOVEOUT entry LEASE-MOVEOUT logs against every
      *>   tenant on the lease when it ends one by hand.
           MOVE NTQ-LEASE-NUMBER TO WS-TARGET-LEASE-NUMBER
           PERFORM B-220-FIND-NEXT-CORR-SEQUENCE.
           IF LEASE-TENANT1-ID NOT = SPACES
               MOVE WS-TARGET-LEASE-NUMBER TO CORR-LEASE-NUMBER
               MOVE WS-CORR-MAX-SEQUENCE   TO CORR-SEQUENCE
               MOVE LEASE-TENANT1-ID        TO CORR-TENANT-ID
               SET CORR-IS-MOVEOUT          TO TRUE
               MOVE WS-TODAY-DATE            TO CORR-DATE-ISSUED
               WRITE CORRESPONDENCE-RECORD
               ADD 1 TO WS-CORR-MAX-SEQUENCE
           END-IF.
           IF LEASE-TENANT2-ID NOT = SPACES
               MOVE WS-TARGET-LEASE-NUMBER TO CORR-LEASE-NUMBER
               MOVE WS-CORR-MAX-SEQUENCE   TO CORR-SEQUENCE
               MOVE LEASE-TENANT2-ID        TO CORR-TENANT-ID
               SET CORR-IS-MOVEOUT          TO TRUE
               MOVE WS-TODAY-DATE            TO CORR-DATE-ISSUED
               WRITE CORRESPONDENCE-RECORD
           END-IF.

       B-220-FIND-NEXT-CORR-SEQUENCE.
           MOVE ZERO TO WS-CORR-MAX-SEQUENCE
           MOVE WS-TARGET-LEASE-NUMBER TO CORR-LEASE-NUMBER
           MOVE LOW-VALUES TO CORR-SEQUENCE
           START CORRESPONDENCE-FILE KEY IS NOT LESS THAN CORR-KEY
               INVALID KEY
                   MOVE "10" TO WS-CORRESPONDENCE-STATUS
           END-START.
           PERFORM B-230-SCAN-FOR-CORR-SEQUENCE
               UNTIL WS-CORRESPONDENCE-STATUS NOT = "00"
               AND WS-CORRESPONDENCE-STATUS NOT = "02".
           ADD 1 TO WS-CORR-MAX-SEQUENCE.

       B-230-SCAN-FOR-CORR-SEQUENCE.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CORRESPONDENCE-STATUS
               NOT AT END
                   IF CORR-LEASE-NUMBER NOT = WS-TARGET-LEASE-NUMBER
                       MOVE "10" TO WS-CORRESPONDENCE-STATUS
                   ELSE
                       IF CORR-SEQUENCE > WS-CORR-MAX-SEQUENCE
                           MOVE CORR-SEQUENCE TO WS-CORR-MAX-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

       B-300-VACATE-PROPERTY.
           MOVE LEASE-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               NOT INVALID KEY
                   SET PROP-STATUS-VACANT TO TRUE
                   REWRITE PROPERTY-RECORD
           END-READ.

       B-400-CLOSE-NOTICE.
      *>   The check-out switch stays "N" when this run ended the
      *>   lease -- LEASE-MOVEOUT sets it once the deposit and meters
      *>   are dealt with.  A notice closed without ending anything
      *>   has no check-out owed by this run.
           SET NTQ-IS-COMPLETED TO TRUE
           MOVE WS-TODAY-DATE TO NTQ-COMPLETED-DATE
           IF LEASE-WAS-ENDED
               MOVE "N" TO NTQ-CHECKOUT-SWITCH
           ELSE
               SET NTQ-CHECKOUT-IS-DONE TO TRUE
           END-IF
           REWRITE NOTICE-TO-QUIT-RECORD.

       B-900-READ-NOTICE.
           READ NOTICE-TO-QUIT-FILE NEXT RECORD
               AT END MOVE "Y" TO SW-END-OF-FILE
           END-READ.
           IF WS-NTQ-STATUS NOT = "00" AND WS-NTQ-STATUS NOT = "10"
               MOVE "Y" TO SW-END-OF-FILE
               PERFORM B-950-LOG-READ-EXCEPTION
           END-IF.

       B-950-LOG-READ-EXCEPTION.
           MOVE "NOTICE-MOVEOUT-RUN" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "NOTICE-TO-QUIT"     TO EXC-FILE-NAME
           MOVE NTQ-LEASE-NUMBER     TO EXC-KEY-VALUE
           MOVE WS-NTQ-STATUS        TO EXC-FILE-STATUS
           MOVE "UNEXPECTED STATUS READING NEXT RECORD"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       B-960-LOG-REWRITE-EXCEPTION.
           MOVE "NOTICE-MOVEOUT-RUN" TO EXC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-DATE
           MOVE "LEASE-MASTER"       TO EXC-FILE-NAME
           MOVE LEASE-NUMBER         TO EXC-KEY-VALUE
           MOVE WS-LEASE-STATUS      TO EXC-FILE-STATUS
           MOVE "LEASE NOT REWRITTEN - NOTICE LEFT OPEN"
                                      TO EXC-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.

       C-050-FINISH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-RUNLOG-COUNT       TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-COMPLETE     TO TRUE
           REWRITE RUN-LOG-RECORD.

       C-100-WRAP-UP.
           MOVE WS-ENDED-COUNT TO TL-ENDED-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           IF WS-ENDED-COUNT > ZERO
               WRITE PRINT-LINE FROM FOOTING-LINE
           END-IF
           CLOSE NOTICE-TO-QUIT-FILE
           CLOSE LEASE-MASTER
           CLOSE PROPERTY-MASTER
           CLOSE CORRESPONDENCE-FILE
           CLOSE RUN-LOG-FILE
           CLOSE MOVEOUT-PRINT
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

       END PROGRAM NOTICE-MOVEOUT-RUN.
