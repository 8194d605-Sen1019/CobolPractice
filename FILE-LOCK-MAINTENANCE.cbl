               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-BATCH-COUNT               PIC 9(5).
       01  WS-ENTRY-BATCH               PIC 9(8).
       01  WS-NOW-TIMESTAMP             PIC X(14).
       01  SW-PROGRAM-LOCKED            PIC X.
           88  PROGRAM-HOLDS-LOCK           VALUE "Y".
       01  SW-RUNLOG-FOUND              PIC X.
           88  RUNLOG-WAS-FOUND             VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LDL-TIMESTAMP            PIC X(14).

       01  BATCH-DETAIL-LINE.
           05  BDL-NUMBER               PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BDL-PROGRAM-ID           PIC X(26).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BDL-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BDL-OPERATOR-ID          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
               OPEN I-O FILE-LOCK-FILE
           END-IF.

           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.

           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BATCH FILE-LOCK REGISTER"
               LINE 4 COLUMN 10.
           DISPLAY "2. CLEAR A STALE LOCK (SUPERVISOR)"
               LINE 5 COLUMN 10.
           DISPLAY "3. CLOSE A STALE POSTING BATCH (SUPERVISOR)"
               LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"         LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->" LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE     LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-LIST-LOCKS
               WHEN "2"
                   PERFORM E-100-CLEAR-LOCK
               WHEN "3"
                   PERFORM F-100-CLOSE-STALE-BATCH
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
               END-IF
           END-IF.

      *>   ---------------------------------------------------------
      *>   STALE BATCH -- a posting batch left open by a run that
      *>   crashed or a screen session that was dropped before it
      *>   could close its batch.  The journal extract stops at the
      *>   first open batch, so one left open holds back every batch
      *>   after it.  Closing it lets the lines it did post go to the
      *>   accounts with the next extract.  A batch whose program
      *>   still holds a file lock, or whose run-log record shows a
      *>   run started today still running, is refused -- the run may
      *>   yet be executing.  An earlier day's run still marked
      *>   running never finished, and its run-log record is closed
      *>   as cancelled with the batch so it cannot count as a
      *>   completed step.
      *>   ---------------------------------------------------------
       F-100-CLOSE-STALE-BATCH.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CLOSE A STALE POSTING BATCH" LINE 2 COLUMN 20.
           DISPLAY "BATCH     PROGRAM                     STARTED"
               "         OPERATOR" LINE 4 COLUMN 4.
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE 5 TO WS-LINE-NO
           MOVE 1 TO PBAT-NUMBER
           START POSTING-BATCH-FILE KEY IS NOT LESS THAN PBAT-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-PBAT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PBAT-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-BATCH
               UNTIL WS-PBAT-STATUS NOT = "00"
               AND WS-PBAT-STATUS NOT = "02".
           IF WS-BATCH-COUNT = ZERO
               DISPLAY "NO OPEN BATCHES ON FILE" LINE 5 COLUMN 4
           ELSE
               MOVE ZERO TO WS-ENTRY-BATCH
               DISPLAY "BATCH TO CLOSE (0 = NONE): " LINE 20 COLUMN 4
               ACCEPT WS-ENTRY-BATCH LINE 20 COLUMN 32
               IF WS-ENTRY-BATCH NOT = ZERO
                   PERFORM F-200-CHECK-BATCH
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-BATCH.
           READ POSTING-BATCH-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PBAT-STATUS
               NOT AT END
                   IF PBAT-IS-OPEN
                       ADD 1 TO WS-BATCH-COUNT
                       IF WS-LINE-NO < 19
                           MOVE PBAT-NUMBER        TO BDL-NUMBER
                           MOVE PBAT-PROGRAM-ID    TO BDL-PROGRAM-ID
                           MOVE PBAT-RUN-TIMESTAMP TO BDL-TIMESTAMP
                           MOVE PBAT-OPERATOR-ID   TO BDL-OPERATOR-ID
                           DISPLAY BATCH-DETAIL-LINE
                               LINE WS-LINE-NO COLUMN 4
                           ADD 1 TO WS-LINE-NO
                       END-IF
                   END-IF
           END-READ.

       F-200-CHECK-BATCH.
           MOVE WS-ENTRY-BATCH TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   DISPLAY "NO SUCH BATCH ON FILE" LINE 21 COLUMN 4
               NOT INVALID KEY
                   IF PBAT-IS-OPEN
                       PERFORM F-210-CHECK-RUN-ENDED
                   ELSE
                       DISPLAY "BATCH IS NOT OPEN" LINE 21 COLUMN 4
                   END-IF
           END-READ.

       F-210-CHECK-RUN-ENDED.
           MOVE "N" TO SW-PROGRAM-LOCKED
           MOVE LOW-VALUES TO FLCK-FILE-NAME
           START FILE-LOCK-FILE KEY IS NOT LESS THAN FLCK-FILE-NAME
               INVALID KEY
                   MOVE "10" TO WS-FLOCK-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FLOCK-STATUS
           END-START.
           PERFORM F-220-CHECK-ONE-LOCK
               UNTIL WS-FLOCK-STATUS NOT = "00"
               AND WS-FLOCK-STATUS NOT = "02".
           MOVE PBAT-PROGRAM-ID    TO RUNLOG-PROGRAM-ID
           MOVE PBAT-RUN-TIMESTAMP TO RUNLOG-START-TIMESTAMP
           READ RUN-LOG-FILE
               INVALID KEY
                   MOVE "N" TO SW-RUNLOG-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SW-RUNLOG-FOUND
           END-READ.
           IF PROGRAM-HOLDS-LOCK
               DISPLAY PBAT-PROGRAM-ID LINE 21 COLUMN 4
               DISPLAY " STILL HOLDS A FILE LOCK - BATCH KEPT OPEN"
                   LINE 21 COLUMN 30
           ELSE
               IF RUNLOG-WAS-FOUND
                   AND RUNLOG-IS-RUNNING
                   AND RUNLOG-START-TIMESTAMP(1:8) NOT < WS-TODAY-DATE
                   DISPLAY "RUN STARTED TODAY IS STILL RUNNING - "
                       "BATCH KEPT OPEN" LINE 21 COLUMN 4
               ELSE
                   PERFORM F-300-CONFIRM-AND-CLOSE
               END-IF
           END-IF.

       F-220-CHECK-ONE-LOCK.
           READ FILE-LOCK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FLOCK-STATUS
               NOT AT END
                   IF FLCK-PROGRAM-ID = PBAT-PROGRAM-ID
                       MOVE "Y" TO SW-PROGRAM-LOCKED
                   END-IF
           END-READ.

       F-300-CONFIRM-AND-CLOSE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CLOSE A STALE POSTING BATCH" LINE 2 COLUMN 20.
           DISPLAY "BATCH:    " PBAT-NUMBER LINE 5 COLUMN 4.
           DISPLAY "OPENED BY " PBAT-PROGRAM-ID LINE 6 COLUMN 4.
           DISPLAY "SINCE:    " PBAT-RUN-TIMESTAMP LINE 7 COLUMN 4.
           DISPLAY "OPERATOR: " PBAT-OPERATOR-ID LINE 8 COLUMN 4.
           DISPLAY "CLOSE ONLY IF THIS RUN IS NO LONGER EXECUTING"
               LINE 10 COLUMN 4.
           DISPLAY "ENTER SUPERVISOR ID: " LINE 12 COLUMN 4.
           ACCEPT WS-SUPERVISOR-ID LINE 12 COLUMN 26.
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "SUPERVISOR ID REQUIRED - BATCH KEPT OPEN"
                   LINE 14 COLUMN 4
           ELSE
               DISPLAY "CLOSE THIS BATCH (Y/N)? " LINE 13 COLUMN 4
               ACCEPT WS-CONFIRM LINE 13 COLUMN 29
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
                   SET PBAT-IS-CLOSED TO TRUE
                   MOVE WS-NOW-TIMESTAMP TO PBAT-CLOSE-TIMESTAMP
                   REWRITE POSTING-BATCH-RECORD
                   IF RUNLOG-WAS-FOUND AND RUNLOG-IS-RUNNING
                       MOVE WS-NOW-TIMESTAMP TO RUNLOG-END-TIMESTAMP
                       SET RUNLOG-WAS-CANCELLED TO TRUE
                       REWRITE RUN-LOG-RECORD
                   END-IF
                   DISPLAY "BATCH CLOSED BY " WS-SUPERVISOR-ID
                       LINE 14 COLUMN 4
               ELSE
                   DISPLAY "BATCH KEPT OPEN" LINE 14 COLUMN 4
               END-IF
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE FILE-LOCK-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM FILE-LOCK-MAINTENANCE.
