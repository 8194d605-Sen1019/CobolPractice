       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-GENERATION-FILE
               ASSIGN TO "report_generation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGEN-KEY
               FILE STATUS IS WS-RGEN-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT GENERATION-INPUT ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT REPRINT-OUTPUT ASSIGN TO "report_reprint.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-GENERATION-FILE.
           COPY RPTGENREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  GENERATION-INPUT.
       01  GENERATION-LINE              PIC X(200).

       FD  REPRINT-OUTPUT.
       01  PRINT-LINE                   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RGEN-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-SOURCE-STATUS             PIC XX.
       01  WS-SOURCE-FILE-NAME          PIC X(60).

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  REPRINT-IS-DONE              VALUE "Y".
       01  SW-END-OF-FILE               PIC X.
           88  END-OF-FILE                  VALUE "Y".
       01  SW-MORE                      PIC X.
           88  MORE-ON-FILE                 VALUE "Y".

       01  WS-SELECT-REPORT-NAME        PIC X(30).
       01  WS-FROM-DATE                 PIC 9(8).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-NOW-TIMESTAMP             PIC X(14).
       01  WS-LINE-NO                   PIC 99.
       01  WS-PICK-COUNT                PIC 99.
       01  WS-PICK-NO                   PIC 99.
       01  WS-LINES-COPIED              PIC 9(7).
       01  WS-PAUSE                     PIC X.

      *>   The generations on the screen, by the number shown beside
      *>   each, so the operator picks one by number.
       01  WS-PICK-TABLE.
           05  WS-PICK-KEY              PIC X(44) OCCURS 14 TIMES.

       01  WS-LAST-REPORT-NAME          PIC X(30).
       01  WS-REPORT-HELD               PIC 9(5).
       01  WS-REPORT-PURGED             PIC 9(5).
       01  WS-REPORT-LATEST             PIC X(14).

       01  GENERATION-DETAIL-LINE.
           05  GDL-NO                   PIC Z9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GDL-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GDL-OPERATOR             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GDL-STATUS               PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GDL-PARAMETERS           PIC X(36).

       01  REPORT-DETAIL-LINE.
           05  RDL-REPORT-NAME          PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-HELD                 PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RDL-PURGED               PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RDL-LATEST               PIC X(14).

       01  REPRINT-BANNER-1.
           05  FILLER                   PIC X(14)
               VALUE "*** REPRINT OF".
           05  FILLER                   PIC X     VALUE SPACE.
           05  RB1-REPORT-NAME          PIC X(30).
           05  FILLER                   PIC X(9)  VALUE " PRINTED ".
           05  RB1-RUN-TIMESTAMP        PIC X(14).
           05  FILLER                   PIC X(4)  VALUE " BY ".
           05  RB1-OPERATOR             PIC X(8).
           05  FILLER                   PIC X(4)  VALUE " ***".

       01  REPRINT-BANNER-2.
           05  FILLER                   PIC X(16)
               VALUE "    PROGRAM:    ".
           05  RB2-PROGRAM-ID           PIC X(26).
           05  FILLER                   PIC X(12)
               VALUE "  RUN LOG:  ".
           05  RB2-RUNLOG-KEY           PIC X(40).

       01  REPRINT-BANNER-3.
           05  FILLER                   PIC X(16)
               VALUE "    PARAMETERS: ".
           05  RB3-PARAMETERS           PIC X(60).

       01  REPRINT-BANNER-4.
           05  FILLER                   PIC X(16)
               VALUE "    REPRINTED:  ".
           05  RB4-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X(4)  VALUE " BY ".
           05  RB4-OPERATOR             PIC X(8).

       01  REPRINT-BANNER-5.
           05  FILLER                   PIC X(34)
               VALUE "    *** THAT RUN DID NOT FINISH - ".
           05  FILLER                   PIC X(30)
               VALUE "THE REPORT MAY BE INCOMPLETE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL REPRINT-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN INPUT REPORT-GENERATION-FILE.
           IF WS-RGEN-STATUS = "35"
               OPEN OUTPUT REPORT-GENERATION-FILE
               CLOSE REPORT-GENERATION-FILE
               OPEN INPUT REPORT-GENERATION-FILE
           END-IF.
           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REPRINT A REPORT GENERATION"
               LINE 2 COLUMN 20.
           DISPLAY "1. FIND AND REPRINT A GENERATION" LINE 4 COLUMN 10.
           DISPLAY "2. LIST REPORTS ON FILE"          LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 8 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 8 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-FIND-GENERATION
               WHEN "2"
                   PERFORM F-100-LIST-REPORTS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 10 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   FIND -- the report's name as listed under option 2 (the
      *>   print file's name, "vat_analysis" for the VAT analysis)
      *>   and the date to list from, then up to fourteen of its
      *>   generations to pick from.  A later from-date brings up
      *>   later runs.
      *>   ---------------------------------------------------------
       D-100-FIND-GENERATION.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "FIND A REPORT GENERATION" LINE 2 COLUMN 20.
           MOVE SPACES TO WS-SELECT-REPORT-NAME
           DISPLAY "REPORT NAME (AS LISTED): " LINE 3 COLUMN 4.
           ACCEPT WS-SELECT-REPORT-NAME LINE 3 COLUMN 29.
           MOVE ZERO TO WS-FROM-DATE
           DISPLAY "RUN ON OR AFTER (YYYYMMDD, 0 = ALL): "
               LINE 4 COLUMN 4.
           ACCEPT WS-FROM-DATE LINE 4 COLUMN 42.
           DISPLAY "NO  RUN TIMESTAMP    OPERATOR  STATUS    PARAMETERS"
               LINE 5 COLUMN 4.
           MOVE ZERO TO WS-PICK-COUNT
           MOVE 6 TO WS-LINE-NO
           MOVE "N" TO SW-END-OF-FILE
           MOVE "N" TO SW-MORE
           MOVE WS-SELECT-REPORT-NAME TO RGEN-REPORT-NAME
           MOVE LOW-VALUES TO RGEN-RUN-TIMESTAMP
           IF WS-FROM-DATE > ZERO
               MOVE WS-FROM-DATE TO RGEN-RUN-TIMESTAMP(1:8)
           END-IF
           START REPORT-GENERATION-FILE KEY IS NOT LESS THAN RGEN-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           PERFORM D-110-SHOW-ONE-GENERATION
               UNTIL END-OF-FILE OR WS-PICK-COUNT = 14.
           IF WS-PICK-COUNT = 14 AND NOT END-OF-FILE
               PERFORM D-120-CHECK-FOR-MORE
           END-IF.
           IF WS-PICK-COUNT = ZERO
               DISPLAY "NO GENERATIONS OF THAT REPORT ON FILE"
                   LINE 6 COLUMN 4
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 29
           ELSE
               IF MORE-ON-FILE
                   DISPLAY "MORE ON FILE - USE A LATER DATE TO SEE THEM"
                       LINE 20 COLUMN 4
               END-IF
               PERFORM D-200-PICK-GENERATION
           END-IF.

       D-110-SHOW-ONE-GENERATION.
           READ REPORT-GENERATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE
               NOT AT END
                   IF RGEN-REPORT-NAME NOT = WS-SELECT-REPORT-NAME
                       MOVE "Y" TO SW-END-OF-FILE
                   ELSE
                       ADD 1 TO WS-PICK-COUNT
                       MOVE RGEN-KEY TO WS-PICK-KEY(WS-PICK-COUNT)
                       MOVE WS-PICK-COUNT      TO GDL-NO
                       MOVE RGEN-RUN-TIMESTAMP TO GDL-TIMESTAMP
                       MOVE RGEN-OPERATOR-ID   TO GDL-OPERATOR
                       EVALUATE TRUE
                           WHEN RGEN-IS-RETAINED
                               MOVE "RETAINED" TO GDL-STATUS
                           WHEN RGEN-WAS-PURGED
                               MOVE "PURGED"   TO GDL-STATUS
                           WHEN OTHER
                               MOVE "PRINTING" TO GDL-STATUS
                       END-EVALUATE
                       MOVE RGEN-PARAMETERS    TO GDL-PARAMETERS
                       DISPLAY GENERATION-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 2
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

       D-120-CHECK-FOR-MORE.
           READ REPORT-GENERATION-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF RGEN-REPORT-NAME = WS-SELECT-REPORT-NAME
                       MOVE "Y" TO SW-MORE
                   END-IF
           END-READ.

       D-200-PICK-GENERATION.
           MOVE ZERO TO WS-PICK-NO
           DISPLAY "NUMBER TO REPRINT (0 = NONE): " LINE 21 COLUMN 4.
           ACCEPT WS-PICK-NO LINE 21 COLUMN 35.
           IF WS-PICK-NO NOT = ZERO AND WS-PICK-NO NOT > WS-PICK-COUNT
               PERFORM D-210-REPRINT-PICKED
           END-IF.

       D-210-REPRINT-PICKED.
           MOVE WS-PICK-KEY(WS-PICK-NO) TO RGEN-KEY
           READ REPORT-GENERATION-FILE
               INVALID KEY
                   DISPLAY "GENERATION NO LONGER ON FILE"
                       LINE 22 COLUMN 4
               NOT INVALID KEY
                   PERFORM E-100-REPRINT-GENERATION
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 23 COLUMN 4.
           ACCEPT WS-PAUSE LINE 23 COLUMN 29.

      *>   ---------------------------------------------------------
      *>   REPRINT -- the generation is copied line for line to
      *>   report_reprint.prt under a banner naming the original run,
      *>   its parameters and run-log entry, and who reprinted it.
      *>   The generation itself is never touched.  Each reprint goes
      *>   on the run log as a run of this program.
      *>   ---------------------------------------------------------
       E-100-REPRINT-GENERATION.
           IF RGEN-WAS-PURGED
               DISPLAY "GENERATION PURGED ON " RGEN-PURGE-DATE
                   " - NOTHING TO REPRINT" LINE 22 COLUMN 4
           ELSE
               MOVE RGEN-FILE-NAME TO WS-SOURCE-FILE-NAME
               OPEN INPUT GENERATION-INPUT
               IF WS-SOURCE-STATUS NOT = "00"
                   DISPLAY "REPORT FILE NOT FOUND: " WS-SOURCE-FILE-NAME
                       LINE 22 COLUMN 4
               ELSE
                   PERFORM E-105-COPY-GENERATION
               END-IF
           END-IF.

       E-105-COPY-GENERATION.
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY "OPERATOR ID: " LINE 22 COLUMN 4.
           ACCEPT WS-OPERATOR-ID LINE 22 COLUMN 17.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           OPEN OUTPUT REPRINT-OUTPUT
           MOVE RGEN-REPORT-NAME   TO RB1-REPORT-NAME
           MOVE RGEN-RUN-TIMESTAMP TO RB1-RUN-TIMESTAMP
           MOVE RGEN-OPERATOR-ID   TO RB1-OPERATOR
           WRITE PRINT-LINE FROM REPRINT-BANNER-1
           MOVE RGEN-PROGRAM-ID    TO RB2-PROGRAM-ID
           MOVE RGEN-RUNLOG-KEY    TO RB2-RUNLOG-KEY
           WRITE PRINT-LINE FROM REPRINT-BANNER-2
           MOVE RGEN-PARAMETERS    TO RB3-PARAMETERS
           WRITE PRINT-LINE FROM REPRINT-BANNER-3
           MOVE WS-NOW-TIMESTAMP   TO RB4-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO RB4-OPERATOR
           WRITE PRINT-LINE FROM REPRINT-BANNER-4
           IF RGEN-IS-PRINTING
               WRITE PRINT-LINE FROM REPRINT-BANNER-5
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINES-COPIED
           MOVE "N" TO SW-END-OF-FILE
           PERFORM E-110-COPY-ONE-LINE
               UNTIL END-OF-FILE.
           CLOSE GENERATION-INPUT
           CLOSE REPRINT-OUTPUT
           MOVE "REPORT-REPRINT"   TO RUNLOG-PROGRAM-ID
           MOVE WS-NOW-TIMESTAMP   TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO RUNLOG-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
           MOVE WS-LINES-COPIED    TO RUNLOG-RECORD-COUNT
           MOVE ZERO               TO RUNLOG-BATCH-NUMBER
           SET RUNLOG-IS-COMPLETE TO TRUE
           WRITE RUN-LOG-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           DISPLAY WS-LINES-COPIED LINE 22 COLUMN 24.
           DISPLAY " LINES REPRINTED TO report_reprint.prt"
               LINE 22 COLUMN 31.

       E-110-COPY-ONE-LINE.
           READ GENERATION-INPUT
               AT END
                   MOVE "Y" TO SW-END-OF-FILE
               NOT AT END
                   WRITE PRINT-LINE FROM GENERATION-LINE
                   ADD 1 TO WS-LINES-COPIED
           END-READ.

      *>   ---------------------------------------------------------
      *>   LIST REPORTS -- every report name on the index with the
      *>   generations still held, those already purged and the most
      *>   recent run, a screenful at a time.
      *>   ---------------------------------------------------------
       F-100-LIST-REPORTS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           PERFORM F-150-SHOW-LIST-HEADING
           MOVE SPACES TO WS-LAST-REPORT-NAME
           MOVE ZERO TO WS-REPORT-HELD
           MOVE ZERO TO WS-REPORT-PURGED
           MOVE SPACES TO WS-REPORT-LATEST
           MOVE "N" TO SW-END-OF-FILE
           MOVE LOW-VALUES TO RGEN-KEY
           START REPORT-GENERATION-FILE KEY IS NOT LESS THAN RGEN-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE
           END-START.
           PERFORM F-110-READ-ONE-GENERATION
               UNTIL END-OF-FILE.
           IF WS-LAST-REPORT-NAME = SPACES
               DISPLAY "NO REPORT GENERATIONS ON FILE"
                   LINE 5 COLUMN 4
           ELSE
               PERFORM F-120-SHOW-ONE-REPORT
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-READ-ONE-GENERATION.
           READ REPORT-GENERATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE
               NOT AT END
                   IF RGEN-REPORT-NAME NOT = WS-LAST-REPORT-NAME
                       IF WS-LAST-REPORT-NAME NOT = SPACES
                           PERFORM F-120-SHOW-ONE-REPORT
                       END-IF
                       MOVE RGEN-REPORT-NAME TO WS-LAST-REPORT-NAME
                       MOVE ZERO TO WS-REPORT-HELD
                       MOVE ZERO TO WS-REPORT-PURGED
                   END-IF
                   IF RGEN-WAS-PURGED
                       ADD 1 TO WS-REPORT-PURGED
                   ELSE
                       ADD 1 TO WS-REPORT-HELD
                   END-IF
                   MOVE RGEN-RUN-TIMESTAMP TO WS-REPORT-LATEST
           END-READ.

       F-120-SHOW-ONE-REPORT.
           IF WS-LINE-NO > 20
               DISPLAY "PRESS ENTER FOR MORE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 26
               DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN
               PERFORM F-150-SHOW-LIST-HEADING
           END-IF.
           MOVE WS-LAST-REPORT-NAME TO RDL-REPORT-NAME
           MOVE WS-REPORT-HELD      TO RDL-HELD
           MOVE WS-REPORT-PURGED    TO RDL-PURGED
           MOVE WS-REPORT-LATEST    TO RDL-LATEST
           DISPLAY REPORT-DETAIL-LINE LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.

       F-150-SHOW-LIST-HEADING.
           DISPLAY "REPORTS ON FILE" LINE 2 COLUMN 20.
           DISPLAY "REPORT NAME" LINE 4 COLUMN 4.
           DISPLAY "HELD  PURGED  LATEST RUN" LINE 4 COLUMN 36.
           MOVE 5 TO WS-LINE-NO.

       C-100-CLOSE-FILES.
           CLOSE REPORT-GENERATION-FILE
           CLOSE RUN-LOG-FILE.

       END PROGRAM REPORT-REPRINT.
