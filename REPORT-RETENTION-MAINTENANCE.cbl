       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETENTION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-RETENTION-FILE
               ASSIGN TO "report_retention.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRET-REPORT-NAME
               FILE STATUS IS WS-RRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-RETENTION-FILE.
           COPY RPTRETREC.

       WORKING-STORAGE SECTION.
       01  WS-RRET-STATUS               PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  WS-ENTRY-NAME                PIC X(30).
       01  WS-ENTRY-DAYS                PIC 9(4).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-PERIOD-COUNT              PIC 9(3).
       01  WS-LINE-NO                   PIC 99.
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.

       01  RETENTION-DETAIL-LINE.
           05  RDL-REPORT-NAME          PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-RETAIN-DAYS          PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RDL-UPDATED-BY           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-UPDATED-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN I-O REPORT-RETENTION-FILE.
           IF WS-RRET-STATUS = "35"
               OPEN OUTPUT REPORT-RETENTION-FILE
               CLOSE REPORT-RETENTION-FILE
               OPEN I-O REPORT-RETENTION-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REPORT RETENTION PERIODS"
               LINE 2 COLUMN 20.
           DISPLAY "1. SET A RETENTION PERIOD"    LINE 4 COLUMN 10.
           DISPLAY "2. REMOVE A RETENTION PERIOD" LINE 5 COLUMN 10.
           DISPLAY "3. LIST RETENTION PERIODS"    LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                      LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"              LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                  LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-SET-PERIOD
               WHEN "2"
                   PERFORM E-100-REMOVE-PERIOD
               WHEN "3"
                   PERFORM F-100-LIST-PERIODS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   SET -- the report is named as its print file is, without
      *>   the extension ("vat_analysis", "owner_disbursement"), the
      *>   same name REPORT-REPRINT lists.  DEFAULT covers every report
      *>   without a period of its own.  A period is in calendar days;
      *>   zero keeps every generation.  The report's next run applies
      *>   the change.
      *>   ---------------------------------------------------------
       D-100-SET-PERIOD.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "SET A RETENTION PERIOD" LINE 2 COLUMN 22.
           MOVE SPACES TO WS-ENTRY-NAME
           DISPLAY "REPORT NAME (OR DEFAULT): " LINE 4 COLUMN 10.
           ACCEPT WS-ENTRY-NAME LINE 4 COLUMN 37.
           IF WS-ENTRY-NAME = "default"
               MOVE "DEFAULT" TO WS-ENTRY-NAME
           END-IF.
           IF WS-ENTRY-NAME = SPACES
               DISPLAY "A REPORT NAME IS REQUIRED" LINE 14 COLUMN 10
           ELSE
               MOVE WS-ENTRY-NAME TO RRET-REPORT-NAME
               READ REPORT-RETENTION-FILE
                   INVALID KEY
                       DISPLAY "NO PERIOD SET AT PRESENT"
                           LINE 6 COLUMN 10
                       PERFORM D-200-PROMPT-AND-SAVE
                   NOT INVALID KEY
                       DISPLAY "CURRENT PERIOD (DAYS): "
                           LINE 6 COLUMN 10
                       DISPLAY RRET-RETAIN-DAYS LINE 6 COLUMN 34
                       PERFORM D-200-PROMPT-AND-SAVE
               END-READ
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       D-200-PROMPT-AND-SAVE.
           MOVE ZERO TO WS-ENTRY-DAYS
           DISPLAY "KEEP FOR (DAYS, 0 = ALWAYS): " LINE 8 COLUMN 10.
           ACCEPT WS-ENTRY-DAYS LINE 8 COLUMN 40.
           DISPLAY "OPERATOR ID: " LINE 9 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 9 COLUMN 24.
           MOVE WS-ENTRY-NAME  TO RRET-REPORT-NAME
           MOVE WS-ENTRY-DAYS  TO RRET-RETAIN-DAYS
           MOVE WS-OPERATOR-ID TO RRET-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RRET-UPDATED-DATE
           WRITE REPORT-RETENTION-RECORD
               INVALID KEY
                   REWRITE REPORT-RETENTION-RECORD
                       INVALID KEY
                           DISPLAY "COULD NOT SAVE - STATUS "
                               WS-RRET-STATUS LINE 16 COLUMN 10
                   END-REWRITE
           END-WRITE.
           IF WS-RRET-STATUS = "00"
               DISPLAY "RETENTION PERIOD SAVED" LINE 16 COLUMN 10
           END-IF.

      *>   ---------------------------------------------------------
      *>   REMOVE -- the report falls back to the DEFAULT period, or
      *>   keeps everything if DEFAULT itself is removed.
      *>   ---------------------------------------------------------
       E-100-REMOVE-PERIOD.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REMOVE A RETENTION PERIOD" LINE 2 COLUMN 22.
           MOVE SPACES TO WS-ENTRY-NAME
           DISPLAY "REPORT NAME (OR DEFAULT): " LINE 4 COLUMN 10.
           ACCEPT WS-ENTRY-NAME LINE 4 COLUMN 37.
           IF WS-ENTRY-NAME = "default"
               MOVE "DEFAULT" TO WS-ENTRY-NAME
           END-IF.
           MOVE WS-ENTRY-NAME TO RRET-REPORT-NAME
           READ REPORT-RETENTION-FILE
               INVALID KEY
                   DISPLAY "NO PERIOD SET FOR THAT REPORT"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "CURRENT PERIOD (DAYS): " LINE 6 COLUMN 10
                   DISPLAY RRET-RETAIN-DAYS LINE 6 COLUMN 34
                   DISPLAY "REMOVE THIS PERIOD (Y/N)? " LINE 8 COLUMN 10
                   ACCEPT WS-CONFIRM LINE 8 COLUMN 36
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       DELETE REPORT-RETENTION-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       DISPLAY "RETENTION PERIOD REMOVED"
                           LINE 10 COLUMN 10
                   ELSE
                       DISPLAY "PERIOD KEPT" LINE 10 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       F-100-LIST-PERIODS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REPORT RETENTION PERIODS" LINE 2 COLUMN 22.
           DISPLAY "REPORT NAME" LINE 4 COLUMN 4.
           DISPLAY "DAYS" LINE 4 COLUMN 36.
           DISPLAY "BY"   LINE 4 COLUMN 44.
           DISPLAY "SET ON" LINE 4 COLUMN 54.
           MOVE ZERO TO WS-PERIOD-COUNT
           MOVE 5 TO WS-LINE-NO
           MOVE LOW-VALUES TO RRET-REPORT-NAME
           START REPORT-RETENTION-FILE
               KEY IS NOT LESS THAN RRET-REPORT-NAME
               INVALID KEY
                   MOVE "10" TO WS-RRET-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-RRET-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-PERIOD
               UNTIL WS-RRET-STATUS NOT = "00"
               OR WS-LINE-NO > 20.
           IF WS-PERIOD-COUNT = ZERO
               DISPLAY "NO PERIODS SET - EVERY REPORT RUN IS KEPT"
                   LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-PERIOD.
           READ REPORT-RETENTION-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RRET-STATUS
               NOT AT END
                   MOVE RRET-REPORT-NAME  TO RDL-REPORT-NAME
                   MOVE RRET-RETAIN-DAYS  TO RDL-RETAIN-DAYS
                   MOVE RRET-UPDATED-BY   TO RDL-UPDATED-BY
                   MOVE RRET-UPDATED-DATE TO RDL-UPDATED-DATE
                   DISPLAY RETENTION-DETAIL-LINE
                       LINE WS-LINE-NO COLUMN 4
                   ADD 1 TO WS-PERIOD-COUNT
                   ADD 1 TO WS-LINE-NO
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE REPORT-RETENTION-FILE.

       END PROGRAM REPORT-RETENTION-MAINTENANCE.
