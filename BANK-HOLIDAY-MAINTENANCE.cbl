       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-HOLIDAY-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-HOLIDAY-FILE ASSIGN TO "bank_holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-HOLIDAY-FILE.
           COPY BANKHOLREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS            PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".

       01  WS-ENTRY-DATE                PIC 9(8).
       01  WS-ENTRY-INT                 PIC 9(7).
       01  WS-ENTRY-WEEKS               PIC 9(7).
       01  WS-ENTRY-WEEKDAY             PIC 9.
       01  WS-FROM-YEAR                 PIC 9(4).
       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-HOLIDAY-COUNT             PIC 9(3).
       01  WS-LINE-NO                   PIC 99.
       01  WS-CONFIRM                   PIC X.
       01  WS-PAUSE                     PIC X.

       01  HOLIDAY-DETAIL-LINE.
           05  HDL-DATE                 PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDL-ADDED-BY             PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN I-O BANK-HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35"
               OPEN OUTPUT BANK-HOLIDAY-FILE
               CLOSE BANK-HOLIDAY-FILE
               OPEN I-O BANK-HOLIDAY-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "NON-WORKING DAY CALENDAR"
               LINE 2 COLUMN 20.
           DISPLAY "1. ADD A BANK HOLIDAY"      LINE 4 COLUMN 10.
           DISPLAY "2. REMOVE A BANK HOLIDAY"   LINE 5 COLUMN 10.
           DISPLAY "3. LIST BANK HOLIDAYS"      LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                    LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"            LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-ADD-HOLIDAY
               WHEN "2"
                   PERFORM E-100-REMOVE-HOLIDAY
               WHEN "3"
                   PERFORM F-100-LIST-HOLIDAYS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   ADD -- one date at a time, as each year's bank holidays are
      *>   announced.  Weekends are already non-working days to every
      *>   job that reads this calendar, so a Saturday or Sunday is
      *>   refused; a substitute day goes in as the weekday it falls
      *>   on.
      *>   ---------------------------------------------------------
       D-100-ADD-HOLIDAY.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD A BANK HOLIDAY" LINE 2 COLUMN 22.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DATE (YYYYMMDD): " LINE 4 COLUMN 10
               ACCEPT WS-ENTRY-DATE LINE 4 COLUMN 28
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE) NOT = 0
                   DISPLAY "NOT A VALID DATE - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   COMPUTE WS-ENTRY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
                   DIVIDE WS-ENTRY-INT BY 7 GIVING WS-ENTRY-WEEKS
                       REMAINDER WS-ENTRY-WEEKDAY
      *>           Day 1 of the integer calendar was a Monday, so a
      *>           remainder of 6 is a Saturday and 0 a Sunday.
                   IF WS-ENTRY-WEEKDAY = 6 OR WS-ENTRY-WEEKDAY = 0
                       DISPLAY "WEEKENDS ARE ALREADY NON-WORKING DAYS"
                           LINE 14 COLUMN 10
                   ELSE
                       MOVE "Y" TO SW-ENTRY-OK
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ENTRY-DATE TO BHOL-DATE
           READ BANK-HOLIDAY-FILE
               INVALID KEY
                   PERFORM D-200-PROMPT-AND-SAVE
               NOT INVALID KEY
                   DISPLAY "ALREADY ON THE CALENDAR: " BHOL-DESCRIPTION
                       LINE 6 COLUMN 10
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       D-200-PROMPT-AND-SAVE.
           MOVE SPACES TO BHOL-DESCRIPTION
           DISPLAY "DESCRIPTION: " LINE 6 COLUMN 10.
           ACCEPT BHOL-DESCRIPTION LINE 6 COLUMN 24.
           DISPLAY "OPERATOR ID: " LINE 7 COLUMN 10.
           ACCEPT WS-OPERATOR-ID LINE 7 COLUMN 24.
           MOVE WS-ENTRY-DATE  TO BHOL-DATE
           MOVE WS-OPERATOR-ID TO BHOL-ADDED-BY
           WRITE BANK-HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "COULD NOT ADD - STATUS " WS-HOLIDAY-STATUS
                       LINE 16 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "BANK HOLIDAY ADDED FOR " BHOL-DATE
                       LINE 16 COLUMN 10
           END-WRITE.

      *>   ---------------------------------------------------------
      *>   REMOVE -- a date keyed in error.  Runs already made against
      *>   the date are not revisited; only later runs see the change.
      *>   ---------------------------------------------------------
       E-100-REMOVE-HOLIDAY.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "REMOVE A BANK HOLIDAY" LINE 2 COLUMN 22.
           DISPLAY "DATE (YYYYMMDD): " LINE 4 COLUMN 10.
           ACCEPT WS-ENTRY-DATE LINE 4 COLUMN 28.
           MOVE WS-ENTRY-DATE TO BHOL-DATE
           READ BANK-HOLIDAY-FILE
               INVALID KEY
                   DISPLAY "DATE NOT ON THE CALENDAR"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   DISPLAY BHOL-DESCRIPTION LINE 6 COLUMN 10
                   DISPLAY "REMOVE THIS DATE (Y/N)? " LINE 8 COLUMN 10
                   ACCEPT WS-CONFIRM LINE 8 COLUMN 35
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       DELETE BANK-HOLIDAY-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       DISPLAY "BANK HOLIDAY REMOVED"
                           LINE 10 COLUMN 10
                   ELSE
                       DISPLAY "DATE KEPT" LINE 10 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       F-100-LIST-HOLIDAYS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BANK HOLIDAYS" LINE 2 COLUMN 22.
           DISPLAY "LIST FROM YEAR (YYYY): " LINE 3 COLUMN 4.
           ACCEPT WS-FROM-YEAR LINE 3 COLUMN 28.
           DISPLAY "DATE      DESCRIPTION                     ADDED BY"
               LINE 4 COLUMN 4.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE 5 TO WS-LINE-NO
           COMPUTE BHOL-DATE = WS-FROM-YEAR * 10000 + 101
           START BANK-HOLIDAY-FILE KEY IS NOT LESS THAN BHOL-DATE
               INVALID KEY
                   MOVE "10" TO WS-HOLIDAY-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-HOLIDAY-STATUS
           END-START.
      *>   One screen's worth -- sixteen lines -- is well over a
      *>   year's bank holidays.
           PERFORM F-110-SHOW-ONE-HOLIDAY
               UNTIL (WS-HOLIDAY-STATUS NOT = "00"
               AND WS-HOLIDAY-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-HOLIDAY-COUNT = ZERO
               DISPLAY "NO BANK HOLIDAYS ON FILE FROM THAT YEAR"
                   LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-HOLIDAY.
           READ BANK-HOLIDAY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLIDAY-STATUS
               NOT AT END
                   MOVE BHOL-DATE        TO HDL-DATE
                   MOVE BHOL-DESCRIPTION TO HDL-DESCRIPTION
                   MOVE BHOL-ADDED-BY    TO HDL-ADDED-BY
                   DISPLAY HOLIDAY-DETAIL-LINE LINE WS-LINE-NO COLUMN 4
                   ADD 1 TO WS-HOLIDAY-COUNT
                   ADD 1 TO WS-LINE-NO
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE BANK-HOLIDAY-FILE.

       END PROGRAM BANK-HOLIDAY-MAINTENANCE.
