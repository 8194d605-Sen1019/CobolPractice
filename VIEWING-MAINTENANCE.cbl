       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIEWING-MAINTENANCE.

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

       DATA DIVISION.
       FILE SECTION.
       FD  VIEWING-FILE.
           COPY VIEWREC.

       FD  PROSPECT-MASTER.
           COPY PROSPECTREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       WORKING-STORAGE SECTION.
       01  WS-VIEWING-STATUS            PIC XX.
       01  WS-PROSPECT-STATUS           PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-CLASH-FOUND               PIC X.
           88  CLASH-WAS-FOUND              VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-MAX-SEQUENCE              PIC 9(5).
       01  WS-LINE-NO                   PIC 99.
       01  WS-ENTRY-COUNT               PIC 9(5).
       01  WS-SELECT-PROP-ID            PIC X(6).

      *>   Two viewings of the same property closer together than
      *>   this are a double booking.
       01  WS-SLOT-MINUTES              PIC 9(3)  VALUE 30.
       01  WS-TIME-PARTS.
           05  WS-TIME-HH               PIC 99.
           05  WS-TIME-MM               PIC 99.
       01  WS-NEW-MINUTES               PIC 9(4).
       01  WS-OLD-MINUTES               PIC 9(4).
       01  WS-GAP-MINUTES               PIC S9(4).
       01  WS-CLASH-VIEW-ID             PIC X(6).

       01  VIEWING-LIST-LINE.
           05  VLL-VIEW-ID              PIC X(8).
           05  VLL-DATE                 PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VLL-TIME                 PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VLL-PROSPECT-ID          PIC X(8).
           05  VLL-NEGOTIATOR           PIC X(10).
           05  VLL-OUTCOME              PIC X(16).

       COPY VIEWREC REPLACING ==VIEWING-RECORD==
           BY ==CANDIDATE-VIEWING==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN I-O VIEWING-FILE.
           IF WS-VIEWING-STATUS = "35"
               OPEN OUTPUT VIEWING-FILE
               CLOSE VIEWING-FILE
               OPEN I-O VIEWING-FILE
           END-IF.

           OPEN INPUT PROSPECT-MASTER.
           OPEN INPUT PROPERTY-MASTER.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "VIEWING APPOINTMENTS" LINE 2 COLUMN 20.
           DISPLAY "1. BOOK A VIEWING"                LINE 4 COLUMN 10.
           DISPLAY "2. RECORD VIEWING OUTCOME"        LINE 5 COLUMN 10.
           DISPLAY "3. LIST A PROPERTY'S VIEWINGS"    LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                          LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                  LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                      LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-BOOK-VIEWING
               WHEN "2"
                   PERFORM E-100-RECORD-OUTCOME
               WHEN "3"
                   PERFORM F-100-LIST-VIEWINGS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   BOOK -- an open prospect, a property, a slot and the
      *>   negotiator taking it.  A property that is let, or already
      *>   has a viewing in the slot, is warned about and the booking
      *>   left to the negotiator to confirm.
      *>   ---------------------------------------------------------
       D-100-BOOK-VIEWING.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BOOK A VIEWING" LINE 2 COLUMN 25.
           INITIALIZE CANDIDATE-VIEWING
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER PROSPECT ID: " LINE 4 COLUMN 10.
           ACCEPT PROSPECT-ID LINE 4 COLUMN 32.
           READ PROSPECT-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROSPECT ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   IF PROSPECT-IS-OPEN
                       DISPLAY PROSPECT-NAME LINE 4 COLUMN 40
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "PROSPECT IS NOT OPEN - STATUS IS "
                           PROSPECT-STATUS LINE 14 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE "N" TO SW-ENTRY-OK
               DISPLAY "ENTER PROPERTY ID: " LINE 5 COLUMN 10
               ACCEPT PROP-ID LINE 5 COLUMN 32
               READ PROPERTY-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH PROPERTY ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY PROP-STREET LINE 5 COLUMN 40
                       IF NOT PROP-STATUS-VACANT
                           DISPLAY "WARNING - PROPERTY IS NOT VACANT"
                               LINE 12 COLUMN 10
                       END-IF
                       MOVE "Y" TO SW-ENTRY-OK
               END-READ
           END-IF.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-SLOT
               PERFORM D-300-CHECK-DOUBLE-BOOKING
               IF CLASH-WAS-FOUND
                   DISPLAY "WARNING - DOUBLE BOOKED WITH VIEWING "
                       WS-CLASH-VIEW-ID LINE 13 COLUMN 10
               END-IF
               DISPLAY "BOOK THIS VIEWING (Y/N)? " LINE 15 COLUMN 10
               ACCEPT WS-CONFIRM LINE 15 COLUMN 36
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM D-400-SAVE-VIEWING
               ELSE
                   DISPLAY "NOT BOOKED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-PROMPT-SLOT.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "VIEWING DATE (YYYYMMDD): " LINE 6 COLUMN 10
               ACCEPT VIEW-DATE OF CANDIDATE-VIEWING LINE 6 COLUMN 40
               IF VIEW-DATE OF CANDIDATE-VIEWING < WS-TODAY-DATE
                   DISPLAY "DATE IS IN THE PAST - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "VIEWING TIME (HHMM): " LINE 7 COLUMN 10
               ACCEPT VIEW-TIME OF CANDIDATE-VIEWING LINE 7 COLUMN 40
               MOVE VIEW-TIME OF CANDIDATE-VIEWING TO WS-TIME-PARTS
               IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                   DISPLAY "INVALID TIME - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NEGOTIATOR (OPERATOR ID): " LINE 8 COLUMN 10
               ACCEPT VIEW-NEGOTIATOR OF CANDIDATE-VIEWING
                   LINE 8 COLUMN 40
               IF VIEW-NEGOTIATOR OF CANDIDATE-VIEWING = SPACES
                   DISPLAY "NEGOTIATOR IS REQUIRED"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           DISPLAY "NOTE: " LINE 9 COLUMN 10.
           ACCEPT VIEW-NOTE OF CANDIDATE-VIEWING LINE 9 COLUMN 40.

       D-300-CHECK-DOUBLE-BOOKING.
           MOVE "N" TO SW-CLASH-FOUND
           MOVE SPACES TO WS-CLASH-VIEW-ID
           MOVE VIEW-TIME OF CANDIDATE-VIEWING TO WS-TIME-PARTS
           COMPUTE WS-NEW-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE PROP-ID TO VIEW-PROP-ID OF VIEWING-RECORD
           START VIEWING-FILE KEY IS NOT LESS THAN
               VIEW-PROP-ID OF VIEWING-RECORD
               INVALID KEY
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VIEWING-STATUS
           END-START.
           PERFORM D-310-SCAN-PROPERTY-VIEWINGS
               UNTIL (WS-VIEWING-STATUS NOT = "00"
                   AND WS-VIEWING-STATUS NOT = "02")
               OR CLASH-WAS-FOUND.

       D-310-SCAN-PROPERTY-VIEWINGS.
           READ VIEWING-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT AT END
                   IF VIEW-PROP-ID OF VIEWING-RECORD NOT = PROP-ID
                       MOVE "10" TO WS-VIEWING-STATUS
                   ELSE
                       IF VIEW-DATE OF VIEWING-RECORD
                               = VIEW-DATE OF CANDIDATE-VIEWING
                           AND VIEW-IS-BOOKED OF VIEWING-RECORD
                           PERFORM D-320-COMPARE-SLOTS
                       END-IF
                   END-IF
           END-READ.

       D-320-COMPARE-SLOTS.
           MOVE VIEW-TIME OF VIEWING-RECORD TO WS-TIME-PARTS
           COMPUTE WS-OLD-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-GAP-MINUTES = WS-NEW-MINUTES - WS-OLD-MINUTES
           IF WS-GAP-MINUTES < ZERO
               COMPUTE WS-GAP-MINUTES = ZERO - WS-GAP-MINUTES
           END-IF.
           IF WS-GAP-MINUTES < WS-SLOT-MINUTES
               MOVE "Y" TO SW-CLASH-FOUND
               MOVE VIEW-ID OF VIEWING-RECORD TO WS-CLASH-VIEW-ID
           END-IF.

       D-400-SAVE-VIEWING.
           PERFORM D-410-ASSIGN-NEXT-VIEW-ID
           MOVE VIEW-ID OF VIEWING-RECORD
               TO VIEW-ID OF CANDIDATE-VIEWING
           MOVE PROSPECT-ID TO VIEW-PROSPECT-ID OF CANDIDATE-VIEWING
           MOVE PROP-ID TO VIEW-PROP-ID OF CANDIDATE-VIEWING
           SET VIEW-IS-BOOKED OF CANDIDATE-VIEWING TO TRUE
           MOVE WS-TODAY-DATE TO VIEW-BOOKED-DATE OF CANDIDATE-VIEWING
           MOVE ZERO TO VIEW-OUTCOME-DATE OF CANDIDATE-VIEWING
           MOVE CANDIDATE-VIEWING TO VIEWING-RECORD
           WRITE VIEWING-RECORD
           DISPLAY "VIEWING " VIEW-ID OF VIEWING-RECORD " BOOKED"
               LINE 16 COLUMN 10.

       D-410-ASSIGN-NEXT-VIEW-ID.
      *>   Viewing ids run G00001, G00002, ... -- a prefix of their
      *>   own, as prospects and applications have, so a viewing is
      *>   never mistaken for either.
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE LOW-VALUES TO VIEW-ID OF VIEWING-RECORD
           START VIEWING-FILE KEY IS NOT LESS THAN
               VIEW-ID OF VIEWING-RECORD
               INVALID KEY CONTINUE
           END-START.
           PERFORM D-411-SCAN-VIEW-IDS
               UNTIL WS-VIEWING-STATUS NOT = "00"
               AND WS-VIEWING-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE
           MOVE SPACES TO VIEW-ID OF VIEWING-RECORD
           STRING "G" WS-MAX-SEQUENCE
               DELIMITED BY SIZE INTO VIEW-ID OF VIEWING-RECORD.
           INSPECT VIEW-ID OF VIEWING-RECORD
               REPLACING ALL SPACE BY ZERO.

       D-411-SCAN-VIEW-IDS.
           READ VIEWING-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT AT END
                   MOVE VIEW-ID OF VIEWING-RECORD(2:5)
                       TO WS-MAX-SEQUENCE
           END-READ.

      *>   ---------------------------------------------------------
      *>   OUTCOME -- keyed once the viewing has happened (or been
      *>   called off).  The conversion report counts attended,
      *>   interested and not-interested viewings as having taken
      *>   place.
      *>   ---------------------------------------------------------
       E-100-RECORD-OUTCOME.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RECORD VIEWING OUTCOME" LINE 2 COLUMN 22.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY "ENTER VIEWING ID: " LINE 4 COLUMN 10.
           ACCEPT VIEW-ID OF VIEWING-RECORD LINE 4 COLUMN 32.
           READ VIEWING-FILE
               INVALID KEY
                   DISPLAY "NO SUCH VIEWING ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.
           IF ENTRY-IS-OK
               DISPLAY "PROPERTY " VIEW-PROP-ID OF VIEWING-RECORD
                   "  PROSPECT " VIEW-PROSPECT-ID OF VIEWING-RECORD
                   LINE 5 COLUMN 10
               DISPLAY "ON " VIEW-DATE OF VIEWING-RECORD
                   " AT " VIEW-TIME OF VIEWING-RECORD
                   " WITH " VIEW-NEGOTIATOR OF VIEWING-RECORD
                   LINE 6 COLUMN 10
               DISPLAY "CURRENT OUTCOME: "
                   VIEW-OUTCOME OF VIEWING-RECORD LINE 7 COLUMN 10
               DISPLAY "A ATTENDED  N NO-SHOW  I INTERESTED  "
                   "U NOT INTERESTED  C CANCELLED" LINE 9 COLUMN 10
               MOVE "N" TO SW-ENTRY-OK
               PERFORM UNTIL ENTRY-IS-OK
                   DISPLAY "OUTCOME: " LINE 10 COLUMN 10
                   ACCEPT VIEW-OUTCOME OF VIEWING-RECORD
                       LINE 10 COLUMN 20
                   IF VIEW-OUTCOME-IS-VALID OF VIEWING-RECORD
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "INVALID OUTCOME - TRY AGAIN"
                           LINE 14 COLUMN 10
                   END-IF
               END-PERFORM
               DISPLAY "NOTE: " VIEW-NOTE OF VIEWING-RECORD
                   LINE 11 COLUMN 10
               ACCEPT VIEW-NOTE OF VIEWING-RECORD LINE 11 COLUMN 16
               MOVE WS-TODAY-DATE TO VIEW-OUTCOME-DATE OF VIEWING-RECORD
               REWRITE VIEWING-RECORD
               DISPLAY "OUTCOME SAVED FOR " VIEW-ID OF VIEWING-RECORD
                   LINE 16 COLUMN 10
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

      *>   ---------------------------------------------------------
      *>   LIST -- a property's viewings, oldest first, one screen.
      *>   ---------------------------------------------------------
       F-100-LIST-VIEWINGS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY VIEWINGS" LINE 2 COLUMN 25.
           DISPLAY "ENTER PROPERTY ID: " LINE 3 COLUMN 4.
           ACCEPT WS-SELECT-PROP-ID LINE 3 COLUMN 24.
           DISPLAY "VIEWING DATE      TIME  PROSPECT NEGOTIATOR OUTCOME"
               LINE 5 COLUMN 4.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE WS-SELECT-PROP-ID TO VIEW-PROP-ID OF VIEWING-RECORD
           START VIEWING-FILE KEY IS NOT LESS THAN
               VIEW-PROP-ID OF VIEWING-RECORD
               INVALID KEY
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VIEWING-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-VIEWING
               UNTIL (WS-VIEWING-STATUS NOT = "00"
                   AND WS-VIEWING-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "NO VIEWINGS ON FILE" LINE 6 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-VIEWING.
           READ VIEWING-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-VIEWING-STATUS
               NOT AT END
                   IF VIEW-PROP-ID OF VIEWING-RECORD
                           NOT = WS-SELECT-PROP-ID
                       MOVE "10" TO WS-VIEWING-STATUS
                   ELSE
                       MOVE VIEW-ID OF VIEWING-RECORD TO VLL-VIEW-ID
                       MOVE VIEW-DATE OF VIEWING-RECORD TO VLL-DATE
                       MOVE VIEW-TIME OF VIEWING-RECORD TO VLL-TIME
                       MOVE VIEW-PROSPECT-ID OF VIEWING-RECORD
                           TO VLL-PROSPECT-ID
                       MOVE VIEW-NEGOTIATOR OF VIEWING-RECORD
                           TO VLL-NEGOTIATOR
                       PERFORM F-120-NAME-OUTCOME
                       DISPLAY VIEWING-LIST-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-ENTRY-COUNT
                       ADD 1 TO WS-LINE-NO
                   END-IF
           END-READ.

       F-120-NAME-OUTCOME.
           EVALUATE TRUE
               WHEN VIEW-IS-BOOKED OF VIEWING-RECORD
                   MOVE "BOOKED"         TO VLL-OUTCOME
               WHEN VIEW-IS-ATTENDED OF VIEWING-RECORD
                   MOVE "ATTENDED"       TO VLL-OUTCOME
               WHEN VIEW-IS-NO-SHOW OF VIEWING-RECORD
                   MOVE "NO-SHOW"        TO VLL-OUTCOME
               WHEN VIEW-IS-INTERESTED OF VIEWING-RECORD
                   MOVE "INTERESTED"     TO VLL-OUTCOME
               WHEN VIEW-IS-NOT-INTERESTED OF VIEWING-RECORD
                   MOVE "NOT INTERESTED" TO VLL-OUTCOME
               WHEN OTHER
                   MOVE "CANCELLED"      TO VLL-OUTCOME
           END-EVALUATE.

       C-100-CLOSE-FILES.
           CLOSE VIEWING-FILE.
           CLOSE PROSPECT-MASTER.
           CLOSE PROPERTY-MASTER.

       END PROGRAM VIEWING-MAINTENANCE.
