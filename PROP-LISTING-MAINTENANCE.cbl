       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROP-LISTING-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  WS-BRANCH-STATUS             PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".
       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-BRANCHES-ON-FILE          PIC X.
           88  BRANCHES-ARE-ON-FILE         VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".

       01  WS-NEW-BRANCH                PIC X(3).
       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-RENT-EDITED               PIC ZZZ,ZZ9.99.

       COPY PROPREC REPLACING ==PROPERTY-RECORD==
           BY ==CANDIDATE-PROPERTY==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           PERFORM A-200-SIGN-ON.
           MOVE "N" TO SW-DONE
           IF NOT OPERATOR-IS-SIGNED-ON
               MOVE "Y" TO SW-DONE
           END-IF.
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN I-O PROPERTY-MASTER.
           IF WS-PROPERTY-STATUS = "35"
               OPEN OUTPUT PROPERTY-MASTER
               CLOSE PROPERTY-MASTER
               OPEN I-O PROPERTY-MASTER
           END-IF.
           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.
           MOVE "Y" TO SW-BRANCHES-ON-FILE
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS NOT = "00"
               MOVE "N" TO SW-BRANCHES-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- the operator's branch decides which properties
      *>   can be changed here; head office can change any of them.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY LISTING DETAILS - SIGN ON"
               LINE 2 COLUMN 20.
           DISPLAY "OPERATOR ID: " LINE 4 COLUMN 10.
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID LINE 4 COLUMN 24.
           IF OPERATORS-ARE-ON-FILE
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SIGNED-ON
               END-READ
           END-IF.
           IF NOT OPERATOR-IS-SIGNED-ON
               DISPLAY "OPERATOR NOT ON FILE" LINE 14 COLUMN 10
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 29
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY LISTING DETAILS" LINE 2 COLUMN 20.
           DISPLAY "1. SET A PROPERTY'S LISTING DETAILS"
               LINE 4 COLUMN 10.
           DISPLAY "2. MOVE A PROPERTY TO ANOTHER BRANCH"
               LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"         LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->" LINE 7 COLUMN 10.
           ACCEPT WS-MENU-CHOICE     LINE 7 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-SET-LISTING
               WHEN "2"
                   PERFORM E-100-SET-BRANCH
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 9 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   What the portals show for the property.  Each field is
      *>   keyed over the value on file; PORTAL-LISTING-FEED sends
      *>   nothing for a property with no bedrooms, type or
      *>   description yet, so a half-keyed listing is never
      *>   advertised.
      *>   ---------------------------------------------------------
       D-100-SET-LISTING.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PROPERTY LISTING DETAILS" LINE 2 COLUMN 20.
           DISPLAY "ENTER PROPERTY ID: " LINE 4 COLUMN 10.
           ACCEPT PROP-ID OF PROPERTY-RECORD LINE 4 COLUMN 32.
           READ PROPERTY-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROPERTY ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-100-CHECK-BRANCH
                   IF BRANCH-IS-OK
                       MOVE PROPERTY-RECORD TO CANDIDATE-PROPERTY
                       DISPLAY PROP-STREET OF PROPERTY-RECORD
                           LINE 4 COLUMN 40
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "PROPERTY IS NOT IN YOUR BRANCH"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-LISTING-FIELDS
               DISPLAY "SAVE THESE DETAILS (Y/N)? " LINE 13 COLUMN 10
               ACCEPT WS-CONFIRM LINE 13 COLUMN 37
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE CANDIDATE-PROPERTY TO PROPERTY-RECORD
                   REWRITE PROPERTY-RECORD
                   DISPLAY "LISTING SAVED FOR "
                       PROP-ID OF PROPERTY-RECORD
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT SAVED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-PROMPT-LISTING-FIELDS.
           DISPLAY "BEDROOMS (00 = STUDIO/ROOM): "
               PROP-BEDROOMS OF CANDIDATE-PROPERTY LINE 5 COLUMN 10.
           ACCEPT PROP-BEDROOMS OF CANDIDATE-PROPERTY
               LINE 5 COLUMN 50.

           DISPLAY "H HOUSE  F FLAT  B BUNGALOW  M MAISONETTE  "
               "S STUDIO  R ROOM" LINE 18 COLUMN 10.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "TYPE H/F/B/M/S/R: "
                   PROP-TYPE OF CANDIDATE-PROPERTY LINE 6 COLUMN 10
               ACCEPT PROP-TYPE OF CANDIDATE-PROPERTY
                   LINE 6 COLUMN 50
               IF PROP-TYPE-IS-VALID OF CANDIDATE-PROPERTY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "INVALID PROPERTY TYPE - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "FURNISHED F/P/U: "
                   PROP-FURNISHED OF CANDIDATE-PROPERTY
                   LINE 7 COLUMN 10
               ACCEPT PROP-FURNISHED OF CANDIDATE-PROPERTY
                   LINE 7 COLUMN 50
               IF PROP-FURNISHED-IS-VALID OF CANDIDATE-PROPERTY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ENTER F, P OR U - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "PETS Y/N/C (C = BY CONSENT): "
                   PROP-PET-POLICY OF CANDIDATE-PROPERTY
                   LINE 8 COLUMN 10
               ACCEPT PROP-PET-POLICY OF CANDIDATE-PROPERTY
                   LINE 8 COLUMN 50
               IF PROP-PET-POLICY-IS-VALID OF CANDIDATE-PROPERTY
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "ENTER Y, N OR C - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

           DISPLAY "AVAILABLE FROM (0 = WHEN EMPTY): "
               PROP-AVAILABLE-DATE OF CANDIDATE-PROPERTY
               LINE 9 COLUMN 10.
           ACCEPT PROP-AVAILABLE-DATE OF CANDIDATE-PROPERTY
               LINE 9 COLUMN 50.

           MOVE PROP-MONTHLY-RENT OF CANDIDATE-PROPERTY
               TO WS-RENT-EDITED
           DISPLAY "ASKING RENT PCM (0 = " WS-RENT-EDITED "): "
               LINE 10 COLUMN 10.
           ACCEPT PROP-ASKING-RENT OF CANDIDATE-PROPERTY
               LINE 10 COLUMN 50.

           DISPLAY "DESCRIPTION:" LINE 11 COLUMN 10.
           DISPLAY PROP-DESCRIPTION OF CANDIDATE-PROPERTY
               LINE 12 COLUMN 1.
           ACCEPT PROP-DESCRIPTION OF CANDIDATE-PROPERTY
               LINE 12 COLUMN 1.

      *>   ---------------------------------------------------------
      *>   BRANCH -- which office manages the property.  Only head
      *>   office moves a property between branches; the new branch
      *>   must be on the branch register.
      *>   ---------------------------------------------------------
       E-100-SET-BRANCH.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "MOVE A PROPERTY TO ANOTHER BRANCH" LINE 2 COLUMN 20.
           MOVE "N" TO SW-ENTRY-OK
           IF NOT OPER-IS-HEAD-OFFICE
               DISPLAY "HEAD-OFFICE OPERATORS ONLY" LINE 14 COLUMN 10
           ELSE
               PERFORM E-110-FIND-PROPERTY
           END-IF.
           IF ENTRY-IS-OK
               PERFORM E-200-PROMPT-BRANCH
               DISPLAY "SAVE THE NEW BRANCH (Y/N)? " LINE 10 COLUMN 10
               ACCEPT WS-CONFIRM LINE 10 COLUMN 38
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-NEW-BRANCH
                       TO PROP-BRANCH-CODE OF PROPERTY-RECORD
                   REWRITE PROPERTY-RECORD
                   DISPLAY "BRANCH SAVED FOR "
                       PROP-ID OF PROPERTY-RECORD
                       LINE 16 COLUMN 10
               ELSE
                   DISPLAY "NOT SAVED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-FIND-PROPERTY.
           DISPLAY "ENTER PROPERTY ID: " LINE 4 COLUMN 10.
           ACCEPT PROP-ID OF PROPERTY-RECORD LINE 4 COLUMN 32.
           READ PROPERTY-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH PROPERTY ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   DISPLAY PROP-STREET OF PROPERTY-RECORD
                       LINE 4 COLUMN 40
                   DISPLAY "CURRENT BRANCH: "
                       PROP-BRANCH-CODE OF PROPERTY-RECORD
                       LINE 6 COLUMN 10
                   MOVE "Y" TO SW-ENTRY-OK
           END-READ.

       E-200-PROMPT-BRANCH.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               MOVE SPACES TO WS-NEW-BRANCH
               DISPLAY "NEW BRANCH CODE: " LINE 8 COLUMN 10
               ACCEPT WS-NEW-BRANCH LINE 8 COLUMN 28
               MOVE WS-NEW-BRANCH TO BRANCH-CODE
               IF BRANCHES-ARE-ON-FILE
                   READ BRANCH-FILE
                       INVALID KEY
                           DISPLAY "NO SUCH BRANCH ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           MOVE "Y" TO SW-ENTRY-OK
                   END-READ
               ELSE
                   DISPLAY "NO BRANCHES ON FILE" LINE 14 COLUMN 10
               END-IF
           END-PERFORM.

      *>   A branch operator sees only their own branch's properties;
      *>   a property not yet given a branch is left to head office.
       Z-100-CHECK-BRANCH.
           MOVE "N" TO SW-BRANCH-OK
           IF OPER-IS-HEAD-OFFICE
               MOVE "Y" TO SW-BRANCH-OK
           ELSE
               IF PROP-BRANCH-CODE OF PROPERTY-RECORD NOT = SPACES
                  AND PROP-BRANCH-CODE OF PROPERTY-RECORD
                      = OPER-BRANCH-CODE
                   MOVE "Y" TO SW-BRANCH-OK
               END-IF
           END-IF.

       C-100-CLOSE-FILES.
           CLOSE PROPERTY-MASTER.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.
           IF BRANCHES-ARE-ON-FILE
               CLOSE BRANCH-FILE
           END-IF.

       END PROGRAM PROP-LISTING-MAINTENANCE.
