       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-STATUS             PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".
       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-RECORD-FOUND              PIC X.
           88  RECORD-WAS-FOUND             VALUE "Y".
      *>   Set while the operator register is still empty: the first
      *>   operator keyed sets the register up and is always head
      *>   office, so someone can sign on here afterwards.
       01  SW-FIRST-SETUP               PIC X.
           88  FIRST-SETUP                  VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-SIGNED-ON-ID              PIC X(8).
       01  WS-ENTRY-NAME                PIC X(30).
       01  WS-ENTRY-BRANCH              PIC X(3).
       01  WS-ENTRY-LEVEL               PIC X.
       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(3).
       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.

       01  BRANCH-DETAIL-LINE.
           05  BDL-CODE                 PIC X(3).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  BDL-NAME                 PIC X(30).

       01  OPERATOR-DETAIL-LINE.
           05  ODL-ID                   PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ODL-NAME                 PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ODL-BRANCH               PIC X(3).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  ODL-LEVEL                PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           MOVE "N" TO SW-DONE
           PERFORM A-200-SIGN-ON.
           PERFORM B-100-SHOW-MENU
               UNTIL MAINTENANCE-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O BRANCH-FILE.
           IF WS-BRANCH-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
               CLOSE BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   Only a head-office operator keeps the branch and operator
      *>   registers.  Until the first operator is on file there is
      *>   nobody to sign on as, so an empty register lets the screen
      *>   straight in to set up that first head-office operator.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-FIRST-SETUP
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE "Y" TO SW-FIRST-SETUP
           END-START.
           IF FIRST-SETUP
               MOVE SPACES TO WS-SIGNED-ON-ID
           ELSE
               PERFORM A-210-CHECK-OPERATOR
           END-IF.

       A-210-CHECK-OPERATOR.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BRANCHES AND OPERATORS - SIGN ON"
               LINE 2 COLUMN 20.
           DISPLAY "OPERATOR ID: " LINE 4 COLUMN 10.
           ACCEPT WS-SIGNED-ON-ID LINE 4 COLUMN 24.
           MOVE WS-SIGNED-ON-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE" LINE 14 COLUMN 10
                   MOVE "Y" TO SW-DONE
               NOT INVALID KEY
                   IF NOT OPER-IS-HEAD-OFFICE
                       DISPLAY "HEAD-OFFICE OPERATORS ONLY"
                           LINE 14 COLUMN 10
                       MOVE "Y" TO SW-DONE
                   END-IF
           END-READ.
           IF MAINTENANCE-IS-DONE
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10
               ACCEPT WS-PAUSE LINE 22 COLUMN 35
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BRANCHES AND OPERATORS" LINE 2 COLUMN 20.
           DISPLAY "1. ADD OR CHANGE A BRANCH"   LINE 4 COLUMN 10.
           DISPLAY "2. ADD OR CHANGE AN OPERATOR" LINE 5 COLUMN 10.
           DISPLAY "3. LIST BRANCHES"            LINE 6 COLUMN 10.
           DISPLAY "4. LIST OPERATORS"           LINE 7 COLUMN 10.
           DISPLAY "X. EXIT"                     LINE 8 COLUMN 10.
           IF FIRST-SETUP
               DISPLAY "NO OPERATORS ON FILE - ADD A HEAD-OFFICE"
                   LINE 12 COLUMN 10
               DISPLAY "OPERATOR FIRST (OPTION 2)" LINE 13 COLUMN 10
           END-IF.
           DISPLAY "ENTER CHOICE ->"             LINE 10 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                 LINE 10 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-MAINTAIN-BRANCH
               WHEN "2"
                   PERFORM E-100-MAINTAIN-OPERATOR
               WHEN "3"
                   PERFORM F-100-LIST-BRANCHES
               WHEN "4"
                   PERFORM F-200-LIST-OPERATORS
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   BRANCH -- add a new office or rename one.  A branch is never
      *>   deleted: properties and operators go on carrying its code.
      *>   ---------------------------------------------------------
       D-100-MAINTAIN-BRANCH.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD OR CHANGE A BRANCH" LINE 2 COLUMN 22.
           MOVE SPACES TO BRANCH-CODE
           DISPLAY "BRANCH CODE: " LINE 4 COLUMN 10.
           ACCEPT BRANCH-CODE LINE 4 COLUMN 24.
           IF BRANCH-CODE = SPACES
               DISPLAY "A BRANCH CODE IS REQUIRED" LINE 14 COLUMN 10
           ELSE
               PERFORM D-110-KEY-BRANCH
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       D-110-KEY-BRANCH.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "N" TO SW-RECORD-FOUND
                   MOVE SPACES TO BRANCH-NAME
               NOT INVALID KEY
                   MOVE "Y" TO SW-RECORD-FOUND
                   DISPLAY "CURRENT NAME: " BRANCH-NAME
                       LINE 6 COLUMN 10
           END-READ.
           MOVE SPACES TO WS-ENTRY-NAME
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "BRANCH NAME: " LINE 7 COLUMN 10
               ACCEPT WS-ENTRY-NAME LINE 7 COLUMN 24
               IF WS-ENTRY-NAME = SPACES
                   IF RECORD-WAS-FOUND
                       MOVE BRANCH-NAME TO WS-ENTRY-NAME
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "A BRANCH NAME IS REQUIRED"
                           LINE 14 COLUMN 10
                   END-IF
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE WS-ENTRY-NAME TO BRANCH-NAME
           IF RECORD-WAS-FOUND
               REWRITE BRANCH-RECORD
                   INVALID KEY
                       DISPLAY "COULD NOT SAVE - STATUS "
                           WS-BRANCH-STATUS LINE 16 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "BRANCH UPDATED" LINE 16 COLUMN 10
               END-REWRITE
           ELSE
               WRITE BRANCH-RECORD
                   INVALID KEY
                       DISPLAY "COULD NOT SAVE - STATUS "
                           WS-BRANCH-STATUS LINE 16 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "BRANCH ADDED" LINE 16 COLUMN 10
               END-WRITE
           END-IF.

      *>   ---------------------------------------------------------
      *>   OPERATOR -- add a new operator or change an existing one's
      *>   name, branch or access.  A branch operator must belong to a
      *>   branch on file; a head-office operator may leave the branch
      *>   blank.  The signed-on operator cannot take away their own
      *>   head-office access, so the register is never left without
      *>   someone able to keep it.
      *>   ---------------------------------------------------------
       E-100-MAINTAIN-OPERATOR.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD OR CHANGE AN OPERATOR" LINE 2 COLUMN 22.
           MOVE SPACES TO OPER-ID
           DISPLAY "OPERATOR ID: " LINE 4 COLUMN 10.
           ACCEPT OPER-ID LINE 4 COLUMN 24.
           IF OPER-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED" LINE 14 COLUMN 10
           ELSE
               PERFORM E-110-KEY-OPERATOR
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10.
           ACCEPT WS-PAUSE LINE 22 COLUMN 35.

       E-110-KEY-OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "N" TO SW-RECORD-FOUND
                   MOVE SPACES TO OPER-NAME OPER-BRANCH-CODE
                                  OPER-ACCESS-LEVEL
               NOT INVALID KEY
                   MOVE "Y" TO SW-RECORD-FOUND
                   DISPLAY "CURRENT: " OPER-NAME " " OPER-BRANCH-CODE
                       " " OPER-ACCESS-LEVEL LINE 6 COLUMN 10
           END-READ.
           PERFORM E-200-PROMPT-NAME.
           PERFORM E-300-PROMPT-ACCESS.
           PERFORM E-400-PROMPT-BRANCH.
           DISPLAY "SAVE THIS OPERATOR (Y/N)? " LINE 12 COLUMN 10.
           ACCEPT WS-CONFIRM LINE 12 COLUMN 37.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM E-500-SAVE-OPERATOR
           ELSE
               DISPLAY "NOTHING SAVED" LINE 16 COLUMN 10
           END-IF.

       E-200-PROMPT-NAME.
           MOVE SPACES TO WS-ENTRY-NAME
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NAME: " LINE 8 COLUMN 10
               ACCEPT WS-ENTRY-NAME LINE 8 COLUMN 30
               IF WS-ENTRY-NAME = SPACES
                   IF RECORD-WAS-FOUND
                       MOVE OPER-NAME TO WS-ENTRY-NAME
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "A NAME IS REQUIRED" LINE 14 COLUMN 10
                   END-IF
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.

       E-300-PROMPT-ACCESS.
      *>   The first operator on an empty register is always head
      *>   office, so there is nothing to ask.
           MOVE "N" TO SW-ENTRY-OK
           IF FIRST-SETUP
               MOVE "H" TO WS-ENTRY-LEVEL
               DISPLAY "ACCESS (H/B): H - FIRST OPERATOR"
                   LINE 9 COLUMN 10
               MOVE "Y" TO SW-ENTRY-OK
           END-IF.
           PERFORM UNTIL ENTRY-IS-OK
               MOVE SPACES TO WS-ENTRY-LEVEL
               DISPLAY "ACCESS (H/B): " LINE 9 COLUMN 10
               ACCEPT WS-ENTRY-LEVEL LINE 9 COLUMN 30
               IF WS-ENTRY-LEVEL = SPACES
                   MOVE OPER-ACCESS-LEVEL TO WS-ENTRY-LEVEL
               END-IF
               IF WS-ENTRY-LEVEL = "h"
                   MOVE "H" TO WS-ENTRY-LEVEL
               END-IF
               IF WS-ENTRY-LEVEL = "b"
                   MOVE "B" TO WS-ENTRY-LEVEL
               END-IF
               IF WS-ENTRY-LEVEL NOT = "H" AND WS-ENTRY-LEVEL NOT = "B"
                   DISPLAY "ACCESS MUST BE H OR B" LINE 14 COLUMN 10
               ELSE
                   IF WS-ENTRY-LEVEL = "B"
                      AND OPER-ID = WS-SIGNED-ON-ID
                       DISPLAY "YOU CANNOT REMOVE YOUR OWN HEAD-OFFICE"
                           LINE 14 COLUMN 10
                   ELSE
                       MOVE "Y" TO SW-ENTRY-OK
                   END-IF
               END-IF
           END-PERFORM.

       E-400-PROMPT-BRANCH.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               MOVE SPACES TO WS-ENTRY-BRANCH
               DISPLAY "BRANCH CODE: " LINE 10 COLUMN 10
               ACCEPT WS-ENTRY-BRANCH LINE 10 COLUMN 30
               IF WS-ENTRY-BRANCH = SPACES
                   MOVE OPER-BRANCH-CODE TO WS-ENTRY-BRANCH
               END-IF
               IF WS-ENTRY-BRANCH = SPACES
                   IF WS-ENTRY-LEVEL = "H"
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "A BRANCH OPERATOR NEEDS A BRANCH"
                           LINE 14 COLUMN 10
                   END-IF
               ELSE
                   MOVE WS-ENTRY-BRANCH TO BRANCH-CODE
                   READ BRANCH-FILE
                       INVALID KEY
                           DISPLAY "NO SUCH BRANCH ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           MOVE "Y" TO SW-ENTRY-OK
                   END-READ
               END-IF
           END-PERFORM.

       E-500-SAVE-OPERATOR.
           MOVE WS-ENTRY-NAME   TO OPER-NAME
           MOVE WS-ENTRY-LEVEL  TO OPER-ACCESS-LEVEL
           MOVE WS-ENTRY-BRANCH TO OPER-BRANCH-CODE
           IF RECORD-WAS-FOUND
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "COULD NOT SAVE - STATUS "
                           WS-OPERATOR-STATUS LINE 16 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "OPERATOR UPDATED" LINE 16 COLUMN 10
               END-REWRITE
           ELSE
               IF FIRST-SETUP
                   MOVE OPER-ID TO WS-SIGNED-ON-ID
               END-IF
               MOVE WS-SIGNED-ON-ID TO OPER-ADDED-BY
               MOVE WS-TODAY-DATE   TO OPER-ADDED-DATE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "COULD NOT SAVE - STATUS "
                           WS-OPERATOR-STATUS LINE 16 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "OPERATOR ADDED" LINE 16 COLUMN 10
                       MOVE "N" TO SW-FIRST-SETUP
               END-WRITE
           END-IF.

       F-100-LIST-BRANCHES.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "BRANCHES" LINE 2 COLUMN 22.
           DISPLAY "CODE  NAME" LINE 4 COLUMN 4.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 5 TO WS-LINE-NO
           MOVE LOW-VALUES TO BRANCH-CODE
           START BRANCH-FILE KEY IS NOT LESS THAN BRANCH-CODE
               INVALID KEY
                   MOVE "10" TO WS-BRANCH-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BRANCH-STATUS
           END-START.
           PERFORM F-110-SHOW-ONE-BRANCH
               UNTIL (WS-BRANCH-STATUS NOT = "00"
               AND WS-BRANCH-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO BRANCHES ON FILE" LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-ONE-BRANCH.
           READ BRANCH-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BRANCH-STATUS
               NOT AT END
                   MOVE BRANCH-CODE TO BDL-CODE
                   MOVE BRANCH-NAME TO BDL-NAME
                   DISPLAY BRANCH-DETAIL-LINE LINE WS-LINE-NO COLUMN 4
                   ADD 1 TO WS-LIST-COUNT
                   ADD 1 TO WS-LINE-NO
           END-READ.

       F-200-LIST-OPERATORS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "OPERATORS" LINE 2 COLUMN 22.
           DISPLAY "ID        NAME                            BRANCH"
               LINE 4 COLUMN 4.
           DISPLAY "ACCESS" LINE 4 COLUMN 55.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 5 TO WS-LINE-NO
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE "10" TO WS-OPERATOR-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPERATOR-STATUS
           END-START.
           PERFORM F-210-SHOW-ONE-OPERATOR
               UNTIL (WS-OPERATOR-STATUS NOT = "00"
               AND WS-OPERATOR-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO OPERATORS ON FILE" LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-210-SHOW-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OPERATOR-STATUS
               NOT AT END
                   MOVE OPER-ID          TO ODL-ID
                   MOVE OPER-NAME        TO ODL-NAME
                   MOVE OPER-BRANCH-CODE TO ODL-BRANCH
                   IF OPER-IS-HEAD-OFFICE
                       MOVE "HEAD OFFICE" TO ODL-LEVEL
                   ELSE
                       MOVE "BRANCH"      TO ODL-LEVEL
                   END-IF
                   DISPLAY OPERATOR-DETAIL-LINE
                       LINE WS-LINE-NO COLUMN 4
                   ADD 1 TO WS-LIST-COUNT
                   ADD 1 TO WS-LINE-NO
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE BRANCH-FILE.
           CLOSE OPERATOR-FILE.

       END PROGRAM OPERATOR-MAINTENANCE.
