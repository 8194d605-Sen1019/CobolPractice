       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-PARTY-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT SCREENING-FILE ASSIGN TO "tenant_screening.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-TENANT-ID
               FILE STATUS IS WS-SCREEN-STATUS.

           SELECT PROPERTY-LICENCE-FILE
               ASSIGN TO "property_licence.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-PROP-ID
               FILE STATUS IS WS-LICENCE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  SCREENING-FILE.
           COPY SCREENREC.

       FD  PROPERTY-LICENCE-FILE.
           COPY PROPLICREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-SCREEN-STATUS             PIC XX.
       01  WS-LICENCE-STATUS            PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".

       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-NAMED-TENANTS             PIC 9(2).
       01  WS-OLD-OCCUPANTS             PIC 9(2).
       01  WS-OLD-HOUSEHOLDS            PIC 9(2).
       01  WS-LICENCE-SWITCH            PIC X.
           88  LICENCE-IS-OK                VALUE "Y".
       01  WS-LICENCE-REASON            PIC X(40).
       01  WS-OCCUPANTS                 PIC 9(3).
       01  WS-HOUSEHOLDS                PIC 9(3).
       01  WS-LEASE-OCCUPANTS           PIC 9(2).
       01  WS-LEASE-HOUSEHOLDS          PIC 9(2).

       COPY LEASEREC REPLACING ==LEASE-RECORD==
           BY ==CANDIDATE-LEASE==.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O LEASE-MASTER.
           OPEN INPUT TENANT-MASTER.

           OPEN INPUT SCREENING-FILE.
           IF WS-SCREEN-STATUS = "35"
               OPEN OUTPUT SCREENING-FILE
               CLOSE SCREENING-FILE
               OPEN INPUT SCREENING-FILE
           END-IF.

           OPEN INPUT PROPERTY-LICENCE-FILE.
           IF WS-LICENCE-STATUS = "35"
               OPEN OUTPUT PROPERTY-LICENCE-FILE
               CLOSE PROPERTY-LICENCE-FILE
               OPEN INPUT PROPERTY-LICENCE-FILE
           END-IF.

           OPEN INPUT PROPERTY-MASTER.
           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator may change only the leases on
      *>   their own branch's properties; head office may change any.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LEASE PARTIES AND OCCUPANTS - SIGN ON"
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
           DISPLAY "LEASE PARTIES AND OCCUPANTS" LINE 2 COLUMN 20.
           DISPLAY "1. CHANGE A LEASE'S SECOND TENANT AND OCCUPANCY"
               LINE 4 COLUMN 10.
           DISPLAY "2. SHOW A LEASE'S PARTIES"      LINE 5 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 6 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                LINE 8 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                    LINE 8 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-CHANGE-PARTIES
               WHEN "2"
                   PERFORM F-100-SHOW-PARTIES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 14 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   CHANGE PARTIES -- a sharer joining or leaving a live
      *>   tenancy, or more people moving in under it.  The incoming
      *>   tenant is held to the same screening rule Leases applies
      *>   at sign-up, and any increase in the people or households
      *>   living at a licensed property is tested against the
      *>   licence before it is accepted.
      *>   ---------------------------------------------------------
       D-100-CHANGE-PARTIES.
           PERFORM D-110-SELECT-LEASE.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-TENANT2
               PERFORM D-300-PROMPT-OCCUPANCY
               PERFORM D-400-CHECK-AND-SAVE
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-LEASE.
           MOVE "N" TO SW-ENTRY-OK
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CHANGE LEASE PARTIES" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER OF LEASE-RECORD LINE 4 COLUMN 32.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   IF LEASE-IS-ACTIVE OF LEASE-RECORD
                       PERFORM Z-110-CHECK-LEASE-BRANCH
                       IF BRANCH-IS-OK
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                               LINE 14 COLUMN 10
                       END-IF
                   ELSE
                       DISPLAY "LEASE IS NOT ACTIVE"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE LEASE-RECORD TO CANDIDATE-LEASE
               PERFORM E-270-LEASE-OCCUPANCY
               MOVE WS-LEASE-OCCUPANTS  TO WS-OLD-OCCUPANTS
               MOVE WS-LEASE-HOUSEHOLDS TO WS-OLD-HOUSEHOLDS
               MOVE LEASE-TENANT1-ID OF LEASE-RECORD TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE SPACES TO TENANT-NAME
               END-READ
               DISPLAY "PROPERTY: " LEASE-PROP-ID OF LEASE-RECORD
                   LINE 5 COLUMN 10
               DISPLAY "TENANT 1: " LEASE-TENANT1-ID OF LEASE-RECORD
                   " " TENANT-NAME LINE 6 COLUMN 10
           END-IF.

       D-200-PROMPT-TENANT2.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "TENANT 2 (BLANK = NONE): "
                   LEASE-TENANT2-ID OF CANDIDATE-LEASE
                   LINE 7 COLUMN 10
               ACCEPT LEASE-TENANT2-ID OF CANDIDATE-LEASE
                   LINE 7 COLUMN 45
               PERFORM D-210-VALIDATE-TENANT2
           END-PERFORM.
           MOVE 1 TO WS-NAMED-TENANTS
           IF LEASE-TENANT2-ID OF CANDIDATE-LEASE NOT = SPACES
               ADD 1 TO WS-NAMED-TENANTS
           END-IF.

       D-210-VALIDATE-TENANT2.
           IF LEASE-TENANT2-ID OF CANDIDATE-LEASE = SPACES
               MOVE "Y" TO SW-ENTRY-OK
           ELSE IF LEASE-TENANT2-ID OF CANDIDATE-LEASE =
                   LEASE-TENANT1-ID OF CANDIDATE-LEASE
               DISPLAY "TENANT 2 MUST DIFFER FROM TENANT 1"
                   LINE 14 COLUMN 10
           ELSE
               MOVE LEASE-TENANT2-ID OF CANDIDATE-LEASE TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH TENANT ON FILE"
                           LINE 14 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY TENANT-NAME LINE 7 COLUMN 53
                       MOVE TENANT-ID TO SCRN-TENANT-ID
                       READ SCREENING-FILE
                           INVALID KEY
                               DISPLAY "TENANT HAS NO SCREENING "
                                   "RESULT ON FILE" LINE 14 COLUMN 10
                           NOT INVALID KEY
                               IF SCRN-IS-PASSED
                                   MOVE "Y" TO SW-ENTRY-OK
                               ELSE
                                   DISPLAY "TENANT DOES NOT HAVE A "
                                       "PASSED SCREENING RESULT"
                                       LINE 14 COLUMN 10
                               END-IF
                       END-READ
               END-READ
           END-IF
           END-IF.

       D-300-PROMPT-OCCUPANCY.
           IF LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE = ZERO
               MOVE WS-OLD-OCCUPANTS
                   TO LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
           END-IF.
           IF LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE = ZERO
               MOVE WS-OLD-HOUSEHOLDS
                   TO LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "OCCUPANTS: "
                   LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
                   LINE 8 COLUMN 10
               ACCEPT LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
                   LINE 8 COLUMN 45
               IF LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE <
                       WS-NAMED-TENANTS
                   DISPLAY "OCCUPANTS CANNOT BE FEWER THAN THE "
                       "NAMED TENANTS" LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "HOUSEHOLDS: "
                   LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE
                   LINE 9 COLUMN 10
               ACCEPT LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE
                   LINE 9 COLUMN 45
               IF LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE = ZERO
                   DISPLAY "AT LEAST ONE HOUSEHOLD IS REQUIRED"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.

       D-400-CHECK-AND-SAVE.
           MOVE "Y" TO WS-LICENCE-SWITCH
           MOVE SPACES TO WS-LICENCE-REASON
           IF LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE >
                   WS-OLD-OCCUPANTS
               OR LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE >
                   WS-OLD-HOUSEHOLDS
               PERFORM E-200-VALIDATE-LICENCE
           END-IF.
           IF NOT LICENCE-IS-OK
               DISPLAY "CHANGE REJECTED - PROPERTY "
                   LEASE-PROP-ID OF CANDIDATE-LEASE
                   LINE 14 COLUMN 10
               DISPLAY WS-LICENCE-REASON LINE 15 COLUMN 10
           ELSE
               DISPLAY "SAVE CHANGES (Y/N)? " LINE 12 COLUMN 10
               ACCEPT WS-CONFIRM LINE 12 COLUMN 32
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE LEASE-NUMBER OF CANDIDATE-LEASE
                       TO LEASE-NUMBER OF LEASE-RECORD
                   READ LEASE-MASTER
                       INVALID KEY
                           DISPLAY "LEASE NO LONGER ON FILE"
                               LINE 14 COLUMN 10
                       NOT INVALID KEY
                           MOVE CANDIDATE-LEASE TO LEASE-RECORD
                           REWRITE LEASE-RECORD
                           DISPLAY "LEASE PARTIES UPDATED"
                               LINE 16 COLUMN 10
                   END-READ
               END-IF
           END-IF.

      *>   ---------------------------------------------------------
      *>   LICENCE TEST -- the same test Leases makes in
      *>   B-420-VALIDATE-LICENCE, except the licence must be in force
      *>   today rather than on the lease start date, since the extra
      *>   occupants are moving in now.
      *>   ---------------------------------------------------------
       E-200-VALIDATE-LICENCE.
           MOVE LEASE-PROP-ID OF CANDIDATE-LEASE TO LIC-PROP-ID
           READ PROPERTY-LICENCE-FILE
               INVALID KEY
                   SET LIC-NOT-REQUIRED TO TRUE
           END-READ.
           IF NOT LIC-NOT-REQUIRED
               IF NOT LIC-IS-GRANTED
                   OR LIC-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "N" TO WS-LICENCE-SWITCH
                   MOVE "HAS NO VALID PROPERTY LICENCE"
                       TO WS-LICENCE-REASON
               ELSE
                   PERFORM E-250-COUNT-OCCUPANCY
                   PERFORM E-300-CHECK-LICENCE-LIMITS
               END-IF
           END-IF.

       E-250-COUNT-OCCUPANCY.
           MOVE LEASE-OCCUPANT-COUNT OF CANDIDATE-LEASE
               TO WS-OCCUPANTS
           MOVE LEASE-HOUSEHOLD-COUNT OF CANDIDATE-LEASE
               TO WS-HOUSEHOLDS
           MOVE LEASE-PROP-ID OF CANDIDATE-LEASE
               TO LEASE-PROP-ID OF LEASE-RECORD
           START LEASE-MASTER KEY IS NOT LESS THAN
               LEASE-PROP-ID OF LEASE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM E-260-ADD-LEASE-OCCUPANCY
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".

       E-260-ADD-LEASE-OCCUPANCY.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-PROP-ID OF LEASE-RECORD NOT =
                           LEASE-PROP-ID OF CANDIDATE-LEASE
                       MOVE "10" TO WS-LEASE-STATUS
                   ELSE
                       IF LEASE-IS-ACTIVE OF LEASE-RECORD
                           AND LEASE-NUMBER OF LEASE-RECORD NOT =
                               LEASE-NUMBER OF CANDIDATE-LEASE
                           PERFORM E-270-LEASE-OCCUPANCY
                           ADD WS-LEASE-OCCUPANTS TO WS-OCCUPANTS
                           ADD WS-LEASE-HOUSEHOLDS TO WS-HOUSEHOLDS
                       END-IF
                   END-IF
           END-READ.

       E-270-LEASE-OCCUPANCY.
      *>   A lease keyed before occupancy was kept counts its named
      *>   tenants as one household.
           MOVE LEASE-OCCUPANT-COUNT OF LEASE-RECORD
               TO WS-LEASE-OCCUPANTS
           IF WS-LEASE-OCCUPANTS = ZERO
               MOVE 1 TO WS-LEASE-OCCUPANTS
               IF LEASE-TENANT2-ID OF LEASE-RECORD NOT = SPACES
                   ADD 1 TO WS-LEASE-OCCUPANTS
               END-IF
           END-IF.
           MOVE LEASE-HOUSEHOLD-COUNT OF LEASE-RECORD
               TO WS-LEASE-HOUSEHOLDS
           IF WS-LEASE-HOUSEHOLDS = ZERO
               MOVE 1 TO WS-LEASE-HOUSEHOLDS
           END-IF.

       E-300-CHECK-LICENCE-LIMITS.
           IF LIC-MAX-OCCUPANTS > ZERO
               AND WS-OCCUPANTS > LIC-MAX-OCCUPANTS
               MOVE "N" TO WS-LICENCE-SWITCH
               MOVE "WOULD EXCEED LICENSED OCCUPANTS"
                   TO WS-LICENCE-REASON
           END-IF.
           IF LIC-MAX-HOUSEHOLDS > ZERO
               AND WS-HOUSEHOLDS > LIC-MAX-HOUSEHOLDS
               MOVE "N" TO WS-LICENCE-SWITCH
               MOVE "WOULD EXCEED LICENSED HOUSEHOLDS"
                   TO WS-LICENCE-REASON
           END-IF.

      *>   ---------------------------------------------------------
      *>   SHOW PARTIES
      *>   ---------------------------------------------------------
       F-100-SHOW-PARTIES.
           PERFORM D-110-SELECT-LEASE.
           IF ENTRY-IS-OK
               IF LEASE-TENANT2-ID OF LEASE-RECORD NOT = SPACES
                   MOVE LEASE-TENANT2-ID OF LEASE-RECORD TO TENANT-ID
                   READ TENANT-MASTER
                       INVALID KEY
                           MOVE SPACES TO TENANT-NAME
                   END-READ
                   DISPLAY "TENANT 2: "
                       LEASE-TENANT2-ID OF LEASE-RECORD
                       " " TENANT-NAME LINE 7 COLUMN 10
               END-IF
               DISPLAY "OCCUPANTS:  " WS-OLD-OCCUPANTS
                   LINE 8 COLUMN 10
               DISPLAY "HOUSEHOLDS: " WS-OLD-HOUSEHOLDS
                   LINE 9 COLUMN 10
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       C-100-CLOSE-FILES.
           CLOSE LEASE-MASTER.
           CLOSE TENANT-MASTER.
           CLOSE SCREENING-FILE.
           CLOSE PROPERTY-LICENCE-FILE.
           CLOSE PROPERTY-MASTER.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A lease belongs to the branch of the property it is on; a
      *>   property not yet given a branch is left to head office.
       Z-110-CHECK-LEASE-BRANCH.
           MOVE LEASE-PROP-ID OF LEASE-RECORD TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-BRANCH-CODE
           END-READ.
           MOVE "N" TO SW-BRANCH-OK
           IF OPER-IS-HEAD-OFFICE
               MOVE "Y" TO SW-BRANCH-OK
           ELSE
               IF PROP-BRANCH-CODE NOT = SPACES
                  AND PROP-BRANCH-CODE = OPER-BRANCH-CODE
                   MOVE "Y" TO SW-BRANCH-OK
               END-IF
           END-IF.

       END PROGRAM LEASE-PARTY-MAINTENANCE.
