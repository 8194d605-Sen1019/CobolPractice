       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCILLARY-CHARGE-MAINTENANCE.

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

           SELECT ANCILLARY-CHARGE-FILE ASSIGN TO "ancillary_charge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-KEY
               FILE STATUS IS WS-ANC-STATUS.

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

       FD  ANCILLARY-CHARGE-FILE.
           COPY ANCCHGREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-ANC-STATUS                PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  WS-PAUSE                     PIC X.
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

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-MAX-SEQUENCE              PIC 9(3).
       01  WS-NEW-AMOUNT                PIC 9(5)V99.
       01  WS-NEW-END-DATE              PIC 9(8).
       01  WS-AMOUNT-EDITED             PIC ZZ,ZZ9.99.
       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(4).

       01  LIST-DETAIL-LINE.
           05  LDL-SEQUENCE             PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-TYPE                 PIC X.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-DESCRIPTION          PIC X(24).
           05  LDL-AMOUNT               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-START-DATE           PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-END-DATE             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-TENANT-ID            PIC X(6).

       COPY ANCCHGREC REPLACING ==ANCILLARY-CHARGE-RECORD==
           BY ==CANDIDATE-CHARGE==.

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
           OPEN INPUT LEASE-MASTER.

           OPEN I-O ANCILLARY-CHARGE-FILE.
           IF WS-ANC-STATUS = "35"
               OPEN OUTPUT ANCILLARY-CHARGE-FILE
               CLOSE ANCILLARY-CHARGE-FILE
               OPEN I-O ANCILLARY-CHARGE-FILE
           END-IF.

           OPEN INPUT PROPERTY-MASTER.
           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator charges only their own
      *>   branch's leases; head office charges any of them.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LEASE ANCILLARY CHARGES - SIGN ON"
               LINE 2 COLUMN 18.
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
           DISPLAY "LEASE ANCILLARY CHARGES" LINE 2 COLUMN 18.
           DISPLAY "1. ADD A CHARGE TO A LEASE"     LINE 4 COLUMN 10.
           DISPLAY "2. AMEND OR END A CHARGE"       LINE 5 COLUMN 10.
           DISPLAY "3. LIST CHARGES ON A LEASE"     LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                        LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                    LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-ADD-CHARGE
               WHEN "2"
                   PERFORM E-100-AMEND-CHARGE
               WHEN "3"
                   PERFORM F-100-LIST-CHARGES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   ADD -- a new recurring charge, numbered after the last one
      *>   already on the lease.  RENT-LEDGER starts billing it the
      *>   first run on or after its start date.
      *>   ---------------------------------------------------------
       D-100-ADD-CHARGE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ADD ANCILLARY CHARGE" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 4 COLUMN 32.
           MOVE "N" TO SW-ENTRY-OK
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   IF LEASE-IS-ACTIVE
                       PERFORM Z-110-CHECK-LEASE-BRANCH
                       IF BRANCH-IS-OK
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                               LINE 14 COLUMN 10
                       END-IF
                   ELSE
                       DISPLAY "LEASE IS NO LONGER ACTIVE"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               PERFORM D-110-FIND-NEXT-SEQUENCE
               INITIALIZE CANDIDATE-CHARGE
               MOVE LEASE-NUMBER TO ANC-LEASE-NUMBER OF CANDIDATE-CHARGE
               MOVE WS-MAX-SEQUENCE TO ANC-SEQUENCE OF CANDIDATE-CHARGE
               PERFORM D-200-PROMPT-CHARGE-FIELDS
               MOVE CANDIDATE-CHARGE TO ANCILLARY-CHARGE-RECORD
               WRITE ANCILLARY-CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "CHARGE NOT SAVED - KEY ALREADY ON FILE"
                           LINE 16 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "CHARGE SAVED AS " LEASE-NUMBER "/"
                           ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
                           LINE 16 COLUMN 10
               END-WRITE
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-FIND-NEXT-SEQUENCE.
           MOVE ZERO TO WS-MAX-SEQUENCE
           MOVE LEASE-NUMBER TO ANC-LEASE-NUMBER
                                    OF ANCILLARY-CHARGE-RECORD
           MOVE ZERO TO ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
           START ANCILLARY-CHARGE-FILE KEY IS NOT LESS THAN
               ANC-KEY OF ANCILLARY-CHARGE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-ANC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ANC-STATUS
           END-START.
           PERFORM D-120-SCAN-FOR-SEQUENCE
               UNTIL WS-ANC-STATUS NOT = "00"
               AND WS-ANC-STATUS NOT = "02".
           ADD 1 TO WS-MAX-SEQUENCE.

       D-120-SCAN-FOR-SEQUENCE.
           READ ANCILLARY-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ANC-STATUS
               NOT AT END
                   IF ANC-LEASE-NUMBER OF ANCILLARY-CHARGE-RECORD
                           NOT = LEASE-NUMBER
                       MOVE "10" TO WS-ANC-STATUS
                   ELSE
                       MOVE ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
                           TO WS-MAX-SEQUENCE
                   END-IF
           END-READ.

       D-200-PROMPT-CHARGE-FIELDS.
           DISPLAY "P PARKING  A PET RENT  H FURNITURE HIRE  "
               "G GARDEN SERVICE  O OTHER" LINE 12 COLUMN 10.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "CHARGE TYPE: " LINE 5 COLUMN 10
               ACCEPT ANC-CHARGE-TYPE OF CANDIDATE-CHARGE
                   LINE 5 COLUMN 24
               IF ANC-TYPE-IS-VALID OF CANDIDATE-CHARGE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "INVALID TYPE - TRY AGAIN" LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
      *>   The description is what the ledger line and the tenant's
      *>   statement show; left blank it defaults from the type.
           DISPLAY "LEDGER DESCRIPTION (BLANK FOR DEFAULT): "
               LINE 6 COLUMN 10.
           ACCEPT ANC-DESCRIPTION OF CANDIDATE-CHARGE LINE 6 COLUMN 50.
           IF ANC-DESCRIPTION OF CANDIDATE-CHARGE = SPACES
               EVALUATE TRUE
                   WHEN ANC-IS-PARKING OF CANDIDATE-CHARGE
                       MOVE "PARKING BAY CHARGE"
                           TO ANC-DESCRIPTION OF CANDIDATE-CHARGE
                   WHEN ANC-IS-PET-RENT OF CANDIDATE-CHARGE
                       MOVE "PET RENT"
                           TO ANC-DESCRIPTION OF CANDIDATE-CHARGE
                   WHEN ANC-IS-FURNITURE-HIRE OF CANDIDATE-CHARGE
                       MOVE "FURNITURE HIRE"
                           TO ANC-DESCRIPTION OF CANDIDATE-CHARGE
                   WHEN ANC-IS-GARDEN-SERVICE OF CANDIDATE-CHARGE
                       MOVE "GARDEN SERVICE"
                           TO ANC-DESCRIPTION OF CANDIDATE-CHARGE
                   WHEN OTHER
                       MOVE "ANCILLARY CHARGE"
                           TO ANC-DESCRIPTION OF CANDIDATE-CHARGE
               END-EVALUATE
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "MONTHLY AMOUNT: " LINE 7 COLUMN 10
               ACCEPT ANC-MONTHLY-AMOUNT OF CANDIDATE-CHARGE
                   LINE 7 COLUMN 27
               IF ANC-MONTHLY-AMOUNT OF CANDIDATE-CHARGE > ZERO
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           DISPLAY "START DATE (YYYYMMDD, 0 FOR TODAY): "
               LINE 8 COLUMN 10.
           ACCEPT ANC-START-DATE OF CANDIDATE-CHARGE LINE 8 COLUMN 47.
           IF ANC-START-DATE OF CANDIDATE-CHARGE = ZERO
               MOVE WS-TODAY-DATE TO ANC-START-DATE OF CANDIDATE-CHARGE
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "END DATE (YYYYMMDD, 0 IF ONGOING): "
                   LINE 9 COLUMN 10
               ACCEPT ANC-END-DATE OF CANDIDATE-CHARGE
                   LINE 9 COLUMN 46
               IF ANC-END-DATE OF CANDIDATE-CHARGE = ZERO
                   OR ANC-END-DATE OF CANDIDATE-CHARGE NOT <
                       ANC-START-DATE OF CANDIDATE-CHARGE
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "END DATE IS BEFORE THE START DATE"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
      *>   Only a tenant named on this lease can be made solely liable.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "CHARGED TO TENANT ID (BLANK FOR WHOLE LEASE): "
                   LINE 10 COLUMN 10
               ACCEPT ANC-TENANT-ID OF CANDIDATE-CHARGE
                   LINE 10 COLUMN 57
               IF ANC-TENANT-ID OF CANDIDATE-CHARGE = SPACES
                   OR ANC-TENANT-ID OF CANDIDATE-CHARGE
                       = LEASE-TENANT1-ID
                   OR ANC-TENANT-ID OF CANDIDATE-CHARGE
                       = LEASE-TENANT2-ID
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "NOT A TENANT ON THIS LEASE - TRY AGAIN"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           MOVE ZERO TO ANC-LAST-PERIOD-KEY OF CANDIDATE-CHARGE.
           MOVE ZERO TO ANC-LAST-BILLED-DATE OF CANDIDATE-CHARGE.

      *>   ---------------------------------------------------------
      *>   AMEND -- a new monthly figure or an end date.  Ending a
      *>   charge is done by dating it, never by deleting it, so the
      *>   ledger lines already billed still trace back to it.
      *>   ---------------------------------------------------------
       E-100-AMEND-CHARGE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "AMEND OR END ANCILLARY CHARGE" LINE 2 COLUMN 18.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT ANC-LEASE-NUMBER OF ANCILLARY-CHARGE-RECORD
               LINE 4 COLUMN 32.
           DISPLAY "ENTER CHARGE NUMBER: " LINE 5 COLUMN 10.
           ACCEPT ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
               LINE 5 COLUMN 32.
           READ ANCILLARY-CHARGE-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CHARGE ON FILE" LINE 14 COLUMN 10
               NOT INVALID KEY
                   MOVE ANC-LEASE-NUMBER OF ANCILLARY-CHARGE-RECORD
                       TO LEASE-NUMBER
                   READ LEASE-MASTER
                       INVALID KEY
                           MOVE SPACES TO LEASE-PROP-ID
                   END-READ
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF BRANCH-IS-OK
                       PERFORM E-200-PROMPT-AMENDMENT
                   ELSE
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 14 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-PROMPT-AMENDMENT.
           MOVE ANC-MONTHLY-AMOUNT OF ANCILLARY-CHARGE-RECORD
               TO WS-AMOUNT-EDITED
           DISPLAY "CHARGE:      " ANC-DESCRIPTION
               OF ANCILLARY-CHARGE-RECORD LINE 7 COLUMN 10.
           DISPLAY "MONTHLY:     " WS-AMOUNT-EDITED LINE 8 COLUMN 10.
           DISPLAY "START/END:   " ANC-START-DATE
               OF ANCILLARY-CHARGE-RECORD " / " ANC-END-DATE
               OF ANCILLARY-CHARGE-RECORD LINE 9 COLUMN 10.
           DISPLAY "NEW MONTHLY AMOUNT (0 TO KEEP): " LINE 11 COLUMN 10.
           ACCEPT WS-NEW-AMOUNT LINE 11 COLUMN 43.
           IF WS-NEW-AMOUNT > ZERO
               MOVE WS-NEW-AMOUNT
                   TO ANC-MONTHLY-AMOUNT OF ANCILLARY-CHARGE-RECORD
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NEW END DATE (YYYYMMDD, 0 TO KEEP): "
                   LINE 12 COLUMN 10
               ACCEPT WS-NEW-END-DATE LINE 12 COLUMN 47
               IF WS-NEW-END-DATE = ZERO
                   OR WS-NEW-END-DATE NOT <
                       ANC-START-DATE OF ANCILLARY-CHARGE-RECORD
                   MOVE "Y" TO SW-ENTRY-OK
               ELSE
                   DISPLAY "END DATE IS BEFORE THE START DATE"
                       LINE 14 COLUMN 10
               END-IF
           END-PERFORM.
           IF WS-NEW-END-DATE > ZERO
               MOVE WS-NEW-END-DATE
                   TO ANC-END-DATE OF ANCILLARY-CHARGE-RECORD
           END-IF.
           REWRITE ANCILLARY-CHARGE-RECORD.
           DISPLAY "CHARGE UPDATED" LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   LIST -- every charge on one lease, in force or not.
      *>   ---------------------------------------------------------
       F-100-LIST-CHARGES.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "ANCILLARY CHARGES ON A LEASE" LINE 2 COLUMN 18.
           DISPLAY "ENTER LEASE NUMBER: " LINE 3 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 3 COLUMN 32.
           MOVE "N" TO SW-BRANCH-OK
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 6 COLUMN 4
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF NOT BRANCH-IS-OK
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 6 COLUMN 4
                   END-IF
           END-READ.
           IF BRANCH-IS-OK
               PERFORM F-110-LIST-LEASE-CHARGES
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-LIST-LEASE-CHARGES.
           DISPLAY "NO  T  DESCRIPTION               MONTHLY  START"
               "     END       TENANT" LINE 5 COLUMN 4.
           MOVE 6 TO WS-LINE-NO
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LEASE-NUMBER TO ANC-LEASE-NUMBER
                                    OF ANCILLARY-CHARGE-RECORD
           MOVE ZERO TO ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
           START ANCILLARY-CHARGE-FILE KEY IS NOT LESS THAN
               ANC-KEY OF ANCILLARY-CHARGE-RECORD
               INVALID KEY
                   MOVE "10" TO WS-ANC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ANC-STATUS
           END-START.
           PERFORM F-200-SHOW-ONE-CHARGE
               UNTIL (WS-ANC-STATUS NOT = "00"
               AND WS-ANC-STATUS NOT = "02")
               OR WS-LINE-NO > 20.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CHARGES ON THIS LEASE" LINE 6 COLUMN 4
           END-IF.

       F-200-SHOW-ONE-CHARGE.
           READ ANCILLARY-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ANC-STATUS
               NOT AT END
                   IF ANC-LEASE-NUMBER OF ANCILLARY-CHARGE-RECORD
                           NOT = LEASE-NUMBER
                       MOVE "10" TO WS-ANC-STATUS
                   ELSE
                       MOVE ANC-SEQUENCE OF ANCILLARY-CHARGE-RECORD
                           TO LDL-SEQUENCE
                       MOVE ANC-CHARGE-TYPE OF ANCILLARY-CHARGE-RECORD
                           TO LDL-TYPE
                       MOVE ANC-DESCRIPTION OF ANCILLARY-CHARGE-RECORD
                           TO LDL-DESCRIPTION
                       MOVE ANC-MONTHLY-AMOUNT
                           OF ANCILLARY-CHARGE-RECORD TO LDL-AMOUNT
                       MOVE ANC-START-DATE OF ANCILLARY-CHARGE-RECORD
                           TO LDL-START-DATE
                       IF ANC-END-DATE OF ANCILLARY-CHARGE-RECORD
                               = ZERO
                           MOVE "ONGOING" TO LDL-END-DATE
                       ELSE
                           MOVE ANC-END-DATE
                               OF ANCILLARY-CHARGE-RECORD
                               TO LDL-END-DATE
                       END-IF
                       MOVE ANC-TENANT-ID OF ANCILLARY-CHARGE-RECORD
                           TO LDL-TENANT-ID
                       DISPLAY LIST-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE LEASE-MASTER.
           CLOSE ANCILLARY-CHARGE-FILE.
           CLOSE PROPERTY-MASTER.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A lease belongs to the branch of the property it is on.
       Z-110-CHECK-LEASE-BRANCH.
           MOVE LEASE-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROP-BRANCH-CODE
           END-READ.
           PERFORM Z-100-CHECK-BRANCH.

      *>   A branch operator sees only their own branch's properties;
      *>   a property not yet given a branch is left to head office.
       Z-100-CHECK-BRANCH.
           MOVE "N" TO SW-BRANCH-OK
           IF OPER-IS-HEAD-OFFICE
               MOVE "Y" TO SW-BRANCH-OK
           ELSE
               IF PROP-BRANCH-CODE NOT = SPACES
                  AND PROP-BRANCH-CODE = OPER-BRANCH-CODE
                   MOVE "Y" TO SW-BRANCH-OK
               END-IF
           END-IF.

       END PROGRAM ANCILLARY-CHARGE-MAINTENANCE.
