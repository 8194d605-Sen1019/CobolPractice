       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-TO-QUIT-MAINTENANCE.

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

           SELECT PROPERTY-MASTER ASSIGN TO "property_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROP-ID
               ALTERNATE RECORD KEY IS PROP-OWNER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT TENANT-MASTER ASSIGN TO "tenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENANT-ID
               FILE STATUS IS WS-TENANT-STATUS.

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  TENANT-MASTER.
           COPY TENANTREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  WS-PAUSE                     PIC X.
       01  WS-CONFIRM                   PIC X.
       01  SW-DONE                      PIC X.
           88  MAINTENANCE-IS-DONE          VALUE "Y".

       01  SW-ENTRY-OK                  PIC X.
           88  ENTRY-IS-OK                  VALUE "Y".
       01  SW-NOTICE-ON-FILE            PIC X.
           88  NOTICE-IS-ON-FILE            VALUE "Y".
       01  SW-NOTICE-CANCELLED          PIC X.
           88  NOTICE-IS-CANCELLED          VALUE "Y".
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".

       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-NOTICE-DAYS               PIC 9(3).
       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(4).

      *>   A fixed-term tenant giving notice to leave at the end of
      *>   the term is held to the same one-rent-period minimum that
      *>   PERIODIC-ROLLOVER stamps on a lease once it goes periodic.
       01  WS-WEEKLY-TENANT-NOTICE      PIC 9(3) VALUE 28.
       01  WS-MONTHLY-TENANT-NOTICE     PIC 9(3) VALUE 30.
       01  WS-QUARTERLY-TENANT-NOTICE   PIC 9(3) VALUE 90.

       01  LIST-DETAIL-LINE.
           05  LDL-LEASE-NUMBER         PIC X(8).
           05  LDL-PROP-ID              PIC X(8).
           05  LDL-GIVEN-BY             PIC X(24).
           05  LDL-RECEIVED-DATE        PIC 9(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LDL-VACATE-DATE          PIC 9(8).

       COPY NTQREC REPLACING ==NOTICE-TO-QUIT-RECORD==
           BY ==CANDIDATE-NOTICE==.

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
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT TENANT-MASTER.

           OPEN I-O NOTICE-TO-QUIT-FILE.
           IF WS-NTQ-STATUS = "35"
               OPEN OUTPUT NOTICE-TO-QUIT-FILE
               CLOSE NOTICE-TO-QUIT-FILE
               OPEN I-O NOTICE-TO-QUIT-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator takes notice only on their
      *>   own branch's leases; head office takes it on any of them.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "TENANT NOTICE-TO-QUIT REGISTER - SIGN ON"
               LINE 2 COLUMN 15.
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
           DISPLAY "TENANT NOTICE-TO-QUIT REGISTER" LINE 2 COLUMN 15.
           DISPLAY "1. RECORD A NOTICE RECEIVED"  LINE 4 COLUMN 10.
           DISPLAY "2. WITHDRAW A NOTICE"         LINE 5 COLUMN 10.
           DISPLAY "3. LIST PENDING NOTICES"      LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                      LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"              LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                  LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-RECORD-NOTICE
               WHEN "2"
                   PERFORM E-100-WITHDRAW-NOTICE
               WHEN "3"
                   PERFORM F-100-LIST-PENDING-NOTICES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   RECORD -- the date the notice arrived, which tenant gave
      *>   it, and the day they intend to leave.  The vacating date
      *>   is held to the notice period the tenancy carries before
      *>   the notice is accepted onto the register.
      *>   ---------------------------------------------------------
       D-100-RECORD-NOTICE.
           PERFORM D-110-SELECT-LEASE.
           IF ENTRY-IS-OK
               PERFORM D-200-PROMPT-NOTICE-FIELDS
               IF NOT NOTICE-IS-CANCELLED
                   PERFORM D-300-SAVE-NOTICE
               ELSE
                   DISPLAY "NOTICE NOT SAVED" LINE 16 COLUMN 10
               END-IF
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-110-SELECT-LEASE.
      *>   Only a live lease can be given notice on, and a lease
      *>   already carrying a pending notice must have it withdrawn
      *>   first rather than be silently overwritten.
           MOVE "N" TO SW-ENTRY-OK
           MOVE "N" TO SW-NOTICE-ON-FILE
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "RECORD NOTICE TO QUIT" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 4 COLUMN 32.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 6 COLUMN 10
               NOT INVALID KEY
                   IF LEASE-IS-ACTIVE
                       PERFORM Z-110-CHECK-LEASE-BRANCH
                       IF BRANCH-IS-OK
                           MOVE "Y" TO SW-ENTRY-OK
                       ELSE
                           DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                               LINE 6 COLUMN 10
                       END-IF
                   ELSE
                       DISPLAY "LEASE IS NO LONGER ACTIVE"
                           LINE 6 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE LEASE-NUMBER TO NTQ-LEASE-NUMBER
                   OF NOTICE-TO-QUIT-RECORD
               READ NOTICE-TO-QUIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-NOTICE-ON-FILE
                       IF NTQ-IS-PENDING OF NOTICE-TO-QUIT-RECORD
                           MOVE "N" TO SW-ENTRY-OK
                           DISPLAY "NOTICE ALREADY PENDING - VACATING "
                               NTQ-VACATE-DATE OF NOTICE-TO-QUIT-RECORD
                               LINE 6 COLUMN 10
                           DISPLAY "WITHDRAW IT FIRST TO KEY A NEW ONE"
                               LINE 7 COLUMN 10
                       END-IF
               END-READ
           END-IF.
           IF ENTRY-IS-OK
               INITIALIZE CANDIDATE-NOTICE
               MOVE LEASE-NUMBER  TO NTQ-LEASE-NUMBER
                                         OF CANDIDATE-NOTICE
               MOVE LEASE-PROP-ID TO NTQ-PROP-ID OF CANDIDATE-NOTICE
           END-IF.

       D-200-PROMPT-NOTICE-FIELDS.
           MOVE "N" TO SW-NOTICE-CANCELLED
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "NOTICE TO QUIT FOR LEASE " LEASE-NUMBER
               LINE 2 COLUMN 10.
           IF LEASE-IS-PERIODIC
               DISPLAY "PERIODIC TENANCY - TENANT NOTICE "
                   LEASE-TENANT-NOTICE-DAYS " DAYS"
                   LINE 3 COLUMN 10
           ELSE
               DISPLAY "FIXED TERM ENDING " LEASE-END-DATE
                   LINE 3 COLUMN 10
           END-IF.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "DATE RECEIVED (YYYYMMDD, 0 FOR TODAY): "
                   LINE 5 COLUMN 10
               ACCEPT NTQ-RECEIVED-DATE OF CANDIDATE-NOTICE
                   LINE 5 COLUMN 50
               IF NTQ-RECEIVED-DATE OF CANDIDATE-NOTICE = ZERO
                   MOVE WS-TODAY-DATE
                       TO NTQ-RECEIVED-DATE OF CANDIDATE-NOTICE
               END-IF
               IF NTQ-RECEIVED-DATE OF CANDIDATE-NOTICE > WS-TODAY-DATE
                   DISPLAY "DATE RECEIVED CANNOT BE IN THE FUTURE"
                       LINE 14 COLUMN 10
               ELSE
                   MOVE "Y" TO SW-ENTRY-OK
               END-IF
           END-PERFORM.
           PERFORM D-210-PROMPT-GIVEN-BY.
           PERFORM D-220-WORK-OUT-EARLIEST-DATE.
           PERFORM D-230-PROMPT-VACATE-DATE.
           MOVE OPER-ID TO NTQ-OPERATOR-ID OF CANDIDATE-NOTICE.

       D-210-PROMPT-GIVEN-BY.
      *>   Notice has to come from a tenant named on this lease.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "GIVEN BY TENANT ID: " LINE 6 COLUMN 10
               ACCEPT NTQ-GIVEN-BY-ID OF CANDIDATE-NOTICE
                   LINE 6 COLUMN 31
               IF NTQ-GIVEN-BY-ID OF CANDIDATE-NOTICE = SPACES
                   DISPLAY "TENANT ID REQUIRED - TRY AGAIN"
                       LINE 14 COLUMN 10
               ELSE
                   IF NTQ-GIVEN-BY-ID OF CANDIDATE-NOTICE
                           = LEASE-TENANT1-ID
                       OR NTQ-GIVEN-BY-ID OF CANDIDATE-NOTICE
                           = LEASE-TENANT2-ID
                       MOVE "Y" TO SW-ENTRY-OK
                       MOVE NTQ-GIVEN-BY-ID OF CANDIDATE-NOTICE
                           TO TENANT-ID
                       READ TENANT-MASTER
                           INVALID KEY
                               MOVE "UNKNOWN TENANT" TO
                                   NTQ-GIVEN-BY-NAME OF CANDIDATE-NOTICE
                           NOT INVALID KEY
                               MOVE TENANT-NAME TO
                                   NTQ-GIVEN-BY-NAME OF CANDIDATE-NOTICE
                       END-READ
                       DISPLAY NTQ-GIVEN-BY-NAME OF CANDIDATE-NOTICE
                           LINE 6 COLUMN 40
                   ELSE
                       DISPLAY "NOT A TENANT ON THIS LEASE - TRY AGAIN"
                           LINE 14 COLUMN 10
                   END-IF
               END-IF
           END-PERFORM.

       D-220-WORK-OUT-EARLIEST-DATE.
      *>   A periodic tenancy carries its own notice period from the
      *>   rollover.  A fixed term cannot be ended early by notice,
      *>   so the earliest date is the later of the term end and one
      *>   rent period from the date received.
           IF LEASE-IS-PERIODIC
               MOVE LEASE-TENANT-NOTICE-DAYS TO WS-NOTICE-DAYS
           ELSE
               MOVE LEASE-PROP-ID TO PROP-ID
               READ PROPERTY-MASTER
                   INVALID KEY
                       MOVE SPACES TO PROP-PAY-FREQUENCY
               END-READ
               EVALUATE TRUE
                   WHEN PROP-FREQ-WEEKLY
                       MOVE WS-WEEKLY-TENANT-NOTICE TO WS-NOTICE-DAYS
                   WHEN PROP-FREQ-QUARTERLY
                       MOVE WS-QUARTERLY-TENANT-NOTICE
                                                 TO WS-NOTICE-DAYS
                   WHEN OTHER
                       MOVE WS-MONTHLY-TENANT-NOTICE TO WS-NOTICE-DAYS
               END-EVALUATE
           END-IF.
           COMPUTE NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (NTQ-RECEIVED-DATE OF CANDIDATE-NOTICE)
                   + WS-NOTICE-DAYS).
           IF LEASE-IS-FIXED-TERM
               AND LEASE-END-DATE >
                   NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE
               MOVE LEASE-END-DATE
                   TO NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE
           END-IF.
           DISPLAY "EARLIEST VACATING DATE ALLOWED: "
               NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE
               LINE 7 COLUMN 10.

       D-230-PROMPT-VACATE-DATE.
      *>   Zero backs out of the entry altogether -- a notice that
      *>   does not meet the period is refused, not saved short.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "INTENDED VACATING DATE (YYYYMMDD, 0 TO QUIT): "
                   LINE 8 COLUMN 10
               ACCEPT NTQ-VACATE-DATE OF CANDIDATE-NOTICE
                   LINE 8 COLUMN 57
               IF NTQ-VACATE-DATE OF CANDIDATE-NOTICE = ZERO
                   MOVE "Y" TO SW-ENTRY-OK
                   MOVE "Y" TO SW-NOTICE-CANCELLED
               ELSE
                   IF NTQ-VACATE-DATE OF CANDIDATE-NOTICE <
                           NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE
                       DISPLAY "NOTICE PERIOD NOT MET - EARLIEST IS "
                           NTQ-EARLIEST-DATE OF CANDIDATE-NOTICE
                           LINE 14 COLUMN 10
                   ELSE
                       MOVE "Y" TO SW-ENTRY-OK
                   END-IF
               END-IF
           END-PERFORM.

       D-300-SAVE-NOTICE.
      *>   D-110 already settled whether an old (withdrawn or closed)
      *>   notice sits under this key; re-reading here would reload
      *>   it over the notice just keyed into CANDIDATE-NOTICE.
           SET NTQ-IS-PENDING OF CANDIDATE-NOTICE TO TRUE
           MOVE ZERO TO NTQ-COMPLETED-DATE OF CANDIDATE-NOTICE
           MOVE "N" TO NTQ-CHECKOUT-SWITCH OF CANDIDATE-NOTICE
           MOVE CANDIDATE-NOTICE TO NOTICE-TO-QUIT-RECORD
           IF NOTICE-IS-ON-FILE
               REWRITE NOTICE-TO-QUIT-RECORD
           ELSE
               WRITE NOTICE-TO-QUIT-RECORD
           END-IF.
           DISPLAY "NOTICE SAVED - LEASE " LEASE-NUMBER
               " ENDS " NTQ-VACATE-DATE OF NOTICE-TO-QUIT-RECORD
               LINE 16 COLUMN 10.

      *>   ---------------------------------------------------------
      *>   WITHDRAW -- the tenant has changed their mind (or the
      *>   landlord has agreed a renewal).  The notice is kept on
      *>   file marked withdrawn so the overnight run passes it by.
      *>   ---------------------------------------------------------
       E-100-WITHDRAW-NOTICE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "WITHDRAW NOTICE TO QUIT" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT NTQ-LEASE-NUMBER OF NOTICE-TO-QUIT-RECORD
               LINE 4 COLUMN 32.
           READ NOTICE-TO-QUIT-FILE
               INVALID KEY
                   DISPLAY "NO NOTICE ON FILE FOR THAT LEASE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   MOVE NTQ-PROP-ID OF NOTICE-TO-QUIT-RECORD
                       TO PROP-ID
                   PERFORM Z-120-CHECK-PROPERTY-BRANCH
                   IF NOT BRANCH-IS-OK
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 6 COLUMN 10
                   ELSE IF NTQ-IS-PENDING OF NOTICE-TO-QUIT-RECORD
                       PERFORM E-200-CONFIRM-WITHDRAWAL
                   ELSE
                       DISPLAY "NOTICE IS NOT PENDING - NOTHING TO "
                           "WITHDRAW" LINE 6 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-200-CONFIRM-WITHDRAWAL.
           DISPLAY "GIVEN BY:  " NTQ-GIVEN-BY-NAME
               OF NOTICE-TO-QUIT-RECORD LINE 6 COLUMN 10.
           DISPLAY "RECEIVED:  " NTQ-RECEIVED-DATE
               OF NOTICE-TO-QUIT-RECORD LINE 7 COLUMN 10.
           DISPLAY "VACATING:  " NTQ-VACATE-DATE
               OF NOTICE-TO-QUIT-RECORD LINE 8 COLUMN 10.
           DISPLAY "WITHDRAW THIS NOTICE (Y/N)? " LINE 10 COLUMN 10.
           ACCEPT WS-CONFIRM LINE 10 COLUMN 39.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               SET NTQ-IS-WITHDRAWN OF NOTICE-TO-QUIT-RECORD TO TRUE
               REWRITE NOTICE-TO-QUIT-RECORD
               DISPLAY "NOTICE WITHDRAWN" LINE 12 COLUMN 10
           ELSE
               DISPLAY "NOTICE KEPT" LINE 12 COLUMN 10
           END-IF.

      *>   ---------------------------------------------------------
      *>   LIST -- every notice still waiting for its vacating date.
      *>   ---------------------------------------------------------
       F-100-LIST-PENDING-NOTICES.
           PERFORM F-110-SHOW-LIST-HEADINGS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO NTQ-LEASE-NUMBER OF NOTICE-TO-QUIT-RECORD
           START NOTICE-TO-QUIT-FILE KEY IS NOT LESS THAN
               NTQ-LEASE-NUMBER OF NOTICE-TO-QUIT-RECORD
               INVALID KEY
                   MOVE "10" TO WS-NTQ-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-NTQ-STATUS
           END-START.
           PERFORM F-200-SHOW-ONE-NOTICE
               UNTIL WS-NTQ-STATUS NOT = "00"
               AND WS-NTQ-STATUS NOT = "02".
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO PENDING NOTICES" LINE 5 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       F-110-SHOW-LIST-HEADINGS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "PENDING NOTICES TO QUIT" LINE 2 COLUMN 20.
           DISPLAY "LEASE   PROPERTY GIVEN BY                RECEIVED"
               "   VACATING" LINE 4 COLUMN 4.
           MOVE 5 TO WS-LINE-NO.

       F-200-SHOW-ONE-NOTICE.
           READ NOTICE-TO-QUIT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NTQ-STATUS
               NOT AT END
                   MOVE "N" TO SW-BRANCH-OK
                   IF NTQ-IS-PENDING OF NOTICE-TO-QUIT-RECORD
                       MOVE NTQ-PROP-ID OF NOTICE-TO-QUIT-RECORD
                           TO PROP-ID
                       PERFORM Z-120-CHECK-PROPERTY-BRANCH
                   END-IF
                   IF BRANCH-IS-OK
                       IF WS-LINE-NO > 20
                           DISPLAY "PRESS ENTER FOR MORE"
                               LINE 22 COLUMN 4
                           ACCEPT WS-PAUSE LINE 22 COLUMN 26
                           PERFORM F-110-SHOW-LIST-HEADINGS
                       END-IF
                       MOVE NTQ-LEASE-NUMBER OF NOTICE-TO-QUIT-RECORD
                           TO LDL-LEASE-NUMBER
                       MOVE NTQ-PROP-ID OF NOTICE-TO-QUIT-RECORD
                           TO LDL-PROP-ID
                       MOVE NTQ-GIVEN-BY-NAME OF NOTICE-TO-QUIT-RECORD
                           TO LDL-GIVEN-BY
                       MOVE NTQ-RECEIVED-DATE OF NOTICE-TO-QUIT-RECORD
                           TO LDL-RECEIVED-DATE
                       MOVE NTQ-VACATE-DATE OF NOTICE-TO-QUIT-RECORD
                           TO LDL-VACATE-DATE
                       DISPLAY LIST-DETAIL-LINE
                           LINE WS-LINE-NO COLUMN 4
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       C-100-CLOSE-FILES.
           CLOSE LEASE-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE TENANT-MASTER.
           CLOSE NOTICE-TO-QUIT-FILE.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A lease belongs to the branch of the property it is on.
       Z-110-CHECK-LEASE-BRANCH.
           MOVE LEASE-PROP-ID TO PROP-ID
           PERFORM Z-120-CHECK-PROPERTY-BRANCH.

       Z-120-CHECK-PROPERTY-BRANCH.
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

       END PROGRAM NOTICE-TO-QUIT-MAINTENANCE.
