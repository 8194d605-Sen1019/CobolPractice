       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-ENQUIRY.

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

           SELECT LEASE-BALANCE-FILE ASSIGN TO "lease_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT NOTICE-TO-QUIT-FILE ASSIGN TO "notice_to_quit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTQ-LEASE-NUMBER
               FILE STATUS IS WS-NTQ-STATUS.

           SELECT CONTACT-NOTE-FILE ASSIGN TO "contact_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               ALTERNATE RECORD KEY IS CNOTE-LEASE-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNOTE-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTE-STATUS.

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

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  NOTICE-TO-QUIT-FILE.
           COPY NTQREC.

       FD  CONTACT-NOTE-FILE.
           COPY CNOTEREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  WS-NTQ-STATUS                PIC XX.
       01  WS-NOTE-STATUS               PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.

       01  WS-MENU-CHOICE               PIC X.
       01  WS-PAUSE                     PIC X.
       01  SW-DONE                      PIC X.
           88  ENQUIRY-IS-DONE              VALUE "Y".
       01  SW-SUMMARY-MISSING           PIC X.
           88  SUMMARY-IS-MISSING           VALUE "Y".
       01  SW-NOTICES-ON-FILE           PIC X.
           88  NOTICES-ARE-ON-FILE          VALUE "Y".
       01  SW-NOTES-ON-FILE             PIC X.
           88  NOTES-ARE-ON-FILE            VALUE "Y".
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".

       01  WS-LINE-NO                   PIC 99.
       01  WS-LIST-COUNT                PIC 9(4).
       01  WS-LIST-TYPE                 PIC X.
           88  LIST-FIXED-TERM              VALUE "A".
           88  LIST-PERIODIC                VALUE "P".

       01  WS-TENANCY-TEXT              PIC X(30).
       01  WS-BALANCE-EDITED            PIC -ZZZ,ZZ9.99.
       01  WS-DEPOSIT-EDITED            PIC ZZZ,ZZ9.99.
       01  WS-TENANT-NAME-1             PIC X(30).
       01  WS-TENANT-NAME-2             PIC X(30).

      *>   The newest three notes on the lease, oldest first; each
      *>   note read pushes the oldest off the top.
       01  WS-NOTE-COUNT                PIC 9.
       01  WS-NOTE-IX                   PIC 9.
       01  WS-LATEST-NOTES.
           05  WS-LATEST-NOTE OCCURS 3 TIMES.
               10  WS-LN-DATE           PIC 9(8).
               10  FILLER               PIC X     VALUE SPACE.
               10  WS-LN-OPERATOR       PIC X(8).
               10  FILLER               PIC X     VALUE SPACE.
               10  WS-LN-TEXT           PIC X(56).

       01  LIST-DETAIL-LINE.
           05  LDL-LEASE-NUMBER         PIC X(8).
           05  LDL-STREET               PIC X(32).
           05  LDL-END-DATE             PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LDL-PERIODIC-DATE        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM A-100-OPEN-FILES.
           PERFORM A-200-SIGN-ON.
           MOVE "N" TO SW-DONE
           IF NOT OPERATOR-IS-SIGNED-ON
               MOVE "Y" TO SW-DONE
           END-IF.
           PERFORM B-100-SHOW-MENU
               UNTIL ENQUIRY-IS-DONE.
           PERFORM C-100-CLOSE-FILES.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN INPUT LEASE-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT TENANT-MASTER.
      *>   Read-only here, so a summary never built is shown as such
      *>   on the screen rather than created empty.
           MOVE "N" TO SW-SUMMARY-MISSING
           OPEN INPUT LEASE-BALANCE-FILE.
           IF WS-LSEBAL-STATUS = "35"
               MOVE "Y" TO SW-SUMMARY-MISSING
           END-IF.
           MOVE "Y" TO SW-NOTICES-ON-FILE
           OPEN INPUT NOTICE-TO-QUIT-FILE.
           IF WS-NTQ-STATUS NOT = "00"
               MOVE "N" TO SW-NOTICES-ON-FILE
           END-IF.
           MOVE "Y" TO SW-NOTES-ON-FILE
           OPEN INPUT CONTACT-NOTE-FILE.
           IF WS-NOTE-STATUS NOT = "00"
               MOVE "N" TO SW-NOTES-ON-FILE
           END-IF.
           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator sees only the leases on their
      *>   own branch's properties; head office sees every lease.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LEASE ENQUIRY - SIGN ON" LINE 2 COLUMN 20.
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
           DISPLAY "LEASE ENQUIRY" LINE 2 COLUMN 20.
           DISPLAY "1. ENQUIRE ON ONE LEASE"         LINE 4 COLUMN 10.
           DISPLAY "2. LIST FIXED-TERM TENANCIES"    LINE 5 COLUMN 10.
           DISPLAY "3. LIST PERIODIC TENANCIES"      LINE 6 COLUMN 10.
           DISPLAY "X. EXIT"                         LINE 7 COLUMN 10.
           DISPLAY "ENTER CHOICE ->"                 LINE 9 COLUMN 10.
           ACCEPT WS-MENU-CHOICE                     LINE 9 COLUMN 27.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM D-100-ENQUIRE-ON-LEASE
               WHEN "2"
                   MOVE "A" TO WS-LIST-TYPE
                   PERFORM E-100-LIST-TENANCIES
               WHEN "3"
                   MOVE "P" TO WS-LIST-TYPE
                   PERFORM E-100-LIST-TENANCIES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO SW-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
                       LINE 11 COLUMN 10
           END-EVALUATE.

      *>   ---------------------------------------------------------
      *>   ONE LEASE -- who, where, how long, and whether it is still
      *>   in its fixed term or has rolled periodic (and so which
      *>   notice rules now apply to ending it).
      *>   ---------------------------------------------------------
       D-100-ENQUIRE-ON-LEASE.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "LEASE ENQUIRY" LINE 2 COLUMN 20.
           DISPLAY "ENTER LEASE NUMBER: " LINE 4 COLUMN 10.
           ACCEPT LEASE-NUMBER LINE 4 COLUMN 32.
           READ LEASE-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF BRANCH-IS-OK
                       PERFORM D-200-SHOW-LEASE-DETAILS
                   ELSE
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 6 COLUMN 10
                   END-IF
           END-READ.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       D-200-SHOW-LEASE-DETAILS.
           MOVE LEASE-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE "UNKNOWN PROPERTY" TO PROP-STREET
                   MOVE SPACES TO PROP-TOWN
           END-READ.
           MOVE SPACES TO WS-TENANT-NAME-1
           MOVE SPACES TO WS-TENANT-NAME-2
           IF LEASE-TENANT1-ID NOT = SPACES
               MOVE LEASE-TENANT1-ID TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN TENANT" TO WS-TENANT-NAME-1
                   NOT INVALID KEY
                       MOVE TENANT-NAME TO WS-TENANT-NAME-1
               END-READ
           END-IF.
           IF LEASE-TENANT2-ID NOT = SPACES
               MOVE LEASE-TENANT2-ID TO TENANT-ID
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN TENANT" TO WS-TENANT-NAME-2
                   NOT INVALID KEY
                       MOVE TENANT-NAME TO WS-TENANT-NAME-2
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN LEASE-IS-FIXED-TERM
                   MOVE "FIXED TERM" TO WS-TENANCY-TEXT
               WHEN LEASE-IS-PERIODIC
                   MOVE "PERIODIC (STATUTORY)" TO WS-TENANCY-TEXT
               WHEN LEASE-IS-TERMINATED
                   MOVE "TERMINATED" TO WS-TENANCY-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO WS-TENANCY-TEXT
           END-EVALUATE.
           MOVE LEASE-DEPOSIT-AMOUNT TO WS-DEPOSIT-EDITED

           DISPLAY "PROPERTY:    " LEASE-PROP-ID " "
               FUNCTION TRIM(PROP-STREET) ", "
               FUNCTION TRIM(PROP-TOWN)          LINE 6  COLUMN 4.
           DISPLAY "TENANT 1:    " LEASE-TENANT1-ID " "
               WS-TENANT-NAME-1                  LINE 7  COLUMN 4.
           DISPLAY "TENANT 2:    " LEASE-TENANT2-ID " "
               WS-TENANT-NAME-2                  LINE 8  COLUMN 4.
           DISPLAY "START DATE:  " LEASE-START-DATE
                                                 LINE 9  COLUMN 4.
           DISPLAY "END DATE:    " LEASE-END-DATE
                                                 LINE 10 COLUMN 4.
           DISPLAY "TENANCY:     " WS-TENANCY-TEXT
                                                 LINE 11 COLUMN 4.
           IF LEASE-IS-PERIODIC
               DISPLAY "PERIODIC SINCE:        " LEASE-PERIODIC-DATE
                                                 LINE 12 COLUMN 4
               DISPLAY "TENANT NOTICE (DAYS):   "
                   LEASE-TENANT-NOTICE-DAYS      LINE 13 COLUMN 4
               DISPLAY "LANDLORD NOTICE (DAYS): "
                   LEASE-LANDLORD-NOTICE-DAYS    LINE 14 COLUMN 4
           END-IF.
           IF LEASE-IS-TERMINATED
               DISPLAY "TERMINATED:  " LEASE-TERM-DATE
                                                 LINE 12 COLUMN 4
           END-IF.
           DISPLAY "DEPOSIT:     " WS-DEPOSIT-EDITED
                                                 LINE 15 COLUMN 4.
           IF SUMMARY-IS-MISSING
               DISPLAY "BALANCE:     SUMMARY NOT ON FILE"
                                                 LINE 16 COLUMN 4
           ELSE
               MOVE LEASE-NUMBER TO LBAL-LEASE-NUMBER
               READ LEASE-BALANCE-FILE
                   INVALID KEY
                       MOVE ZERO TO LBAL-BALANCE
               END-READ
               MOVE LBAL-BALANCE TO WS-BALANCE-EDITED
               DISPLAY "BALANCE:     " WS-BALANCE-EDITED
                                                 LINE 16 COLUMN 4
           END-IF.
           IF NOTICES-ARE-ON-FILE
               MOVE LEASE-NUMBER TO NTQ-LEASE-NUMBER
               READ NOTICE-TO-QUIT-FILE
                   NOT INVALID KEY
                       IF NTQ-IS-PENDING
                           DISPLAY "NOTICE TO QUIT: RECEIVED "
                               NTQ-RECEIVED-DATE " - VACATING "
                               NTQ-VACATE-DATE   LINE 17 COLUMN 4
                       END-IF
               END-READ
           END-IF.
           IF NOTES-ARE-ON-FILE
               PERFORM D-300-SHOW-LATEST-NOTES
           END-IF.

      *>   Everything noted against the tenancy, whether it was
      *>   filed on the lease, the tenant or the property, comes back
      *>   on the lease alternate key in the order it was written.
       D-300-SHOW-LATEST-NOTES.
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE LEASE-NUMBER TO CNOTE-LEASE-NUMBER
           START CONTACT-NOTE-FILE KEY IS EQUAL TO CNOTE-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-NOTE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-NOTE-STATUS
           END-START.
           PERFORM D-310-READ-LEASE-NOTE
               UNTIL WS-NOTE-STATUS NOT = "00"
               AND WS-NOTE-STATUS NOT = "02".
           IF WS-NOTE-COUNT > ZERO
               DISPLAY "LATEST NOTES:"           LINE 18 COLUMN 4
               MOVE 19 TO WS-LINE-NO
               PERFORM D-330-DISPLAY-NOTE
                   VARYING WS-NOTE-IX FROM WS-NOTE-COUNT BY -1
                   UNTIL WS-NOTE-IX < 1
           END-IF.

       D-310-READ-LEASE-NOTE.
           READ CONTACT-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NOTE-STATUS
               NOT AT END
                   IF CNOTE-LEASE-NUMBER NOT = LEASE-NUMBER
                       MOVE "10" TO WS-NOTE-STATUS
                   ELSE
                       PERFORM D-320-KEEP-NOTE
                   END-IF
           END-READ.

       D-320-KEEP-NOTE.
           IF WS-NOTE-COUNT < 3
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               MOVE WS-LATEST-NOTE(2) TO WS-LATEST-NOTE(1)
               MOVE WS-LATEST-NOTE(3) TO WS-LATEST-NOTE(2)
           END-IF.
           MOVE CNOTE-NOTE-DATE   TO WS-LN-DATE(WS-NOTE-COUNT)
           MOVE CNOTE-OPERATOR-ID TO WS-LN-OPERATOR(WS-NOTE-COUNT)
           MOVE CNOTE-TEXT        TO WS-LN-TEXT(WS-NOTE-COUNT).

       D-330-DISPLAY-NOTE.
           DISPLAY WS-LATEST-NOTE(WS-NOTE-IX)
               LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.

      *>   ---------------------------------------------------------
      *>   LIST -- every live lease of the one tenancy type chosen,
      *>   a screenful at a time.  This is the list the lettings team
      *>   used to keep by hand of who has gone periodic.
      *>   ---------------------------------------------------------
       E-100-LIST-TENANCIES.
           PERFORM E-110-SHOW-LIST-HEADINGS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO LEASE-NUMBER
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-LEASE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-LEASE-STATUS
           END-START.
           PERFORM E-200-SHOW-ONE-LEASE
               UNTIL WS-LEASE-STATUS NOT = "00"
               AND WS-LEASE-STATUS NOT = "02".
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO TENANCIES OF THIS TYPE" LINE 5 COLUMN 4
           ELSE
               DISPLAY "TOTAL: " WS-LIST-COUNT LINE 21 COLUMN 4
           END-IF.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

       E-110-SHOW-LIST-HEADINGS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           IF LIST-PERIODIC
               DISPLAY "PERIODIC TENANCIES" LINE 2 COLUMN 20
               DISPLAY "LEASE   ADDRESS                         "
                   "END DATE  PERIODIC" LINE 4 COLUMN 4
           ELSE
               DISPLAY "FIXED-TERM TENANCIES" LINE 2 COLUMN 20
               DISPLAY "LEASE   ADDRESS                         "
                   "END DATE" LINE 4 COLUMN 4
           END-IF.
           MOVE 5 TO WS-LINE-NO.

       E-200-SHOW-ONE-LEASE.
           READ LEASE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEASE-STATUS
               NOT AT END
                   IF LEASE-STATUS = WS-LIST-TYPE
                       PERFORM Z-110-CHECK-LEASE-BRANCH
                       IF BRANCH-IS-OK
                           PERFORM E-210-DISPLAY-LEASE-LINE
                       END-IF
                   END-IF
           END-READ.

       E-210-DISPLAY-LEASE-LINE.
           IF WS-LINE-NO > 20
               DISPLAY "PRESS ENTER FOR MORE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 26
               PERFORM E-110-SHOW-LIST-HEADINGS
           END-IF.
           MOVE LEASE-NUMBER TO LDL-LEASE-NUMBER
           MOVE LEASE-PROP-ID TO PROP-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE "UNKNOWN PROPERTY" TO LDL-STREET
               NOT INVALID KEY
                   MOVE PROP-STREET TO LDL-STREET
           END-READ.
           MOVE LEASE-END-DATE TO LDL-END-DATE
           IF LEASE-IS-PERIODIC
               MOVE LEASE-PERIODIC-DATE TO LDL-PERIODIC-DATE
           ELSE
               MOVE SPACES TO LDL-PERIODIC-DATE
           END-IF.
           DISPLAY LIST-DETAIL-LINE LINE WS-LINE-NO COLUMN 4.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-LIST-COUNT.

       C-100-CLOSE-FILES.
           CLOSE LEASE-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE TENANT-MASTER.
           IF NOT SUMMARY-IS-MISSING
               CLOSE LEASE-BALANCE-FILE
           END-IF.
           IF NOTICES-ARE-ON-FILE
               CLOSE NOTICE-TO-QUIT-FILE
           END-IF.
           IF NOTES-ARE-ON-FILE
               CLOSE CONTACT-NOTE-FILE
           END-IF.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

      *>   A lease belongs to the branch of the property it is on; a
      *>   property not yet given a branch is left to head office.
       Z-110-CHECK-LEASE-BRANCH.
           MOVE LEASE-PROP-ID TO PROP-ID
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

       END PROGRAM LEASE-ENQUIRY.
