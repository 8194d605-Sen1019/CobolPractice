               RECORD KEY IS FLCK-FILE-NAME
               FILE STATUS IS WS-FLOCK-STATUS.

           SELECT BANK-CHANGE-FILE ASSIGN TO "payee_bank_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBC-KEY
               FILE STATUS IS WS-BANK-CHANGE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER.
       FD  FILE-LOCK-FILE.
           COPY FLOCKREC.

       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-TENANT-STATUS             PIC XX.
       01  WS-LANDLORD-STATUS           PIC XX.
       01  WS-SCREEN-STATUS             PIC XX.
       01  WS-INSURANCE-STATUS          PIC XX.
       01  WS-FLOCK-STATUS              PIC XX.
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  WS-LOCK-FILE-NAME            PIC X(26).
       01  SW-FILE-LOCKED               PIC X.
           88  A-FILE-IS-LOCKED             VALUE "Y".
       01  SW-RECORD-FOUND              PIC X.
           88  RECORD-WAS-FOUND             VALUE "Y".

       01  WS-OPERATOR-ID               PIC X(8).
       01  WS-PAUSE                     PIC X.
       01  WS-NEW-SORT-CODE             PIC X(8).
       01  WS-NEW-ACCOUNT               PIC X(10).
       01  WS-LAST-CHANGE-SEQ           PIC 9(4).
       01  WS-CHANGE-PAYEE.
           05  WS-CHANGE-PAYEE-TYPE     PIC X.
           05  WS-CHANGE-PAYEE-ID       PIC X(6).
       01  SW-BANK-CHANGE-KEYED         PIC X.
           88  BANK-CHANGE-WAS-KEYED        VALUE "Y".
       01  SW-BANK-CHANGE-OPEN          PIC X.
           88  BANK-CHANGE-IS-OPEN          VALUE "Y".

       COPY TENANTREC REPLACING ==TENANT-RECORD==
           BY ==CANDIDATE-TENANT==.
       COPY LANDLREC REPLACING ==LANDLORD-RECORD==
           PERFORM A-060-CHECK-ONE-LOCK.
           MOVE "tenant_insurance.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-060-CHECK-ONE-LOCK.
           MOVE "payee_bank_change.dat" TO WS-LOCK-FILE-NAME
           PERFORM A-060-CHECK-ONE-LOCK.
           CLOSE FILE-LOCK-FILE.

       A-060-CHECK-ONE-LOCK.
               OPEN I-O INSURANCE-FILE
           END-IF.

           OPEN I-O BANK-CHANGE-FILE.
           IF WS-BANK-CHANGE-STATUS = "35"
               OPEN OUTPUT BANK-CHANGE-FILE
               CLOSE BANK-CHANGE-FILE
               OPEN I-O BANK-CHANGE-FILE
           END-IF.

           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

       B-100-SHOW-MENU.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "TENANT / LANDLORD MAINTENANCE"
           MOVE "N" TO SW-RECORD-FOUND
           IF ACTION-IS-ADD
               PERFORM E-110-ASSIGN-NEXT-LANDLORD-ID
               MOVE SPACES
                   TO LANDLORD-BANK-SORT-CODE OF CANDIDATE-LANDLORD
               MOVE SPACES
                   TO LANDLORD-BANK-ACCOUNT OF CANDIDATE-LANDLORD
               MOVE "Y" TO SW-RECORD-FOUND
           ELSE
               PERFORM E-120-SELECT-EXISTING-LANDLORD
           PERFORM E-220-PROMPT-LANDLORD-EMAIL.
           PERFORM E-230-PROMPT-APPROVAL-LIMIT.
           PERFORM E-240-PROMPT-NON-RESIDENT.
           PERFORM E-250-PROMPT-BANK-DETAILS.
           MOVE "Y" TO SW-ENTRY-OK.

       E-210-PROMPT-LANDLORD-NAME.
                   OF CANDIDATE-LANDLORD
           END-IF.

       E-250-PROMPT-BANK-DETAILS.
      *>   The account OWNER-DISBURSEMENT pays the owner into.  New
      *>   details keyed here -- a new landlord's first ones included
      *>   -- never touch the master: they are held on the bank change
      *>   register for a second operator's call-back and approval,
      *>   and the disbursement run moves them across once the
      *>   cooling-off period has passed.
           MOVE "N" TO SW-BANK-CHANGE-KEYED
           DISPLAY "BANK DETAILS ON FILE: " LINE 10 COLUMN 10.
           DISPLAY LANDLORD-BANK-SORT-CODE OF CANDIDATE-LANDLORD
               LINE 10 COLUMN 33.
           DISPLAY LANDLORD-BANK-ACCOUNT OF CANDIDATE-LANDLORD
               LINE 10 COLUMN 43.
           MOVE "L" TO WS-CHANGE-PAYEE-TYPE
           MOVE LANDLORD-ID OF CANDIDATE-LANDLORD
                                       TO WS-CHANGE-PAYEE-ID
           PERFORM E-260-SCAN-BANK-CHANGES.
           IF BANK-CHANGE-IS-OPEN
               DISPLAY "A BANK DETAILS CHANGE IS AWAITING APPROVAL"
                   LINE 11 COLUMN 10
           ELSE
               PERFORM E-255-PROMPT-NEW-BANK-DETAILS
           END-IF.

       E-255-PROMPT-NEW-BANK-DETAILS.
           MOVE SPACES TO WS-NEW-SORT-CODE
           MOVE SPACES TO WS-NEW-ACCOUNT
           DISPLAY "NEW SORT CODE  (BLANK TO KEEP): " LINE 11 COLUMN 10.
           ACCEPT WS-NEW-SORT-CODE LINE 11 COLUMN 43.
           DISPLAY "NEW ACCOUNT NO (BLANK TO KEEP): " LINE 12 COLUMN 10.
           ACCEPT WS-NEW-ACCOUNT LINE 12 COLUMN 43.
           IF WS-NEW-SORT-CODE = SPACES
               MOVE LANDLORD-BANK-SORT-CODE OF CANDIDATE-LANDLORD
                   TO WS-NEW-SORT-CODE
           END-IF.
           IF WS-NEW-ACCOUNT = SPACES
               MOVE LANDLORD-BANK-ACCOUNT OF CANDIDATE-LANDLORD
                   TO WS-NEW-ACCOUNT
           END-IF.
           IF WS-NEW-SORT-CODE NOT =
                   LANDLORD-BANK-SORT-CODE OF CANDIDATE-LANDLORD
               OR WS-NEW-ACCOUNT NOT =
                   LANDLORD-BANK-ACCOUNT OF CANDIDATE-LANDLORD
               PERFORM E-256-CHECK-REQUESTING-OPERATOR
           END-IF.

       E-256-CHECK-REQUESTING-OPERATOR.
      *>   The operator keying the change must be on the operator
      *>   register, or the approver check in PAYEE-BANK-CHANGE-
      *>   MAINTENANCE has nothing real to compare against.  An id
      *>   not on file drops the change; the rest of the landlord is
      *>   still saved.
           DISPLAY "ENTER YOUR OPERATOR ID: " LINE 15 COLUMN 10.
           MOVE SPACES TO OPER-ID
           ACCEPT OPER-ID LINE 15 COLUMN 35.
           MOVE SPACES TO WS-OPERATOR-ID
           IF OPERATORS-ARE-ON-FILE AND OPER-ID NOT = SPACES
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE OPER-ID TO WS-OPERATOR-ID
               END-READ
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR NOT ON FILE - BANK DETAILS CHANGE "
                   "REFUSED" LINE 14 COLUMN 10
           ELSE
               MOVE "Y" TO SW-BANK-CHANGE-KEYED
           END-IF.

       E-260-SCAN-BANK-CHANGES.
      *>   Finds the last change sequence used for this landlord and
      *>   whether a change is still open -- only one may be.
           MOVE "N" TO SW-BANK-CHANGE-OPEN
           MOVE ZERO TO WS-LAST-CHANGE-SEQ
           MOVE WS-CHANGE-PAYEE-TYPE TO PBC-PAYEE-TYPE
           MOVE WS-CHANGE-PAYEE-ID   TO PBC-PAYEE-ID
           MOVE ZERO TO PBC-CHANGE-SEQ
           START BANK-CHANGE-FILE KEY IS NOT LESS THAN PBC-KEY
               INVALID KEY
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BANK-CHANGE-STATUS
           END-START.
           PERFORM E-261-CHECK-ONE-BANK-CHANGE
               UNTIL WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02".

       E-261-CHECK-ONE-BANK-CHANGE.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BANK-CHANGE-STATUS
               NOT AT END
                   IF PBC-PAYEE-TYPE NOT = WS-CHANGE-PAYEE-TYPE
                       OR PBC-PAYEE-ID NOT = WS-CHANGE-PAYEE-ID
                       MOVE "10" TO WS-BANK-CHANGE-STATUS
                   ELSE
                       MOVE PBC-CHANGE-SEQ TO WS-LAST-CHANGE-SEQ
                       IF PBC-IS-OPEN
                           MOVE "Y" TO SW-BANK-CHANGE-OPEN
                       END-IF
                   END-IF
           END-READ.

       E-300-SAVE-LANDLORD.
           MOVE CANDIDATE-LANDLORD TO LANDLORD-RECORD
           IF ACTION-IS-ADD
           END-IF.
           DISPLAY "LANDLORD " LANDLORD-ID OF LANDLORD-RECORD " SAVED"
               LINE 16 COLUMN 10.
           IF BANK-CHANGE-WAS-KEYED
               PERFORM E-310-HOLD-BANK-CHANGE
           END-IF.

       E-310-HOLD-BANK-CHANGE.
           INITIALIZE PAYEE-BANK-CHANGE-RECORD
           MOVE "L" TO PBC-PAYEE-TYPE
           MOVE LANDLORD-ID OF LANDLORD-RECORD TO PBC-PAYEE-ID
           COMPUTE PBC-CHANGE-SEQ = WS-LAST-CHANGE-SEQ + 1
           SET PBC-IS-PENDING TO TRUE
           MOVE LANDLORD-BANK-SORT-CODE OF LANDLORD-RECORD
                                       TO PBC-OLD-SORT-CODE
           MOVE LANDLORD-BANK-ACCOUNT OF LANDLORD-RECORD
                                       TO PBC-OLD-ACCOUNT
           MOVE WS-NEW-SORT-CODE       TO PBC-NEW-SORT-CODE
           MOVE WS-NEW-ACCOUNT         TO PBC-NEW-ACCOUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO PBC-REQUESTED-DATE
           MOVE WS-OPERATOR-ID         TO PBC-REQUESTED-BY
           WRITE PAYEE-BANK-CHANGE-RECORD.
           DISPLAY "NEW BANK DETAILS HELD FOR A SECOND OPERATOR TO "
               "APPROVE" LINE 17 COLUMN 10.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4.
           ACCEPT WS-PAUSE LINE 22 COLUMN 29.

      *>   ---------------------------------------------------------
      *>   TENANT SCREENING RESULTS
           CLOSE LANDLORD-MASTER.
           CLOSE SCREENING-FILE.
           CLOSE INSURANCE-FILE.
           CLOSE BANK-CHANGE-FILE.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

       END PROGRAM PERSON-MAINTENANCE.
