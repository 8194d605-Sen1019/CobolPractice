               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

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
       FD  VENDOR-MASTER.
           COPY VENDORREC.

       FD  BANK-CHANGE-FILE.
           COPY PBCHGREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS             PIC XX.
       01  WS-BANK-CHANGE-STATUS        PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
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

       COPY VENDORREC REPLACING ==VENDOR-RECORD==
           BY ==CANDIDATE-VENDOR==.

               OPEN I-O VENDOR-MASTER
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
           DISPLAY "VENDOR / CONTRACTOR MAINTENANCE"
           MOVE "N" TO SW-RECORD-FOUND
           IF ACTION-IS-ADD
               PERFORM D-110-ASSIGN-NEXT-VENDOR-ID
               MOVE SPACES TO VEND-BANK-SORT-CODE OF CANDIDATE-VENDOR
               MOVE SPACES TO VEND-BANK-ACCOUNT OF CANDIDATE-VENDOR
               MOVE "Y" TO SW-RECORD-FOUND
           ELSE
               PERFORM D-120-SELECT-EXISTING-VENDOR

       D-240-PROMPT-BANK-DETAILS.
      *>   The payment run writes a bank collection line straight from
      *>   the details on the master, so a vendor without bank details
      *>   on file can be keyed but will be skipped (and reported) at
      *>   payment time rather than producing an unpayable line.  New
      *>   details keyed here -- a new vendor's first ones included --
      *>   never touch the master: they are held on the bank change
      *>   register for a second operator's call-back and approval,
      *>   and the payment run moves them across once the cooling-off
      *>   period has passed.
           MOVE "N" TO SW-BANK-CHANGE-KEYED
           DISPLAY "BANK DETAILS ON FILE: " LINE 10 COLUMN 10.
           DISPLAY VEND-BANK-SORT-CODE OF CANDIDATE-VENDOR
               LINE 10 COLUMN 33.
           DISPLAY VEND-BANK-ACCOUNT OF CANDIDATE-VENDOR
               LINE 10 COLUMN 43.
           MOVE "V" TO WS-CHANGE-PAYEE-TYPE
           MOVE VEND-ID OF CANDIDATE-VENDOR TO WS-CHANGE-PAYEE-ID
           PERFORM D-260-SCAN-BANK-CHANGES.
           IF BANK-CHANGE-IS-OPEN
               DISPLAY "A BANK DETAILS CHANGE IS AWAITING APPROVAL"
                   LINE 11 COLUMN 10
           ELSE
               PERFORM D-245-PROMPT-NEW-BANK-DETAILS
           END-IF.

       D-245-PROMPT-NEW-BANK-DETAILS.
           MOVE SPACES TO WS-NEW-SORT-CODE
           MOVE SPACES TO WS-NEW-ACCOUNT
           DISPLAY "NEW SORT CODE  (BLANK TO KEEP): " LINE 11 COLUMN 10.
           ACCEPT WS-NEW-SORT-CODE LINE 11 COLUMN 43.
           DISPLAY "NEW ACCOUNT NO (BLANK TO KEEP): " LINE 12 COLUMN 10.
           ACCEPT WS-NEW-ACCOUNT LINE 12 COLUMN 43.
           IF WS-NEW-SORT-CODE = SPACES
               MOVE VEND-BANK-SORT-CODE OF CANDIDATE-VENDOR
                   TO WS-NEW-SORT-CODE
           END-IF.
           IF WS-NEW-ACCOUNT = SPACES
               MOVE VEND-BANK-ACCOUNT OF CANDIDATE-VENDOR
                   TO WS-NEW-ACCOUNT
           END-IF.
           IF WS-NEW-SORT-CODE NOT =
                   VEND-BANK-SORT-CODE OF CANDIDATE-VENDOR
               OR WS-NEW-ACCOUNT NOT =
                   VEND-BANK-ACCOUNT OF CANDIDATE-VENDOR
               PERFORM D-246-CHECK-REQUESTING-OPERATOR
           END-IF.

       D-246-CHECK-REQUESTING-OPERATOR.
      *>   The operator keying the change must be on the operator
      *>   register, or the approver check in PAYEE-BANK-CHANGE-
      *>   MAINTENANCE has nothing real to compare against.  An id
      *>   not on file drops the change; the rest of the vendor is
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

       D-260-SCAN-BANK-CHANGES.
      *>   Finds the last change sequence used for this payee and
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
           PERFORM D-261-CHECK-ONE-BANK-CHANGE
               UNTIL WS-BANK-CHANGE-STATUS NOT = "00"
               AND WS-BANK-CHANGE-STATUS NOT = "02".

       D-261-CHECK-ONE-BANK-CHANGE.
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

       D-250-PROMPT-VAT-REGISTERED.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "VAT REGISTERED (Y/N): " LINE 13 COLUMN 10
               ACCEPT VEND-VAT-REGISTERED OF CANDIDATE-VENDOR
                   LINE 13 COLUMN 33
               EVALUATE VEND-VAT-REGISTERED OF CANDIDATE-VENDOR
                   WHEN "Y" WHEN "N"
                       MOVE "Y" TO SW-ENTRY-OK
           END-IF.
           DISPLAY "VENDOR " VEND-ID OF VENDOR-RECORD " SAVED"
               LINE 16 COLUMN 10.
           IF BANK-CHANGE-WAS-KEYED
               PERFORM D-310-HOLD-BANK-CHANGE
           END-IF.

       D-310-HOLD-BANK-CHANGE.
           INITIALIZE PAYEE-BANK-CHANGE-RECORD
           MOVE "V" TO PBC-PAYEE-TYPE
           MOVE VEND-ID OF VENDOR-RECORD TO PBC-PAYEE-ID
           COMPUTE PBC-CHANGE-SEQ = WS-LAST-CHANGE-SEQ + 1
           SET PBC-IS-PENDING TO TRUE
           MOVE VEND-BANK-SORT-CODE OF VENDOR-RECORD
                                       TO PBC-OLD-SORT-CODE
           MOVE VEND-BANK-ACCOUNT OF VENDOR-RECORD
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

       C-100-CLOSE-FILES.
           CLOSE VENDOR-MASTER.
           CLOSE BANK-CHANGE-FILE.
           IF OPERATORS-ARE-ON-FILE
               CLOSE OPERATOR-FILE
           END-IF.

       END PROGRAM VENDOR-MAINTENANCE.
