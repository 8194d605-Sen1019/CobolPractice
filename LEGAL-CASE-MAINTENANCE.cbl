                   WITH DUPLICATES
               FILE STATUS IS WS-LEASE-STATUS.

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

           SELECT LEGAL-CASE-FILE ASSIGN TO "legal_case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGC-KEY
               FILE STATUS IS WS-COST-STATUS.

           SELECT DOCUMENT-SERVED-FILE ASSIGN TO "document_served.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSRV-KEY
               FILE STATUS IS WS-DOC-SERVED-STATUS.

           SELECT RENT-LEDGER ASSIGN TO "rent_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBAL-LEASE-NUMBER
               FILE STATUS IS WS-LSEBAL-STATUS.

           SELECT CONTACT-NOTE-FILE ASSIGN TO "contact_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               ALTERNATE RECORD KEY IS CNOTE-LEASE-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNOTE-DIARY-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT POSTING-BATCH-FILE ASSIGN TO "posting_batch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAT-NUMBER
               FILE STATUS IS WS-PBAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-MASTER.
           COPY LEASEREC.

       FD  PROPERTY-MASTER.
           COPY PROPREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  LEGAL-CASE-FILE.
           COPY LEGALREC.

       FD  LEGAL-COST-FILE.
           COPY LGLCOSTREC.

       FD  DOCUMENT-SERVED-FILE.
           COPY DOCSRVREC.

       FD  RENT-LEDGER.
           COPY RLEDGREC.

       FD  LEASE-BALANCE-FILE.
           COPY LSEBALREC.

       FD  CONTACT-NOTE-FILE.
           COPY CNOTEREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  POSTING-BATCH-FILE.
           COPY POSTBATREC.

       WORKING-STORAGE SECTION.
       01  WS-LSEBAL-STATUS             PIC XX.
       01  WS-RUNLOG-STATUS             PIC XX.
       01  WS-PBAT-STATUS               PIC XX.
       01  WS-POSTING-BATCH-NUMBER      PIC 9(8) VALUE ZERO.
       01  WS-SESSION-POSTINGS          PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR-ID               PIC X(8).
       01  SW-LBAL-ON-FILE              PIC X.
           88  LBAL-IS-ON-FILE              VALUE "Y".
       01  WS-BAL-DAYS-OUT              PIC 9(5).
       01  SW-SUMMARY-MISSING           PIC X.
           88  SUMMARY-IS-MISSING           VALUE "Y".
       01  WS-LEASE-STATUS              PIC XX.
       01  WS-PROPERTY-STATUS           PIC XX.
       01  WS-OPERATOR-STATUS           PIC XX.
       01  SW-OPERATORS-ON-FILE         PIC X.
           88  OPERATORS-ARE-ON-FILE        VALUE "Y".
       01  SW-SIGNED-ON                 PIC X.
           88  OPERATOR-IS-SIGNED-ON        VALUE "Y".
       01  SW-BRANCH-OK                 PIC X.
           88  BRANCH-IS-OK                 VALUE "Y".
       01  WS-LEGAL-STATUS              PIC XX.
       01  WS-COST-STATUS               PIC XX.
       01  WS-RLEDGER-STATUS            PIC XX.
       01  WS-DOC-SERVED-STATUS         PIC XX.
       01  WS-NOTE-STATUS               PIC XX.
       01  SW-NOTES-ON-FILE             PIC X.
           88  NOTES-ARE-ON-FILE            VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  SW-DONE                      PIC X.
       01  WS-MAX-SEQUENCE              PIC 9(6).
       01  WS-RECOVER-YN                PIC X.
       01  WS-COSTS-POSTED              PIC 9(4).
       01  WS-DOC-TYPE-LOOP             PIC X(8).
       01  WS-DOC-PROBLEMS              PIC 9.
       01  WS-DOC-LINE                  PIC 99.
       01  WS-PAUSE                     PIC X.

      *>   The newest five notes on the lease, oldest first; each
      *>   note read pushes the oldest off the top.
       01  WS-NOTE-COUNT                PIC 9.
       01  WS-NOTE-IX                   PIC 9.
       01  WS-NOTE-LINE                 PIC 99.
       01  WS-LATEST-NOTES.
           05  WS-LATEST-NOTE OCCURS 5 TIMES.
               10  WS-LN-DATE           PIC 9(8).
               10  FILLER               PIC X     VALUE SPACE.
               10  WS-LN-OPERATOR       PIC X(8).
               10  FILLER               PIC X     VALUE SPACE.
               10  WS-LN-TEXT           PIC X(56).

       COPY LEGALREC REPLACING ==LEGAL-CASE-RECORD==
           BY ==CANDIDATE-CASE==.
               DISPLAY "CASE MAINTENANCE REFUSED - RUN THE BALANCE "
                   "REBUILD FIRST"
           ELSE
               PERFORM A-200-SIGN-ON
               MOVE "N" TO SW-DONE
               IF NOT OPERATOR-IS-SIGNED-ON
                   MOVE "Y" TO SW-DONE
               END-IF
               PERFORM B-100-SHOW-MENU
                   UNTIL MAINTENANCE-IS-DONE
           END-IF.
           STOP RUN.

       A-100-OPEN-FILES.
           OPEN I-O RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.
           OPEN I-O POSTING-BATCH-FILE.
           IF WS-PBAT-STATUS = "35"
               OPEN OUTPUT POSTING-BATCH-FILE
               CLOSE POSTING-BATCH-FILE
               OPEN I-O POSTING-BATCH-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT LEASE-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           MOVE "Y" TO SW-OPERATORS-ON-FILE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "N" TO SW-OPERATORS-ON-FILE
           END-IF.

           OPEN I-O LEGAL-CASE-FILE.
           IF WS-LEGAL-STATUS = "35"
               OPEN I-O LEGAL-COST-FILE
           END-IF.

           OPEN INPUT DOCUMENT-SERVED-FILE.
           IF WS-DOC-SERVED-STATUS = "35"
               OPEN OUTPUT DOCUMENT-SERVED-FILE
               CLOSE DOCUMENT-SERVED-FILE
               OPEN INPUT DOCUMENT-SERVED-FILE
           END-IF.

           OPEN I-O RENT-LEDGER.
           IF WS-RLEDGER-STATUS = "35"
               OPEN OUTPUT RENT-LEDGER
                   "BALANCE REBUILD FIRST (POSTING MENU 28)"
           END-IF.

           MOVE "Y" TO SW-NOTES-ON-FILE
           OPEN INPUT CONTACT-NOTE-FILE.
           IF WS-NOTE-STATUS NOT = "00"
               MOVE "N" TO SW-NOTES-ON-FILE
           END-IF.

      *>   ---------------------------------------------------------
      *>   SIGN ON -- a branch operator works only the cases on their
      *>   own branch's leases; head office works every case.
      *>   ---------------------------------------------------------
       A-200-SIGN-ON.
           MOVE "N" TO SW-SIGNED-ON
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "EVICTION / LEGAL-ACTION CASE MAINTENANCE - SIGN ON"
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
           DISPLAY "EVICTION / LEGAL-ACTION CASE MAINTENANCE"
               INVALID KEY
                   DISPLAY "NO SUCH LEASE ON FILE" LINE 6 COLUMN 10
               NOT INVALID KEY
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF BRANCH-IS-OK
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 6 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               MOVE "N" TO SW-CASE-ON-FILE
                       MOVE LEGAL-CASE-RECORD TO CANDIDATE-CASE
                       MOVE "Y" TO SW-CASE-ON-FILE
               END-READ
               IF NOTES-ARE-ON-FILE
                   PERFORM D-150-SHOW-LATEST-NOTES
               END-IF
           END-IF.

      *>   What has been said to and about the tenant lately -- the
      *>   promises to pay and their outcome -- is put in front of
      *>   whoever is about to take the case forward.
       D-150-SHOW-LATEST-NOTES.
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE LEASE-NUMBER TO CNOTE-LEASE-NUMBER
           START CONTACT-NOTE-FILE KEY IS EQUAL TO CNOTE-LEASE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-NOTE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-NOTE-STATUS
           END-START.
           PERFORM D-160-READ-LEASE-NOTE
               UNTIL WS-NOTE-STATUS NOT = "00"
               AND WS-NOTE-STATUS NOT = "02".
           IF WS-NOTE-COUNT > ZERO
               DISPLAY "LATEST NOTES:"           LINE 7 COLUMN 4
               MOVE 8 TO WS-NOTE-LINE
               PERFORM D-180-DISPLAY-NOTE
                   VARYING WS-NOTE-IX FROM WS-NOTE-COUNT BY -1
                   UNTIL WS-NOTE-IX < 1
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 4
               ACCEPT WS-PAUSE LINE 22 COLUMN 29
           END-IF.

       D-160-READ-LEASE-NOTE.
           READ CONTACT-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-NOTE-STATUS
               NOT AT END
                   IF CNOTE-LEASE-NUMBER NOT = LEASE-NUMBER
                       MOVE "10" TO WS-NOTE-STATUS
                   ELSE
                       PERFORM D-170-KEEP-NOTE
                   END-IF
           END-READ.

       D-170-KEEP-NOTE.
           IF WS-NOTE-COUNT < 5
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               MOVE WS-LATEST-NOTE(2) TO WS-LATEST-NOTE(1)
               MOVE WS-LATEST-NOTE(3) TO WS-LATEST-NOTE(2)
               MOVE WS-LATEST-NOTE(4) TO WS-LATEST-NOTE(3)
               MOVE WS-LATEST-NOTE(5) TO WS-LATEST-NOTE(4)
           END-IF.
           MOVE CNOTE-NOTE-DATE   TO WS-LN-DATE(WS-NOTE-COUNT)
           MOVE CNOTE-OPERATOR-ID TO WS-LN-OPERATOR(WS-NOTE-COUNT)
           MOVE CNOTE-TEXT        TO WS-LN-TEXT(WS-NOTE-COUNT).

       D-180-DISPLAY-NOTE.
           DISPLAY WS-LATEST-NOTE(WS-NOTE-IX)
               LINE WS-NOTE-LINE COLUMN 4.
           ADD 1 TO WS-NOTE-LINE.

       D-200-PROMPT-CASE-FIELDS.
           DISPLAY " " LINE 1 COLUMN 1 ERASE SCREEN.
           DISPLAY "CASE FOR LEASE " LEASE-NUMBER LINE 2 COLUMN 10.
               LINE 5 COLUMN 10.
           ACCEPT LGL-NOTICE-SERVED-DATE OF CANDIDATE-CASE
               LINE 5 COLUMN 42.
      *>   A section 21 notice served on a lease whose prescribed
      *>   documents are missing, or were given after the tenancy
      *>   started, is invalid and the claim will be struck out, so
      *>   the gaps are shown whatever the notice and section 21 is
      *>   refused until they are put right.
           PERFORM D-250-CHECK-PRESCRIBED-DOCS.
           MOVE "N" TO SW-ENTRY-OK
           PERFORM UNTIL ENTRY-IS-OK
               DISPLAY "NOTICE TYPE - S21 OR S8: "
                   LGL-NOTICE-TYPE OF CANDIDATE-CASE
                   LINE 9 COLUMN 10
               ACCEPT LGL-NOTICE-TYPE OF CANDIDATE-CASE
                   LINE 9 COLUMN 42
               EVALUATE TRUE
                   WHEN NOT LGL-NOTICE-TYPE-IS-VALID OF CANDIDATE-CASE
                       DISPLAY "INVALID NOTICE TYPE - TRY AGAIN"
                           LINE 14 COLUMN 10
                   WHEN LGL-IS-SECTION-21 OF CANDIDATE-CASE
                       AND WS-DOC-PROBLEMS > ZERO
                       DISPLAY "SECTION 21 NOT VALID - PRESCRIBED "
                           "DOCUMENTS MISSING OR LATE"
                           LINE 14 COLUMN 10
                   WHEN OTHER
                       MOVE "Y" TO SW-ENTRY-OK
               END-EVALUATE
           END-PERFORM.

       D-250-CHECK-PRESCRIBED-DOCS.
           MOVE ZERO TO WS-DOC-PROBLEMS
           MOVE 10 TO WS-DOC-LINE
           MOVE "HOWTORNT" TO WS-DOC-TYPE-LOOP
           PERFORM D-255-CHECK-ONE-DOC.
           MOVE "EPC" TO WS-DOC-TYPE-LOOP
           PERFORM D-255-CHECK-ONE-DOC.
           MOVE "GASSAFE" TO WS-DOC-TYPE-LOOP
           PERFORM D-255-CHECK-ONE-DOC.
           MOVE "EICR" TO WS-DOC-TYPE-LOOP
           PERFORM D-255-CHECK-ONE-DOC.

       D-255-CHECK-ONE-DOC.
           MOVE LEASE-NUMBER TO DSRV-LEASE-NUMBER
           MOVE WS-DOC-TYPE-LOOP TO DSRV-DOC-TYPE
           READ DOCUMENT-SERVED-FILE
               INVALID KEY
                   DISPLAY "WARNING - " WS-DOC-TYPE-LOOP
                       " NOT SERVED" LINE WS-DOC-LINE COLUMN 10
                   ADD 1 TO WS-DOC-PROBLEMS
                   ADD 1 TO WS-DOC-LINE
               NOT INVALID KEY
                   IF NOT DSRV-NOT-APPLICABLE
                       AND DSRV-SERVED-DATE > LEASE-START-DATE
                       DISPLAY "WARNING - " WS-DOC-TYPE-LOOP
                           " SERVED LATE ON " DSRV-SERVED-DATE
                           " - TENANCY STARTED " LEASE-START-DATE
                           LINE WS-DOC-LINE COLUMN 10
                       ADD 1 TO WS-DOC-PROBLEMS
                       ADD 1 TO WS-DOC-LINE
                   END-IF
           END-READ.

       D-220-PROMPT-COURT-DATE.
           DISPLAY "COURT DATE (YYYYMMDD):         "
                       LINE 17 COLUMN 10
               END-IF
           END-IF.
      *>   Once a hearing is listed the solicitor needs the dated
      *>   arrears schedule for the claim.
           IF LGL-IS-SCHEDULED OF LEGAL-CASE-RECORD
               AND LGL-COURT-DATE OF LEGAL-CASE-RECORD > ZERO
               DISPLAY "PRINT THE COURT ARREARS SCHEDULE FOR THE "
                   "SOLICITOR - REPORTS MENU 34"
                   LINE 18 COLUMN 10
               DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COLUMN 10
               ACCEPT WS-PAUSE LINE 22 COLUMN 35
           END-IF.

      *>   ---------------------------------------------------------
      *>   CASE COST ENTRY -- court fees, attorney invoices, bailiff
                   DISPLAY "NO CASE ON FILE FOR THAT LEASE"
                       LINE 6 COLUMN 10
               NOT INVALID KEY
                   MOVE WS-TARGET-LEASE-NUMBER TO LEASE-NUMBER
                   READ LEASE-MASTER
                       INVALID KEY
                           MOVE SPACES TO LEASE-PROP-ID
                   END-READ
                   PERFORM Z-110-CHECK-LEASE-BRANCH
                   IF BRANCH-IS-OK
                       MOVE "Y" TO SW-ENTRY-OK
                   ELSE
                       DISPLAY "LEASE IS NOT IN YOUR BRANCH"
                           LINE 6 COLUMN 10
                   END-IF
           END-READ.
           IF ENTRY-IS-OK
               PERFORM E-200-PROMPT-COST-FIELDS
      *>   share figures the sequence scan left in the buffer.
           MOVE ZERO                   TO RLEDG-TENANT1-SHARE
           MOVE ZERO                   TO RLEDG-TENANT2-SHARE
           IF WS-POSTING-BATCH-NUMBER = ZERO
               PERFORM Z-900-OPEN-SESSION-BATCH
           END-IF
           MOVE WS-POSTING-BATCH-NUMBER TO RLEDG-BATCH-NUMBER
           ADD 1 TO WS-SESSION-POSTINGS
           WRITE RENT-LEDGER-RECORD.
           PERFORM F-850-UPDATE-LEASE-BALANCE.

           END-IF.

       C-100-CLOSE-FILES.
           PERFORM Z-910-CLOSE-SESSION-BATCH.
           CLOSE RUN-LOG-FILE.
           CLOSE POSTING-BATCH-FILE.
           CLOSE LEASE-MASTER.
           CLOSE LEGAL-CASE-FILE.
           CLOSE LEGAL-COST-FILE.
           CLOSE DOCUMENT-SERVED-FILE.
           CLOSE RENT-LEDGER.
           CLOSE LEASE-BALANCE-FILE.
           IF NOTES-ARE-ON-FILE
               CLOSE CONTACT-NOTE-FILE
           END-IF.
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

       Z-900-OPEN-SESSION-BATCH.
      *>   The session's first posting opens a run-log record and a
      *>   posting batch for it, the way a posting job does when it
      *>   starts; a session that posts nothing leaves neither.  The
      *>   batch number comes off the register's control record
      *>   (record zero).
           MOVE OPER-ID TO WS-OPERATOR-ID
           MOVE "LEGAL-CASE-MAINTENANCE" TO RUNLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-START-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO RUNLOG-OPERATOR-ID
           MOVE SPACES                TO RUNLOG-END-TIMESTAMP
           MOVE ZERO                  TO RUNLOG-RECORD-COUNT
           SET RUNLOG-IS-RUNNING      TO TRUE
           MOVE ZERO TO PBAT-NUMBER
           READ POSTING-BATCH-FILE
               INVALID KEY
                   MOVE ZERO TO PBAT-NUMBER
                   MOVE ZERO TO PBAT-LAST-ISSUED
                   MOVE ZERO TO PBAT-LAST-EXTRACTED
                   WRITE POSTING-BATCH-RECORD
           END-READ.
           ADD 1 TO PBAT-LAST-ISSUED
           MOVE PBAT-LAST-ISSUED TO WS-POSTING-BATCH-NUMBER
           REWRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
           MOVE RUNLOG-PROGRAM-ID       TO PBAT-PROGRAM-ID
           MOVE RUNLOG-START-TIMESTAMP  TO PBAT-RUN-TIMESTAMP
           MOVE RUNLOG-OPERATOR-ID      TO PBAT-OPERATOR-ID
           SET PBAT-IS-OPEN             TO TRUE
           MOVE SPACES                  TO PBAT-CLOSE-TIMESTAMP
           MOVE "N"                     TO PBAT-EXTRACT-SWITCH
           MOVE ZERO                    TO PBAT-EXTRACT-DATE
           WRITE POSTING-BATCH-RECORD.
           MOVE WS-POSTING-BATCH-NUMBER TO RUNLOG-BATCH-NUMBER
           WRITE RUN-LOG-RECORD.

       Z-910-CLOSE-SESSION-BATCH.
           IF WS-POSTING-BATCH-NUMBER > ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNLOG-END-TIMESTAMP
               MOVE WS-SESSION-POSTINGS   TO RUNLOG-RECORD-COUNT
               SET RUNLOG-IS-COMPLETE     TO TRUE
               REWRITE RUN-LOG-RECORD
               MOVE WS-POSTING-BATCH-NUMBER TO PBAT-NUMBER
               READ POSTING-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PBAT-IS-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO PBAT-CLOSE-TIMESTAMP
                       REWRITE POSTING-BATCH-RECORD
               END-READ
           END-IF.

       END PROGRAM LEGAL-CASE-MAINTENANCE.
